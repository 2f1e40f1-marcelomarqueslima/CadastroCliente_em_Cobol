      ******************************************************************
      * Copybook: ESTREG
      * Purpose : one month-end snapshot of the customer base on the
      *           statistics history file cli_estat.dat, appended by
      *           CADCLIENTE_ESTATISTICA and read back by
      *           CADCLIENTE_TENDENCIA.  The situation counters are
      *           always kept in the same four columns:
      *             1 active  2 inactive  3 blocked  4 quarantined
      *           (1-3 split the base; 4 overlaps them).  EST-TIPO is
      *           1 pessoa fisica, 2 pessoa juridica.  EST-UF follows
      *           the CLI-UF-VALIDA list in its order, slot 28 ("??")
      *           taking a blank or invalid CLI_ESTADO.  A rerun for
      *           the same month appends another line; the newest
      *           line for a month is the one that counts.
      * Modification History
      * 15/10/2026 MML Created for the monthly statistics snapshot.
      ******************************************************************
       01 EST-REC.
           05 EST-AAAAMM                 PIC X(06).
           05 EST-DATA                   PIC X(08).
           05 EST-HORA                   PIC X(06).
           05 EST-OPERADOR               PIC X(20).
           05 EST-GERAL.
               10 EST-TOTAL              PIC 9(07).
               10 EST-SIT-CNT            PIC 9(07) OCCURS 4 TIMES.
               10 EST-SEM-CEP            PIC 9(07).
               10 EST-SEM-CONTATO        PIC 9(07).
           05 EST-TIPO OCCURS 2 TIMES.
               10 EST-TIPO-CNT           PIC 9(07) OCCURS 4 TIMES.
           05 EST-MOVIMENTO.
               10 EST-INCLUSOES          PIC 9(07).
               10 EST-EXCLUSOES          PIC 9(07).
               10 EST-MERGES             PIC 9(07).
               10 EST-BLOQ-FATUR         PIC 9(07).
           05 EST-UF OCCURS 28 TIMES.
               10 EST-UF-SIGLA           PIC X(02).
               10 EST-UF-CNT             PIC 9(07) OCCURS 4 TIMES.
           05 FILLER                     PIC X(40).
