      ******************************************************************
      * Copybook: VENDREG
      * Purpose : one line of the sales representative master file
      *           cli_vend.dat, kept by the sales office - rep code,
      *           name, whether the rep is still active, and the UFs
      *           of the rep's region.  A rep with no UF listed covers
      *           the whole country.  The code is what CLI_VENDEDOR
      *           carries on FILE1.
      * Modification History
      * 15/10/2026 MML Created for the sales rep portfolios.
      ******************************************************************
       01 VEND-REC.
           05 VEND-CODIGO            PIC X(05).
           05 FILLER                 PIC X(01).
           05 VEND-NOME              PIC X(40).
           05 FILLER                 PIC X(01).
           05 VEND-SITUACAO          PIC X(01).
               88 VEND-ATIVO      VALUE "S".
               88 VEND-INATIVO    VALUE "N".
           05 FILLER                 PIC X(01).
           05 VEND-REGIAO.
               10 VEND-UF            PIC X(02) OCCURS 27 TIMES.
