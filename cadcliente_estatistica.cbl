      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Month-end statistics snapshot of the customer base,
      *          instead of counting through CADCLIENTE_RELATORIO
      *          listings by hand.  Walks FILE1 (cliete.dat) once and
      *          counts active, inactive, blocked and quarantined
      *          customers in total, by pessoa fisica/juridica and by
      *          UF, plus the customers with no CEP and with no
      *          contact in CLI_CONTATOS.  Next to the counts it
      *          records the month's movement: inclusions and
      *          exclusions (DEPOIS images on CLI_HIST.DAT), merges
      *          (cli_xref.dat lines) and billing blocks (SITUACAO
      *          images carrying CADCLIENTE_BLOQUEIO's reason).  The
      *          snapshot is listed on estatcli.lst and appended to
      *          the statistics history file cli_estat.dat (ESTREG),
      *          which CADCLIENTE_TENDENCIA reads for the trend.
      *          Configuration from the environment:
      *            ESTAT_MES - AAAAMM the snapshot is filed under and
      *                        whose movement is counted (blank =
      *                        the run month).  The counts are always
      *                        the file as it stands, so the job is
      *                        meant to run on the last night of the
      *                        month (or before the first day's desk
      *                        work, with ESTAT_MES set back a month).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_ESTATISTICA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL FILE1 ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           ALTERNATE KEY CLI_RAZAOSOCIAL WITH DUPLICATES
           ALTERNATE KEY CLI_DOC_BUSCA WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_BUSCA WITH DUPLICATES
           FILE STATUS IS FS-STAT
           RECORD KEY IS ID_CLIENTE.

           SELECT OPTIONAL CLI-HIST ASSIGN TO "./cli_hist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-HIST.

           SELECT OPTIONAL CLI-XREF ASSIGN TO "./cli_xref.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-XREF.

           SELECT OPTIONAL CLI-ESTAT ASSIGN TO "./cli_estat.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-EST.

           SELECT REL-FILE ASSIGN TO "./estatcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD CLI-HIST.

       01 HIST-LINHA                           PIC X(502).

       FD CLI-XREF.

           COPY XREFREG.

       FD CLI-ESTAT.

           COPY ESTREG.

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE VALUE 35.

       77 FS-STAT-HIST PIC 9(02).
           88 FS-OK-HIST      VALUE ZEROS.
           88 FS-HIST-AUSENTE VALUE 05.
           88 FS-HIST-FIM     VALUE 10.

       77 FS-STAT-XREF PIC 9(02).
           88 FS-OK-XREF      VALUE ZEROS.
           88 FS-XREF-AUSENTE VALUE 05.
           88 FS-XREF-FIM     VALUE 10.

       77 FS-STAT-EST PIC 9(02).
           88 FS-OK-EST VALUE ZEROS.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 WS-MES-X            PIC X(06).
       77 WS-HIST-OPERADOR    PIC X(20).

       01 WS-HOJE.
           05 WS-HOJE-AAAAMM     PIC X(06).
           05 WS-HOJE-DD         PIC X(02).

      *----------------------------------------------------------------
      * The reason CADCLIENTE_BLOQUEIO stamps on the blocks it places;
      * a block the desk keyed by hand carries another text and is
      * not a billing block.
      *----------------------------------------------------------------
       77 WS-MOTIVO-FATURAMENTO PIC X(40) VALUE
           "INADIMPLENTE - FEED FATURAMENTO".

      *----------------------------------------------------------------
      * UF slots of EST-UF, in the CLI-UF-VALIDA order; 28 takes the
      * blank or invalid ones.
      *----------------------------------------------------------------
       01 WS-UF-LISTA.
           05 FILLER PIC X(28) VALUE "ACALAPAMBACEDFESGOMAMTMSMGPA".
           05 FILLER PIC X(28) VALUE "PBPRPEPIRJRNRSRORRSCSPSETO??".
       01 WS-UF-TAB REDEFINES WS-UF-LISTA.
           05 WS-UF-SIGLA        PIC X(02) OCCURS 28 TIMES.

       77 WS-UF-IDX           PIC 9(02) COMP.
       77 WS-UF-ONDE          PIC 9(02) COMP.
       77 WS-SIT-COL          PIC 9(01) COMP.
       77 WS-TIPO-IDX         PIC 9(01) COMP.
       77 WS-CNT-IDX          PIC 9(01) COMP.

       77 WS-QTD-LINHAS-HIST  PIC 9(08) VALUE ZERO.
       77 WS-QTD-LINHAS-XREF  PIC 9(08) VALUE ZERO.
       77 WS-FOTO-OK          PIC X(01) VALUE "N".
           88 FOTO-OK VALUE "S".

      * Working copy of the snapshot; moved to EST-REC to be appended.
       01 WS-EST-REC.
           05 WSE-AAAAMM                 PIC X(06).
           05 WSE-DATA                   PIC X(08).
           05 WSE-HORA                   PIC X(06).
           05 WSE-OPERADOR               PIC X(20).
           05 WSE-GERAL.
               10 WSE-TOTAL              PIC 9(07).
               10 WSE-SIT-CNT            PIC 9(07) OCCURS 4 TIMES.
               10 WSE-SEM-CEP            PIC 9(07).
               10 WSE-SEM-CONTATO        PIC 9(07).
           05 WSE-TIPO OCCURS 2 TIMES.
               10 WSE-TIPO-CNT           PIC 9(07) OCCURS 4 TIMES.
           05 WSE-MOVIMENTO.
               10 WSE-INCLUSOES          PIC 9(07).
               10 WSE-EXCLUSOES          PIC 9(07).
               10 WSE-MERGES             PIC 9(07).
               10 WSE-BLOQ-FATUR         PIC 9(07).
           05 WSE-UF OCCURS 28 TIMES.
               10 WSE-UF-SIGLA           PIC X(02).
               10 WSE-UF-CNT             PIC 9(07) OCCURS 4 TIMES.
           05 FILLER                     PIC X(40).

       COPY HISTREG.

       01 WS-CABECALHO.
           05 FILLER            PIC X(42) VALUE
              "ESTATISTICA MENSAL DA BASE DE CLIENTES - ".
           05 WS-CAB-MES        PIC X(06).

       01 WS-CABTAB.
           05 FILLER            PIC X(18) VALUE "  GRUPO".
           05 FILLER            PIC X(22) VALUE
              "     ATIVOS   INATIVOS".
           05 FILLER            PIC X(22) VALUE
              " BLOQUEADOS QUARENTENA".
           05 FILLER            PIC X(13) VALUE "        TOTAL".

       01 WS-LINTAB.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-LT-ROTULO      PIC X(16).
           05 WS-LT-COL OCCURS 4 TIMES.
               10 FILLER        PIC X(04) VALUE SPACE.
               10 WS-LT-CNT     PIC ZZZ.ZZ9.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-LT-TOTAL       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINRESUMO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-RES-ROTULO     PIC X(34).
           05 WS-RES-QTDE       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINALERTA.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-ALERTA-TXTO     PIC X(100).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-CONTAR-CADASTRO THRU 2000-EXIT
           IF FOTO-OK
               PERFORM 3000-CONTAR-HISTORICO THRU 3000-EXIT
               PERFORM 4000-CONTAR-MERGES THRU 4000-EXIT
               PERFORM 5000-LISTAR-FOTO THRU 5000-EXIT
               PERFORM 6000-GRAVAR-FOTO THRU 6000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-EST-REC
           MOVE SPACE TO WS-MES-X
           ACCEPT WS-MES-X FROM ENVIRONMENT "ESTAT_MES"
           IF WS-MES-X IS NUMERIC
              AND WS-MES-X (5:2) > "00"
              AND WS-MES-X (5:2) < "13"
               MOVE WS-MES-X TO WSE-AAAAMM
           ELSE
               MOVE WS-HOJE-AAAAMM TO WSE-AAAAMM
           END-IF
           ACCEPT WSE-DATA FROM DATE YYYYMMDD
           ACCEPT WSE-HORA FROM TIME
           ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-HIST-OPERADOR = SPACE
               MOVE "DESCONHECIDO" TO WS-HIST-OPERADOR
           END-IF
           MOVE WS-HIST-OPERADOR TO WSE-OPERADOR
           PERFORM 1100-PREPARAR-UF THRU 1100-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1 UNTIL WS-UF-IDX > 28
           OPEN OUTPUT REL-FILE
           MOVE WSE-AAAAMM TO WS-CAB-MES
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

       1100-PREPARAR-UF.
           MOVE WS-UF-SIGLA (WS-UF-IDX) TO WSE-UF-SIGLA (WS-UF-IDX).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONTAR-CADASTRO - one pass over FILE1.  No snapshot is
      * filed when the file cannot be read: a line of zeros on the
      * history would show up as the whole base vanishing.
      ******************************************************************
       2000-CONTAR-CADASTRO.
           OPEN INPUT FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO -" &
                    " FOTOGRAFIA NÃO GRAVADA ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               IF FS-ARQ-AUSENTE
                   CLOSE FILE1
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE "S" TO WS-FOTO-OK
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-CONTAR-CLIENTE THRU 2200-EXIT
               UNTIL FS-NAO-EXISTE
           CLOSE FILE1.
       2000-EXIT.
           EXIT.

       2100-LER-CLIENTE.
           READ FILE1
               AT END
                   MOVE 35 TO FS-STAT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CONTAR-CLIENTE.
           ADD 1 TO WSE-TOTAL
           EVALUATE TRUE
               WHEN CLI-BLOQUEADO
                   MOVE 3 TO WS-SIT-COL
               WHEN CLI-INATIVO
                   MOVE 2 TO WS-SIT-COL
               WHEN OTHER
                   MOVE 1 TO WS-SIT-COL
           END-EVALUATE
           PERFORM 2210-LOCALIZAR-UF THRU 2210-EXIT
           ADD 1 TO WSE-SIT-CNT (WS-SIT-COL)
           ADD 1 TO WSE-UF-CNT (WS-UF-ONDE WS-SIT-COL)
           IF CLI-QUARENTENADO
               ADD 1 TO WSE-SIT-CNT (4)
               ADD 1 TO WSE-UF-CNT (WS-UF-ONDE 4)
           END-IF
           MOVE ZERO TO WS-TIPO-IDX
           IF CLI-PESSOA-FISICA
               MOVE 1 TO WS-TIPO-IDX
           END-IF
           IF CLI-PESSOA-JURIDICA
               MOVE 2 TO WS-TIPO-IDX
           END-IF
           IF WS-TIPO-IDX > ZERO
               ADD 1 TO WSE-TIPO-CNT (WS-TIPO-IDX WS-SIT-COL)
               IF CLI-QUARENTENADO
                   ADD 1 TO WSE-TIPO-CNT (WS-TIPO-IDX 4)
               END-IF
           END-IF
           IF CLI_CEP = ZERO
               ADD 1 TO WSE-SEM-CEP
           END-IF
           IF CLI_QTD_CONTATOS = ZERO
               ADD 1 TO WSE-SEM-CONTATO
           END-IF
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2210-LOCALIZAR-UF.
           MOVE 28 TO WS-UF-ONDE
           IF NOT CLI-UF-VALIDA
               GO TO 2210-EXIT
           END-IF
           PERFORM 2220-COMPARAR-UF THRU 2220-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1
               UNTIL WS-UF-IDX > 27 OR WS-UF-ONDE < 28.
       2210-EXIT.
           EXIT.

       2220-COMPARAR-UF.
           IF WS-UF-SIGLA (WS-UF-IDX) = CLI_ESTADO
               MOVE WS-UF-IDX TO WS-UF-ONDE
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTAR-HISTORICO - the month's DEPOIS images (one per
      * change, as CADCLIENTE_MOVIMENTO counts them)
      ******************************************************************
       3000-CONTAR-HISTORICO.
           OPEN INPUT CLI-HIST
           IF FS-HIST-AUSENTE
               CLOSE CLI-HIST
               GO TO 3000-EXIT
           END-IF
           IF NOT FS-OK-HIST
               MOVE "*** ALERTA: ERRO AO ABRIR O HISTÓRICO -" &
                    " MOVIMENTO DO MÊS NÃO CONTADO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT
           PERFORM 3200-CONTAR-LINHA THRU 3200-EXIT
               UNTIL FS-HIST-FIM
           CLOSE CLI-HIST.
       3000-EXIT.
           EXIT.

       3100-LER-HISTORICO.
           READ CLI-HIST
               AT END
                   MOVE 10 TO FS-STAT-HIST
           END-READ.
       3100-EXIT.
           EXIT.

       3200-CONTAR-LINHA.
           ADD 1 TO WS-QTD-LINHAS-HIST
           MOVE HIST-LINHA TO WS-HIST-REC
           IF WH-IMAGEM NOT = "DEPOIS"
              OR WH-DATA (1:6) NOT = WSE-AAAAMM
               PERFORM 3100-LER-HISTORICO THRU 3100-EXIT
               GO TO 3200-EXIT
           END-IF
           EVALUATE WH-OPERACAO
               WHEN "INCLUIR"
                   ADD 1 TO WSE-INCLUSOES
               WHEN "EXCLUIR"
                   ADD 1 TO WSE-EXCLUSOES
               WHEN "SITUACAO"
                   IF WH-SITUACAO = "B"
                      AND WH-SIT-MOTIVO = WS-MOTIVO-FATURAMENTO
                       ADD 1 TO WSE-BLOQ-FATUR
                   END-IF
           END-EVALUATE
           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONTAR-MERGES - one cli_xref.dat line per customer merged
      * away by CADCLIENTE_MERGE
      ******************************************************************
       4000-CONTAR-MERGES.
           OPEN INPUT CLI-XREF
           IF FS-XREF-AUSENTE
               CLOSE CLI-XREF
               GO TO 4000-EXIT
           END-IF
           IF NOT FS-OK-XREF
               MOVE "*** ALERTA: ERRO AO ABRIR O CLI_XREF.DAT -" &
                    " MERGES DO MÊS NÃO CONTADOS ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LER-XREF THRU 4100-EXIT
           PERFORM 4200-CONTAR-XREF THRU 4200-EXIT
               UNTIL FS-XREF-FIM
           CLOSE CLI-XREF.
       4000-EXIT.
           EXIT.

       4100-LER-XREF.
           READ CLI-XREF
               AT END
                   MOVE 10 TO FS-STAT-XREF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CONTAR-XREF.
           ADD 1 TO WS-QTD-LINHAS-XREF
           IF XREF-DATA (1:6) = WSE-AAAAMM
               ADD 1 TO WSE-MERGES
           END-IF
           PERFORM 4100-LER-XREF THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR-FOTO - the snapshot on estatcli.lst
      ******************************************************************
       5000-LISTAR-FOTO.
           MOVE WS-CABTAB TO REL-LINHA
           WRITE REL-LINHA
           MOVE "TODOS" TO WS-LT-ROTULO
           PERFORM 5110-MOVER-GERAL THRU 5110-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 4
           MOVE WSE-TOTAL TO WS-LT-TOTAL
           PERFORM 5100-GRAVAR-TABELA THRU 5100-EXIT
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 5200-LISTAR-TIPO THRU 5200-EXIT
               VARYING WS-TIPO-IDX FROM 1 BY 1 UNTIL WS-TIPO-IDX > 2
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 5300-LISTAR-UF THRU 5300-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1 UNTIL WS-UF-IDX > 28
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CLIENTES SEM CEP................:" TO WS-RES-ROTULO
           MOVE WSE-SEM-CEP TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES SEM CONTATO............:" TO WS-RES-ROTULO
           MOVE WSE-SEM-CONTATO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "INCLUSOES NO MES................:" TO WS-RES-ROTULO
           MOVE WSE-INCLUSOES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "EXCLUSOES NO MES................:" TO WS-RES-ROTULO
           MOVE WSE-EXCLUSOES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "MERGES NO MES...................:" TO WS-RES-ROTULO
           MOVE WSE-MERGES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "BLOQUEIOS DO FATURAMENTO NO MES.:" TO WS-RES-ROTULO
           MOVE WSE-BLOQ-FATUR TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT.
       5000-EXIT.
           EXIT.

       5100-GRAVAR-TABELA.
           MOVE WS-LINTAB TO REL-LINHA
           WRITE REL-LINHA.
       5100-EXIT.
           EXIT.

       5110-MOVER-GERAL.
           MOVE WSE-SIT-CNT (WS-CNT-IDX) TO WS-LT-CNT (WS-CNT-IDX).
       5110-EXIT.
           EXIT.

       5200-LISTAR-TIPO.
           IF WS-TIPO-IDX = 1
               MOVE "PESSOA FISICA" TO WS-LT-ROTULO
           ELSE
               MOVE "PESSOA JURIDICA" TO WS-LT-ROTULO
           END-IF
           PERFORM 5210-MOVER-TIPO THRU 5210-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 4
           COMPUTE WS-LT-TOTAL = WSE-TIPO-CNT (WS-TIPO-IDX 1)
                               + WSE-TIPO-CNT (WS-TIPO-IDX 2)
                               + WSE-TIPO-CNT (WS-TIPO-IDX 3)
           PERFORM 5100-GRAVAR-TABELA THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5210-MOVER-TIPO.
           MOVE WSE-TIPO-CNT (WS-TIPO-IDX WS-CNT-IDX)
               TO WS-LT-CNT (WS-CNT-IDX).
       5210-EXIT.
           EXIT.

      * Only the UFs that hold any customer are listed.
       5300-LISTAR-UF.
           IF WSE-UF-CNT (WS-UF-IDX 1) = ZERO
              AND WSE-UF-CNT (WS-UF-IDX 2) = ZERO
              AND WSE-UF-CNT (WS-UF-IDX 3) = ZERO
               GO TO 5300-EXIT
           END-IF
           MOVE SPACE TO WS-LT-ROTULO
           STRING "UF " DELIMITED BY SIZE
                  WSE-UF-SIGLA (WS-UF-IDX) DELIMITED BY SIZE
                  INTO WS-LT-ROTULO
           END-STRING
           PERFORM 5310-MOVER-UF THRU 5310-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 4
           COMPUTE WS-LT-TOTAL = WSE-UF-CNT (WS-UF-IDX 1)
                               + WSE-UF-CNT (WS-UF-IDX 2)
                               + WSE-UF-CNT (WS-UF-IDX 3)
           PERFORM 5100-GRAVAR-TABELA THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

       5310-MOVER-UF.
           MOVE WSE-UF-CNT (WS-UF-IDX WS-CNT-IDX)
               TO WS-LT-CNT (WS-CNT-IDX).
       5310-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRAVAR-FOTO - append the snapshot to cli_estat.dat
      ******************************************************************
       6000-GRAVAR-FOTO.
           OPEN EXTEND CLI-ESTAT
           IF NOT FS-OK-EST
               CLOSE CLI-ESTAT
               OPEN OUTPUT CLI-ESTAT
               CLOSE CLI-ESTAT
               OPEN EXTEND CLI-ESTAT
           END-IF
           IF NOT FS-OK-EST
               MOVE "*** ALERTA: FALHA AO ABRIR O CLI_ESTAT.DAT -" &
                    " FOTOGRAFIA NÃO GRAVADA ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE WS-EST-REC TO EST-REC
           WRITE EST-REC
           IF NOT FS-OK-EST
               MOVE "*** ALERTA: FALHA AO GRAVAR O CLI_ESTAT.DAT -" &
                    " FOTOGRAFIA NÃO GRAVADA ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           CLOSE CLI-ESTAT.
       6000-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "LINHAS LIDAS DO HISTORICO.......:" TO WS-RES-ROTULO
           MOVE WS-QTD-LINHAS-HIST TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "LINHAS LIDAS DO CLI_XREF.DAT....:" TO WS-RES-ROTULO
           MOVE WS-QTD-LINHAS-XREF TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_ESTATISTICA.
