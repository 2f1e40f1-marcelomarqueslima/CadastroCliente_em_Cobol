      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Trend report over the statistics history file
      *          cli_estat.dat written by CADCLIENTE_ESTATISTICA.  The
      *          last 12 monthly snapshots are printed side by side,
      *          one line per category (base totals, situation,
      *          pessoa fisica/juridica, no CEP, no contact, the
      *          month's movement and the active customers of every
      *          UF that has any), each followed by the month-over-
      *          month change.  A change larger than the configured
      *          percentage is marked with "*" and the category gets
      *          an ALERTA line when it is the latest month that
      *          moved.  A month snapshotted more than once counts
      *          with its newest line.  Output on tendcli.lst.
      *          Configuration from the environment:
      *            TENDENCIA_PCT - percentage change that raises the
      *                            flag (2 digits; blank/invalid = 10)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_TENDENCIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CLI-ESTAT ASSIGN TO "./cli_estat.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-EST.

           SELECT REL-FILE ASSIGN TO "./tendcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD CLI-ESTAT.

           COPY ESTREG.

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT-EST PIC 9(02).
           88 FS-OK-EST      VALUE ZEROS.
           88 FS-EST-AUSENTE VALUE 05.
           88 FS-EST-FIM     VALUE 10.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 WS-LIMITE-X         PIC X(02).
       77 WS-LIMITE-PCT       PIC 9(02) VALUE 10.

       77 WS-QTD-LIDAS        PIC 9(06) VALUE ZERO.
       77 WS-QTD-ALERTAS      PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Category lines of the report: 1-13 fixed, 14-41 the active
      * customers of each EST-UF slot.
      *----------------------------------------------------------------
       77 WS-QTD-CATEG        PIC 9(02) COMP VALUE 41.
       01 WS-ROTULOS-LISTA.
           05 FILLER PIC X(20) VALUE "TOTAL DE CLIENTES".
           05 FILLER PIC X(20) VALUE "ATIVOS".
           05 FILLER PIC X(20) VALUE "INATIVOS".
           05 FILLER PIC X(20) VALUE "BLOQUEADOS".
           05 FILLER PIC X(20) VALUE "EM QUARENTENA".
           05 FILLER PIC X(20) VALUE "PESSOA FISICA".
           05 FILLER PIC X(20) VALUE "PESSOA JURIDICA".
           05 FILLER PIC X(20) VALUE "SEM CEP".
           05 FILLER PIC X(20) VALUE "SEM CONTATO".
           05 FILLER PIC X(20) VALUE "INCLUSOES NO MES".
           05 FILLER PIC X(20) VALUE "EXCLUSOES NO MES".
           05 FILLER PIC X(20) VALUE "MERGES NO MES".
           05 FILLER PIC X(20) VALUE "BLOQUEIOS FATURAM.".
       01 WS-ROTULOS-TAB REDEFINES WS-ROTULOS-LISTA.
           05 WS-ROTULO          PIC X(20) OCCURS 13 TIMES.

       01 WS-UF-LISTA.
           05 FILLER PIC X(28) VALUE "ACALAPAMBACEDFESGOMAMTMSMGPA".
           05 FILLER PIC X(28) VALUE "PBPRPEPIRJRNRSRORRSCSPSETO??".
       01 WS-UF-TAB REDEFINES WS-UF-LISTA.
           05 WS-UF-SIGLA        PIC X(02) OCCURS 28 TIMES.

      *----------------------------------------------------------------
      * The window: up to 12 months in ascending order; slot 13 only
      * holds a newcomer until the oldest month is dropped.
      *----------------------------------------------------------------
       77 WS-QTD-MESES        PIC 9(02) COMP VALUE ZERO.
       77 WS-M-IDX            PIC 9(02) COMP.
       77 WS-M-ONDE           PIC 9(02) COMP.
       77 WS-M-ANT            PIC 9(02) COMP.
       77 WS-C-IDX            PIC 9(02) COMP.
       77 WS-UF-IDX           PIC 9(02) COMP.
       01 WS-TAB-MESES.
           05 WS-MESES OCCURS 13 TIMES.
               10 WS-TM-AAAAMM       PIC X(06).
               10 WS-TM-VALOR        PIC 9(07) OCCURS 41 TIMES.
       01 WS-MES-TROCA.
           05 WS-TT-AAAAMM           PIC X(06).
           05 WS-TT-VALOR            PIC 9(07) OCCURS 41 TIMES.

       77 WS-DIF              PIC S9(07).
       77 WS-DIF-ABS          PIC 9(07).
       77 WS-PCT              PIC 9(07).
       77 WS-CATEG-TEM-VALOR  PIC X(01).
           88 CATEG-TEM-VALOR VALUE "S".
       77 WS-CATEG-ALERTA     PIC X(01).
           88 CATEG-ALERTA VALUE "S".
       77 WS-ESTOUROU         PIC X(01).
           88 ESTOUROU VALUE "S".

       01 WS-CAB1.
           05 FILLER            PIC X(50) VALUE
              "TENDENCIA DA BASE DE CLIENTES - ULTIMOS 12 MESES".

       01 WS-CAB2.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(24) VALUE
              "FOTOGRAFIAS NO PERIODO: ".
           05 WS-CAB-QTDE       PIC Z9.
           05 FILLER            PIC X(29) VALUE
              "   LIMITE DE VARIACAO (%): ".
           05 WS-CAB-LIMITE     PIC Z9.

       01 WS-LINMESES.
           05 FILLER            PIC X(22) VALUE "  CATEGORIA".
           05 WS-LM-COL OCCURS 12 TIMES.
               10 FILLER        PIC X(02).
               10 WS-LM-AAAA    PIC X(04).
               10 WS-LM-BARRA   PIC X(01).
               10 WS-LM-MM      PIC X(02).

       01 WS-LINVALOR.
           05 FILLER            PIC X(02).
           05 WS-LV-ROTULO      PIC X(20).
           05 WS-LV-COL OCCURS 12 TIMES.
               10 FILLER        PIC X(02).
               10 WS-LV-QTDE    PIC ZZZZZZ9.

       01 WS-LINVARIA.
           05 FILLER            PIC X(04).
           05 WS-LVA-ROTULO     PIC X(18).
           05 WS-LVA-COL OCCURS 12 TIMES.
               10 WS-LVA-MARCA  PIC X(01).
               10 FILLER        PIC X(01).
               10 WS-LVA-DIF    PIC ++++++9.

       01 WS-LINRESUMO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-RES-ROTULO     PIC X(34).
           05 WS-RES-QTDE       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINALERTA.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-ALERTA-TXTO     PIC X(100).

       01 WS-ALERTA-PCT.
           05 FILLER            PIC X(24) VALUE
              "*** ALERTA: VARIACAO DE ".
           05 WS-ALR-PCT        PIC Z.ZZZ.ZZ9.
           05 FILLER            PIC X(24) VALUE
              "% NO ULTIMO MES ***".

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-CARREGAR THRU 2000-EXIT
           PERFORM 3000-LISTAR THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           INITIALIZE WS-TAB-MESES
           MOVE SPACE TO WS-LIMITE-X
           ACCEPT WS-LIMITE-X FROM ENVIRONMENT "TENDENCIA_PCT"
           IF WS-LIMITE-X IS NUMERIC AND WS-LIMITE-X NOT = "00"
               MOVE WS-LIMITE-X TO WS-LIMITE-PCT
           ELSE
               MOVE 10 TO WS-LIMITE-PCT
           END-IF
           OPEN OUTPUT REL-FILE
           MOVE WS-CAB1 TO REL-LINHA
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR - read the whole history into the 12-month
      * window, the newest line for a month replacing an older one
      ******************************************************************
       2000-CARREGAR.
           OPEN INPUT CLI-ESTAT
           IF FS-EST-AUSENTE
               CLOSE CLI-ESTAT
               MOVE "*** ALERTA: CLI_ESTAT.DAT NÃO ENCONTRADO -" &
                    " RODE O CADCLIENTE_ESTATISTICA ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT FS-OK-EST
               MOVE "*** ALERTA: ERRO AO ABRIR O CLI_ESTAT.DAT ***"
                    TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LER-FOTO THRU 2100-EXIT
           PERFORM 2200-GUARDAR-FOTO THRU 2200-EXIT
               UNTIL FS-EST-FIM
           CLOSE CLI-ESTAT.
       2000-EXIT.
           EXIT.

       2100-LER-FOTO.
           READ CLI-ESTAT
               AT END
                   MOVE 10 TO FS-STAT-EST
           END-READ.
       2100-EXIT.
           EXIT.

       2200-GUARDAR-FOTO.
           ADD 1 TO WS-QTD-LIDAS
           MOVE ZERO TO WS-M-ONDE
           PERFORM 2210-PROCURAR-MES THRU 2210-EXIT
               VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-QTD-MESES OR WS-M-ONDE > ZERO
           IF WS-M-ONDE > ZERO
               PERFORM 2300-EXTRAIR-VALORES THRU 2300-EXIT
               PERFORM 2100-LER-FOTO THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-MESES
           MOVE WS-QTD-MESES TO WS-M-ONDE
           MOVE EST-AAAAMM TO WS-TM-AAAAMM (WS-M-ONDE)
           PERFORM 2300-EXTRAIR-VALORES THRU 2300-EXIT
           PERFORM 2400-ORDENAR-MES THRU 2400-EXIT
               VARYING WS-M-IDX FROM WS-QTD-MESES BY -1
               UNTIL WS-M-IDX < 2
           IF WS-QTD-MESES > 12
               PERFORM 2410-DESCARTAR-MAIS-ANTIGO THRU 2410-EXIT
                   VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 12
               MOVE 12 TO WS-QTD-MESES
           END-IF
           PERFORM 2100-LER-FOTO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-MES.
           IF WS-TM-AAAAMM (WS-M-IDX) = EST-AAAAMM
               MOVE WS-M-IDX TO WS-M-ONDE
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-EXTRAIR-VALORES - the snapshot's figures into the month's
      * slot, in category-line order
      ******************************************************************
       2300-EXTRAIR-VALORES.
           MOVE EST-TOTAL TO WS-TM-VALOR (WS-M-ONDE 1)
           MOVE EST-SIT-CNT (1) TO WS-TM-VALOR (WS-M-ONDE 2)
           MOVE EST-SIT-CNT (2) TO WS-TM-VALOR (WS-M-ONDE 3)
           MOVE EST-SIT-CNT (3) TO WS-TM-VALOR (WS-M-ONDE 4)
           MOVE EST-SIT-CNT (4) TO WS-TM-VALOR (WS-M-ONDE 5)
           COMPUTE WS-TM-VALOR (WS-M-ONDE 6) = EST-TIPO-CNT (1 1)
                 + EST-TIPO-CNT (1 2) + EST-TIPO-CNT (1 3)
           COMPUTE WS-TM-VALOR (WS-M-ONDE 7) = EST-TIPO-CNT (2 1)
                 + EST-TIPO-CNT (2 2) + EST-TIPO-CNT (2 3)
           MOVE EST-SEM-CEP TO WS-TM-VALOR (WS-M-ONDE 8)
           MOVE EST-SEM-CONTATO TO WS-TM-VALOR (WS-M-ONDE 9)
           MOVE EST-INCLUSOES TO WS-TM-VALOR (WS-M-ONDE 10)
           MOVE EST-EXCLUSOES TO WS-TM-VALOR (WS-M-ONDE 11)
           MOVE EST-MERGES TO WS-TM-VALOR (WS-M-ONDE 12)
           MOVE EST-BLOQ-FATUR TO WS-TM-VALOR (WS-M-ONDE 13)
           PERFORM 2310-EXTRAIR-UF THRU 2310-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1 UNTIL WS-UF-IDX > 28.
       2300-EXIT.
           EXIT.

       2310-EXTRAIR-UF.
           COMPUTE WS-C-IDX = WS-UF-IDX + 13
           MOVE EST-UF-CNT (WS-UF-IDX 1)
               TO WS-TM-VALOR (WS-M-ONDE WS-C-IDX).
       2310-EXIT.
           EXIT.

      * Insertion step: the newcomer sinks below any later month.
       2400-ORDENAR-MES.
           COMPUTE WS-M-ANT = WS-M-IDX - 1
           IF WS-TM-AAAAMM (WS-M-ANT) > WS-TM-AAAAMM (WS-M-IDX)
               MOVE WS-MESES (WS-M-ANT) TO WS-MES-TROCA
               MOVE WS-MESES (WS-M-IDX) TO WS-MESES (WS-M-ANT)
               MOVE WS-MES-TROCA TO WS-MESES (WS-M-IDX)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-DESCARTAR-MAIS-ANTIGO.
           MOVE WS-MESES (WS-M-IDX + 1) TO WS-MESES (WS-M-IDX).
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR - month heading, then a value line and a change
      * line per category
      ******************************************************************
       3000-LISTAR.
           MOVE WS-QTD-MESES TO WS-CAB-QTDE
           MOVE WS-LIMITE-PCT TO WS-CAB-LIMITE
           MOVE WS-CAB2 TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF WS-QTD-MESES = ZERO
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-MONTAR-MES THRU 3100-EXIT
               VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 12
           MOVE WS-LINMESES TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 3200-LISTAR-CATEGORIA THRU 3200-EXIT
               VARYING WS-C-IDX FROM 1 BY 1
               UNTIL WS-C-IDX > WS-QTD-CATEG.
       3000-EXIT.
           EXIT.

       3100-MONTAR-MES.
           MOVE SPACE TO WS-LM-COL (WS-M-IDX)
           IF WS-M-IDX > WS-QTD-MESES
               GO TO 3100-EXIT
           END-IF
           MOVE WS-TM-AAAAMM (WS-M-IDX) (1:4) TO WS-LM-AAAA (WS-M-IDX)
           MOVE "/" TO WS-LM-BARRA (WS-M-IDX)
           MOVE WS-TM-AAAAMM (WS-M-IDX) (5:2) TO WS-LM-MM (WS-M-IDX).
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LISTAR-CATEGORIA - a UF line is left out when the UF had
      * no active customer in any month of the window
      ******************************************************************
       3200-LISTAR-CATEGORIA.
           MOVE "N" TO WS-CATEG-TEM-VALOR
           MOVE "N" TO WS-CATEG-ALERTA
           MOVE SPACE TO WS-LINVALOR
           MOVE SPACE TO WS-LINVARIA
           PERFORM 3210-MONTAR-VALOR THRU 3210-EXIT
               VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-QTD-MESES
           IF WS-C-IDX > 13
              AND NOT CATEG-TEM-VALOR
               GO TO 3200-EXIT
           END-IF
           IF WS-C-IDX > 13
               COMPUTE WS-UF-IDX = WS-C-IDX - 13
               STRING "ATIVOS NA UF " DELIMITED BY SIZE
                      WS-UF-SIGLA (WS-UF-IDX) DELIMITED BY SIZE
                      INTO WS-LV-ROTULO
               END-STRING
           ELSE
               MOVE WS-ROTULO (WS-C-IDX) TO WS-LV-ROTULO
           END-IF
           MOVE "VARIACAO" TO WS-LVA-ROTULO
           PERFORM 3220-MONTAR-VARIACAO THRU 3220-EXIT
               VARYING WS-M-IDX FROM 2 BY 1
               UNTIL WS-M-IDX > WS-QTD-MESES
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINVALOR TO REL-LINHA
           WRITE REL-LINHA
           IF WS-QTD-MESES > 1
               MOVE WS-LINVARIA TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF CATEG-ALERTA
               ADD 1 TO WS-QTD-ALERTAS
               IF WS-PCT > ZERO
                   MOVE WS-PCT TO WS-ALR-PCT
                   MOVE WS-ALERTA-PCT TO WS-ALERTA-TXTO
               ELSE
                   MOVE "*** ALERTA: CATEGORIA ZERADA NO MÊS" &
                        " ANTERIOR E COM MOVIMENTO NO ÚLTIMO ***" TO
                        WS-ALERTA-TXTO
               END-IF
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MONTAR-VALOR.
           MOVE WS-TM-VALOR (WS-M-IDX WS-C-IDX)
               TO WS-LV-QTDE (WS-M-IDX)
           IF WS-TM-VALOR (WS-M-IDX WS-C-IDX) > ZERO
               MOVE "S" TO WS-CATEG-TEM-VALOR
           END-IF.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3220-MONTAR-VARIACAO - change against the previous month.  The
      * percentage is taken on the previous month's figure; a category
      * that was zero and is not any more always counts as a jump.
      * Only the latest month's jump raises the ALERTA line.
      ******************************************************************
       3220-MONTAR-VARIACAO.
           COMPUTE WS-M-ANT = WS-M-IDX - 1
           COMPUTE WS-DIF = WS-TM-VALOR (WS-M-IDX WS-C-IDX)
                          - WS-TM-VALOR (WS-M-ANT WS-C-IDX)
           MOVE WS-DIF TO WS-LVA-DIF (WS-M-IDX)
           IF WS-DIF < ZERO
               COMPUTE WS-DIF-ABS = ZERO - WS-DIF
           ELSE
               MOVE WS-DIF TO WS-DIF-ABS
           END-IF
           MOVE "N" TO WS-ESTOUROU
           MOVE ZERO TO WS-PCT
           IF WS-TM-VALOR (WS-M-ANT WS-C-IDX) = ZERO
               IF WS-DIF-ABS > ZERO
                   MOVE "S" TO WS-ESTOUROU
               END-IF
           ELSE
               COMPUTE WS-PCT = (WS-DIF-ABS * 100)
                              / WS-TM-VALOR (WS-M-ANT WS-C-IDX)
               IF WS-PCT > WS-LIMITE-PCT
                   MOVE "S" TO WS-ESTOUROU
               END-IF
           END-IF
           IF ESTOUROU
               MOVE "*" TO WS-LVA-MARCA (WS-M-IDX)
               IF WS-M-IDX = WS-QTD-MESES
                   MOVE "S" TO WS-CATEG-ALERTA
               END-IF
           END-IF.
       3220-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "FOTOGRAFIAS LIDAS...............:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "MESES NA JANELA.................:" TO WS-RES-ROTULO
           MOVE WS-QTD-MESES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CATEGORIAS ACIMA DO LIMITE......:" TO WS-RES-ROTULO
           MOVE WS-QTD-ALERTAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_TENDENCIA.
