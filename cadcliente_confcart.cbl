      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Nightly sales rep portfolio check of FILE1
      *          (cliete.dat) against the rep master cli_vend.dat
      *          (VENDREG).  Lists every customer that is not inactive
      *          and
      *            - has no rep (CLI_VENDEDOR blank);
      *            - carries a rep code that is not on the master;
      *            - belongs to a rep flagged inactive;
      *            - lives in a UF outside the rep's region;
      *          with a total per finding and an ALERTA when anything
      *          was found, so the nightly journal shows it.  Inactive
      *          customers are counted and left alone - nobody sells
      *          to them.  Output on confcart.lst.  Runs as a step of
      *          CADCLIENTE_NOTURNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_CONFCART.

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

           SELECT OPTIONAL CLI-VEND ASSIGN TO "./cli_vend.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-VND.

           SELECT REL-FILE ASSIGN TO "./confcart.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD CLI-VEND.

           COPY VENDREG.

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE VALUE 35.

       77 FS-STAT-VND PIC 9(02).
           88 FS-OK-VND      VALUE ZEROS.
           88 FS-VND-AUSENTE VALUE 05.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 WS-QTD-LIDOS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-INATIVOS        PIC 9(08) VALUE ZERO.
       77 WS-QTD-CONFERIDOS      PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-VENDEDOR    PIC 9(08) VALUE ZERO.
       77 WS-QTD-NAO-CADASTRADO  PIC 9(08) VALUE ZERO.
       77 WS-QTD-VEND-INATIVO    PIC 9(08) VALUE ZERO.
       77 WS-QTD-FORA-REGIAO     PIC 9(08) VALUE ZERO.
       77 WS-QTD-OCORRENCIAS     PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * The rep master, loaded once.  Reps past the last slot are
      * reported; their customers are listed as not on file.
      *----------------------------------------------------------------
       77 WS-VT-MAX              PIC 9(04) COMP VALUE 200.
       77 WS-VT-QTDE             PIC 9(04) COMP VALUE ZERO.
       77 WS-VT-IDX              PIC 9(04) COMP.
       77 WS-VT-EXCEDENTES       PIC 9(06) VALUE ZERO.
       77 WS-VT-FIM              PIC X(01).
           88 VT-FIM VALUE "S".

       01 WS-VT-TAB.
           05 WS-VT-VENDEDOR OCCURS 200 TIMES.
               10 WS-VT-CODIGO      PIC X(05).
               10 WS-VT-SITUACAO    PIC X(01).
                   88 WS-VT-ATIVO   VALUE "S".
               10 WS-VT-REGIAO.
                   15 WS-VT-UF      PIC X(02) OCCURS 27 TIMES.

       77 WS-BUSCA-IDX           PIC 9(04) COMP.
       77 WS-UF-IDX              PIC 9(02) COMP.
       77 WS-NA-REGIAO           PIC X(01).
           88 NA-REGIAO VALUE "S".

       01 WS-CABECALHO.
           05 FILLER            PIC X(45) VALUE
              "CONFERENCIA DAS CARTEIRAS DE VENDEDORES".

       01 WS-CABDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "ID".
           05 FILLER            PIC X(42) VALUE "RAZAO SOCIAL".
           05 FILLER            PIC X(04) VALUE "UF".
           05 FILLER            PIC X(10) VALUE "VENDEDOR".
           05 FILLER            PIC X(30) VALUE "OCORRENCIA".

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAZAO      PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ESTADO     PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-VENDEDOR   PIC X(05).
           05 FILLER            PIC X(05) VALUE SPACE.
           05 WS-DET-OCORRENCIA PIC X(40).

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
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 1200-CARREGAR-VENDEDORES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-VENDEDORES - the rep master into WS-VT-TAB.
      * Without it every assigned customer is listed as not on file.
      ******************************************************************
       1200-CARREGAR-VENDEDORES.
           MOVE ZERO TO WS-VT-QTDE
           MOVE "N" TO WS-VT-FIM
           OPEN INPUT CLI-VEND
           IF NOT FS-OK-VND
               IF FS-VND-AUSENTE
                   CLOSE CLI-VEND
               END-IF
               MOVE "*** ALERTA: CADASTRO DE VENDEDORES (CLI_VEND.DAT)"
                    & " NAO DISPONIVEL ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LER-VENDEDOR THRU 1210-EXIT
               UNTIL VT-FIM
           CLOSE CLI-VEND
           IF WS-VT-EXCEDENTES > ZERO
               MOVE "*** ALERTA: CADASTRO DE VENDEDORES MAIOR QUE A" &
                    " TABELA - VENDEDORES EXCEDENTES IGNORADOS ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LER-VENDEDOR.
           READ CLI-VEND
               AT END
                   MOVE "S" TO WS-VT-FIM
                   GO TO 1210-EXIT
           END-READ
           IF VEND-CODIGO = SPACE
               GO TO 1210-EXIT
           END-IF
           IF WS-VT-QTDE >= WS-VT-MAX
               ADD 1 TO WS-VT-EXCEDENTES
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-VT-QTDE
           MOVE VEND-CODIGO TO WS-VT-CODIGO (WS-VT-QTDE)
           MOVE VEND-SITUACAO TO WS-VT-SITUACAO (WS-VT-QTDE)
           MOVE VEND-REGIAO TO WS-VT-REGIAO (WS-VT-QTDE).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - every customer in key order
      ******************************************************************
       2000-PROCESSAR.
           OPEN INPUT FILE1
           IF NOT FS-OK
               IF FS-ARQ-AUSENTE
                   CLOSE FILE1
                   GO TO 2000-EXIT
               END-IF
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO DE" &
                    " CLIENTES - CONFERENCIA NAO FEITA ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-CABDET TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-CONFERIR-CLIENTE THRU 2200-EXIT
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

      ******************************************************************
      * 2200-CONFERIR-CLIENTE - one line per finding; an inactive rep
      * whose region does not cover the customer gives two
      ******************************************************************
       2200-CONFERIR-CLIENTE.
           ADD 1 TO WS-QTD-LIDOS
           IF CLI-INATIVO
               ADD 1 TO WS-QTD-INATIVOS
               GO TO 2200-PROXIMO
           END-IF
           ADD 1 TO WS-QTD-CONFERIDOS
           MOVE CLI_ID TO WS-DET-ID
           MOVE CLI_RAZAOSOCIAL TO WS-DET-RAZAO
           MOVE CLI_ESTADO TO WS-DET-ESTADO
           MOVE CLI_VENDEDOR TO WS-DET-VENDEDOR
           IF CLI_VENDEDOR = SPACE
               ADD 1 TO WS-QTD-SEM-VENDEDOR
               MOVE "SEM VENDEDOR" TO WS-DET-OCORRENCIA
               PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
               GO TO 2200-PROXIMO
           END-IF
           PERFORM 3000-PROCURAR-VENDEDOR THRU 3000-EXIT
           IF WS-BUSCA-IDX = ZERO
               ADD 1 TO WS-QTD-NAO-CADASTRADO
               MOVE "VENDEDOR NAO CADASTRADO" TO WS-DET-OCORRENCIA
               PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
               GO TO 2200-PROXIMO
           END-IF
           IF NOT WS-VT-ATIVO (WS-BUSCA-IDX)
               ADD 1 TO WS-QTD-VEND-INATIVO
               MOVE "VENDEDOR INATIVO" TO WS-DET-OCORRENCIA
               PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
           END-IF
           PERFORM 3100-VERIFICAR-REGIAO THRU 3100-EXIT
           IF NOT NA-REGIAO
               ADD 1 TO WS-QTD-FORA-REGIAO
               MOVE "FORA DA REGIAO DO VENDEDOR" TO WS-DET-OCORRENCIA
               PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
           END-IF.

       2200-PROXIMO.
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2900-GRAVAR-DETALHE.
           ADD 1 TO WS-QTD-OCORRENCIAS
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCURAR-VENDEDOR - CLI_VENDEDOR in the rep table;
      * WS-BUSCA-IDX is its slot, zero when it is not on the master
      ******************************************************************
       3000-PROCURAR-VENDEDOR.
           MOVE ZERO TO WS-BUSCA-IDX
           PERFORM 3010-COMPARAR-VENDEDOR THRU 3010-EXIT
               VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VT-QTDE
                  OR WS-BUSCA-IDX > ZERO.
       3000-EXIT.
           EXIT.

       3010-COMPARAR-VENDEDOR.
           IF WS-VT-CODIGO (WS-VT-IDX) = CLI_VENDEDOR
               MOVE WS-VT-IDX TO WS-BUSCA-IDX
           END-IF.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VERIFICAR-REGIAO - does the region of the rep in slot
      * WS-BUSCA-IDX cover CLI_ESTADO?  No UF listed = whole country.
      ******************************************************************
       3100-VERIFICAR-REGIAO.
           MOVE "N" TO WS-NA-REGIAO
           IF WS-VT-REGIAO (WS-BUSCA-IDX) = SPACE
               MOVE "S" TO WS-NA-REGIAO
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-COMPARAR-UF THRU 3110-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1
               UNTIL WS-UF-IDX > 27 OR NA-REGIAO.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-UF.
           IF WS-VT-UF (WS-BUSCA-IDX, WS-UF-IDX) = CLI_ESTADO
               MOVE "S" TO WS-NA-REGIAO
           END-IF.
       3110-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - totals per finding; anything found is worth
      * an alert on the nightly journal
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF WS-QTD-OCORRENCIAS > ZERO
               MOVE "*** ALERTA: CLIENTES COM CARTEIRA DE VENDEDOR A" &
                    " REGULARIZAR ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           MOVE "CLIENTES LIDOS..................:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "INATIVOS - NAO CONFERIDOS.......:" TO WS-RES-ROTULO
           MOVE WS-QTD-INATIVOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES CONFERIDOS.............:" TO WS-RES-ROTULO
           MOVE WS-QTD-CONFERIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "SEM VENDEDOR....................:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-VENDEDOR TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "VENDEDOR NAO CADASTRADO.........:" TO WS-RES-ROTULO
           MOVE WS-QTD-NAO-CADASTRADO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "VENDEDOR INATIVO................:" TO WS-RES-ROTULO
           MOVE WS-QTD-VEND-INATIVO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "FORA DA REGIAO DO VENDEDOR......:" TO WS-RES-ROTULO
           MOVE WS-QTD-FORA-REGIAO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "VENDEDORES NO CADASTRO..........:" TO WS-RES-ROTULO
           MOVE WS-VT-QTDE TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_CONFCART.
