      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Morning listing of the approval queue.  Walks
      *          cli_pend.dat (PENDREG) and lists every change an
      *          operador proposed on CADCLIENTE that is still waiting
      *          for a supervisor after more than the configured
      *          number of days - customer, sequence, when and by
      *          whom it was proposed, which fields it touches and the
      *          razao social it applies to.  Anything listed raises
      *          an alert, since a held change means the record is
      *          frozen for the desk until it is decided.
      *          Configuration from the environment:
      *            PENDENTES_DIAS - age in days (2 digits) past which
      *                             a pending change is listed,
      *                             default 01
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_PENDENTES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CLI-PEND ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS FS-STAT-PND
           RECORD KEY IS PEND-CHAVE.

           SELECT REL-FILE ASSIGN TO "./pendcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD CLI-PEND VALUE OF PEND-ID IS "./cli_pend.dat".

           COPY PENDREG.

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT-PND PIC 9(02).
           88 FS-OK-PND      VALUE ZEROS.
           88 FS-PND-AUSENTE VALUE 05.
           88 FS-PND-FIM     VALUE 10.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 WS-DIAS-X          PIC X(02).
       77 WS-DIAS            PIC 9(02) VALUE 1.
       77 WS-DIAS-IDX        PIC 9(02).

      *----------------------------------------------------------------
      * Cut-off: today's date stepped back WS-DIAS days, paired with
      * the time of the run.  A change proposed before that instant
      * has been waiting longer than the limit.
      *----------------------------------------------------------------
       01 WS-HOJE.
           05 WS-HOJE-AAAA       PIC 9(04).
           05 WS-HOJE-MM         PIC 9(02).
           05 WS-HOJE-DD         PIC 9(02).

       01 WS-LIMITE.
           05 WS-LIM-DATA.
               10 WS-LIM-AAAA    PIC 9(04).
               10 WS-LIM-MM      PIC 9(02).
               10 WS-LIM-DD      PIC 9(02).
           05 WS-LIM-HORA        PIC X(06).

       01 WS-PROPOSTA.
           05 WS-PRO-DATA        PIC X(08).
           05 WS-PRO-HORA        PIC X(06).

       01 WS-DIAS-MES-LIT PIC X(24) VALUE "312831303130313130313031".
       01 WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-LIT.
           05 WS-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.

       77 WS-BISSEXTO-QUOC   PIC 9(04) COMP.
       77 WS-BISSEXTO-RESTO  PIC 9(04) COMP.

       77 WS-QTD-LIDOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-PENDENTES   PIC 9(08) VALUE ZERO.
       77 WS-QTD-ATRASADOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-APROVADOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-REJEITADOS  PIC 9(08) VALUE ZERO.

       01 WS-CABECALHO.
           05 FILLER PIC X(54) VALUE
              "ALTERAÇÕES AGUARDANDO APROVAÇÃO DO SUPERVISOR".

       01 WS-LINPARM.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 FILLER             PIC X(26) VALUE
              "PROPOSTAS ANTERIORES A: ".
           05 WS-PAR-DATA        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PAR-HORA        PIC X(06).
           05 FILLER             PIC X(08) VALUE "  DIAS: ".
           05 WS-PAR-DIAS        PIC Z9.

       01 WS-CABDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "CLIENTE".
           05 FILLER            PIC X(06) VALUE "SEQ".
           05 FILLER            PIC X(16) VALUE "PROPOSTA EM".
           05 FILLER            PIC X(22) VALUE "OPERADOR".
           05 FILLER            PIC X(30) VALUE "CAMPOS ALTERADOS".
           05 FILLER            PIC X(40) VALUE "RAZAO SOCIAL".

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-SEQ         PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-DATA        PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-HORA        PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-OPERADOR    PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-CAMPOS      PIC X(28).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAZAO       PIC X(46).

       77 WS-CAMPOS-PTR      PIC 9(02) COMP.

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
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE SPACE TO WS-DIAS-X
           ACCEPT WS-DIAS-X FROM ENVIRONMENT "PENDENTES_DIAS"
           IF WS-DIAS-X IS NUMERIC AND WS-DIAS-X NOT = "00"
               MOVE WS-DIAS-X TO WS-DIAS
           ELSE
               MOVE 1 TO WS-DIAS
           END-IF
           MOVE WS-HOJE-AAAA TO WS-LIM-AAAA
           MOVE WS-HOJE-MM TO WS-LIM-MM
           MOVE WS-HOJE-DD TO WS-LIM-DD
           ACCEPT WS-LIM-HORA FROM TIME
           PERFORM 1100-RECUAR-UM-DIA THRU 1100-EXIT
               VARYING WS-DIAS-IDX FROM 1 BY 1
               UNTIL WS-DIAS-IDX > WS-DIAS
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LIM-DATA TO WS-PAR-DATA
           MOVE WS-LIM-HORA TO WS-PAR-HORA
           MOVE WS-DIAS TO WS-PAR-DIAS
           MOVE WS-LINPARM TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-RECUAR-UM-DIA - WS-LIMITE one calendar day back, across
      * month and year ends (February 29 in leap years).
      ******************************************************************
       1100-RECUAR-UM-DIA.
           IF WS-LIM-DD > 1
               SUBTRACT 1 FROM WS-LIM-DD
               GO TO 1100-EXIT
           END-IF
           IF WS-LIM-MM > 1
               SUBTRACT 1 FROM WS-LIM-MM
           ELSE
               MOVE 12 TO WS-LIM-MM
               SUBTRACT 1 FROM WS-LIM-AAAA
           END-IF
           MOVE WS-DIAS-MES (WS-LIM-MM) TO WS-LIM-DD
           IF WS-LIM-MM = 2
               PERFORM 1110-TESTAR-BISSEXTO THRU 1110-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-TESTAR-BISSEXTO.
           DIVIDE WS-LIM-AAAA BY 4 GIVING WS-BISSEXTO-QUOC
               REMAINDER WS-BISSEXTO-RESTO
           IF WS-BISSEXTO-RESTO NOT = ZERO
               GO TO 1110-EXIT
           END-IF
           DIVIDE WS-LIM-AAAA BY 100 GIVING WS-BISSEXTO-QUOC
               REMAINDER WS-BISSEXTO-RESTO
           IF WS-BISSEXTO-RESTO NOT = ZERO
               MOVE 29 TO WS-LIM-DD
               GO TO 1110-EXIT
           END-IF
           DIVIDE WS-LIM-AAAA BY 400 GIVING WS-BISSEXTO-QUOC
               REMAINDER WS-BISSEXTO-RESTO
           IF WS-BISSEXTO-RESTO = ZERO
               MOVE 29 TO WS-LIM-DD
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - no cli_pend.dat means nobody ever proposed a
      * change; that is a note, not an alert.
      ******************************************************************
       2000-PROCESSAR.
           OPEN INPUT CLI-PEND
           IF FS-PND-AUSENTE
               CLOSE CLI-PEND
               MOVE "cli_pend.dat NÃO ENCONTRADO - NENHUMA" &
                    " ALTERAÇÃO PROPOSTA" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT FS-OK-PND
               MOVE "*** ALERTA: FALHA AO ABRIR cli_pend.dat ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-CABDET TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 2100-LER-PENDENCIA THRU 2100-EXIT
           PERFORM 2200-AVALIAR-PENDENCIA THRU 2200-EXIT
               UNTIL FS-PND-FIM
           CLOSE CLI-PEND.
       2000-EXIT.
           EXIT.

       2100-LER-PENDENCIA.
           READ CLI-PEND NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-PND
           END-READ.
       2100-EXIT.
           EXIT.

       2200-AVALIAR-PENDENCIA.
           ADD 1 TO WS-QTD-LIDOS
           EVALUATE TRUE
               WHEN PEND-APROVADA
                   ADD 1 TO WS-QTD-APROVADOS
               WHEN PEND-REJEITADA
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN PEND-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE PEND-DATA TO WS-PRO-DATA
                   MOVE PEND-HORA TO WS-PRO-HORA
                   IF WS-PROPOSTA < WS-LIMITE
                       ADD 1 TO WS-QTD-ATRASADOS
                       PERFORM 2300-LISTAR-PENDENCIA THRU 2300-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-LER-PENDENCIA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LISTAR-PENDENCIA - the fields named are the ones the
      * proposal changes against the record the operador found.
      ******************************************************************
       2300-LISTAR-PENDENCIA.
           MOVE PEND-ID TO WS-DET-ID
           MOVE PEND-SEQ TO WS-DET-SEQ
           MOVE PEND-DATA TO WS-DET-DATA
           MOVE PEND-HORA TO WS-DET-HORA
           MOVE PEND-OPERADOR TO WS-DET-OPERADOR
           MOVE PEND-A-RAZAOSOCIAL TO WS-DET-RAZAO
           MOVE SPACE TO WS-DET-CAMPOS
           MOVE 1 TO WS-CAMPOS-PTR
           IF PEND-D-TIPO-PESSOA NOT = PEND-A-TIPO-PESSOA
              OR PEND-D-CNPJ NOT = PEND-A-CNPJ
               STRING "DOC " DELIMITED BY SIZE
                   INTO WS-DET-CAMPOS WITH POINTER WS-CAMPOS-PTR
               END-STRING
           END-IF
           IF PEND-D-RAZAOSOCIAL NOT = PEND-A-RAZAOSOCIAL
               STRING "RAZAO " DELIMITED BY SIZE
                   INTO WS-DET-CAMPOS WITH POINTER WS-CAMPOS-PTR
               END-STRING
           END-IF
           IF PEND-D-ENDERECO NOT = PEND-A-ENDERECO
              OR PEND-D-NUMERO NOT = PEND-A-NUMERO
              OR PEND-D-BAIRRO NOT = PEND-A-BAIRRO
              OR PEND-D-CIDADE NOT = PEND-A-CIDADE
              OR PEND-D-ESTADO NOT = PEND-A-ESTADO
              OR PEND-D-CEP NOT = PEND-A-CEP
               STRING "ENDERECO " DELIMITED BY SIZE
                   INTO WS-DET-CAMPOS WITH POINTER WS-CAMPOS-PTR
               END-STRING
           END-IF
           IF PEND-D-NOMEFANTASIA NOT = PEND-A-NOMEFANTASIA
               STRING "FANTASIA" DELIMITED BY SIZE
                   INTO WS-DET-CAMPOS WITH POINTER WS-CAMPOS-PTR
               END-STRING
           END-IF
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       2300-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - totals; anything past the limit is an alert
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "ALTERACOES NO ARQUIVO............:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "APROVADAS........................:" TO WS-RES-ROTULO
           MOVE WS-QTD-APROVADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "REJEITADAS.......................:" TO WS-RES-ROTULO
           MOVE WS-QTD-REJEITADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "AGUARDANDO DECISAO...............:" TO WS-RES-ROTULO
           MOVE WS-QTD-PENDENTES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "AGUARDANDO ALEM DO LIMITE........:" TO WS-RES-ROTULO
           MOVE WS-QTD-ATRASADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-QTD-ATRASADOS > ZERO
               MOVE "*** ALERTA: ALTERAÇÕES AGUARDANDO O SUPERVISOR" &
                    " ALÉM DO LIMITE ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_PENDENTES.
