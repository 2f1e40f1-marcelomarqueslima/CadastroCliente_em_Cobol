      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Match the bureau's monthly Receita Federal
      *          registration-status file (receita.dat, RFBREG layout)
      *          against FILE1 (cliete.dat) through the CLI_DOC_BUSCA
      *          key.  The 3100-VALIDAR-DOCUMENTO check digits only
      *          tell us a CNPJ/CPF is well formed; this tells us
      *          when it has been closed (BAIXADA), declared unfit
      *          (INAPTA) or suspended.  Every customer whose document
      *          is not ATIVA/REGULAR is listed with its CLI_SITUACAO
      *          and whether it is still going to billing; those that
      *          are raise an alert.  With RECEITA_QUARENTENA=S the
      *          run also puts them in quarantine (CLI_QUARENTENA
      *          "R"), which keeps them out of CADCLIENTE_EXPORTA and
      *          CADCLIENTE_MALA - one already held by HIGIENIZA ("S")
      *          is turned into "R", which an ALTERAR does not
      *          release - and releases its own quarantine
      *          once the document is back in good standing - both
      *          with before/after images on CLI_HIST.DAT.  The
      *          documents we carry that the bureau did not return
      *          are listed in a separate section.  Runs as a step of
      *          CADCLIENTE_NOTURNO; a night without receita.dat is
      *          not a problem.
      *          Configuration from the environment:
      *            RECEITA_QUARENTENA - S = quarantine/release
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_RECEITA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL FILE1 ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           ALTERNATE KEY CLI_RAZAOSOCIAL WITH DUPLICATES
           ALTERNATE KEY CLI_DOC_BUSCA WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_BUSCA WITH DUPLICATES
           FILE STATUS IS FS-STAT
           RECORD KEY IS ID_CLIENTE.

           SELECT OPTIONAL RFB-FILE ASSIGN TO "./receita.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-RFB.

           SELECT WORK-SORT ASSIGN TO "./receita.srt".

           SELECT OPTIONAL CLI-HIST ASSIGN TO "./cli_hist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-HIST.

           SELECT NRT-TRAB ASSIGN TO "./receita.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-TRAB.

           SELECT REL-FILE ASSIGN TO "./rfbcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD RFB-FILE.

           COPY RFBREG.

      *----------------------------------------------------------------
      * The feed in CLI_DOC_BUSCA order, for the match against the
      * cadastro read through the same key.
      *----------------------------------------------------------------
       SD WORK-SORT.

           COPY RFBREG REPLACING LEADING ==RFB== BY ==SRT==.

       FD CLI-HIST.

       01 HIST-LINHA                           PIC X(502).

      *----------------------------------------------------------------
      * Documents not returned by the bureau, held here until the
      * matched section of the listing is complete.
      *----------------------------------------------------------------
       FD NRT-TRAB.

       01 TRAB-LINHA                           PIC X(132).

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE  VALUE 35.

       77 FS-STAT-RFB PIC 9(02).
           88 FS-OK-RFB      VALUE ZEROS.
           88 FS-RFB-AUSENTE VALUE 05.
           88 FS-RFB-FIM     VALUE 10.

       77 FS-STAT-HIST PIC 9(02).
           88 FS-OK-HIST VALUE ZEROS.

       77 FS-STAT-TRAB PIC 9(02).
           88 FS-OK-TRAB  VALUE ZEROS.
           88 FS-TRAB-FIM VALUE 10.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 WS-QUARENTENA-X PIC X(01).
           88 QUARENTENA-PEDIDA VALUE "S" "s".
       77 WS-QUARENTENA-ANT PIC X(01).

       77 WS-HOJE             PIC X(08).

      *----------------------------------------------------------------
      * Match keys: HIGH-VALUES once a side is exhausted.
      *----------------------------------------------------------------
       77 WS-CHAVE-CLI        PIC X(15).
       77 WS-CHAVE-RFB        PIC X(15).
       77 WS-CHAVE-RFB-ANT    PIC X(15).

       77 WS-FIM-SORT PIC X(01).
           88 FIM-SORT VALUE "S".

       77 WS-HIST-OPERADOR PIC X(20).
       77 WS-HIST-OPERACAO PIC X(08).

       77 WS-HASH-IDX PIC 9(02) COMP.
       77 WS-CONTATOS-HASH PIC 9(09) COMP.
       77 WS-HASH-TIPO PIC 9(01) COMP.
       77 WS-HASH-WPP PIC 9(01) COMP.

       COPY HISTREG.

       77 WS-QTD-LIDOS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-INVALIDOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-REPETIDOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-REGULARES       PIC 9(08) VALUE ZERO.
       77 WS-QTD-IRREGULARES     PIC 9(08) VALUE ZERO.
       77 WS-QTD-AINDA-FATURA    PIC 9(08) VALUE ZERO.
       77 WS-QTD-QUARENTENADOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-LIBERADOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-NAO-CADASTR     PIC 9(08) VALUE ZERO.
       77 WS-QTD-NAO-DEVOLVIDOS  PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-DOCUMENTO   PIC 9(08) VALUE ZERO.

       01 WS-CABECALHO.
           05 FILLER PIC X(54) VALUE
              "SITUAÇÃO CADASTRAL NA RECEITA FEDERAL - CLIENTES".

       01 WS-CABDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "CLIENTE".
           05 FILLER            PIC X(17) VALUE "DOCUMENTO".
           05 FILLER            PIC X(11) VALUE "RECEITA".
           05 FILLER            PIC X(10) VALUE "DESDE".
           05 FILLER            PIC X(11) VALUE "CADASTRO".
           05 FILLER            PIC X(06) VALUE "QUAR.".
           05 FILLER            PIC X(07) VALUE "FATURA".
           05 FILLER            PIC X(10) VALUE "AÇÃO".

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-TIPO        PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-DOC         PIC 9(14).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-RFB-SIT     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-RFB-DATA    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-SITUACAO    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-QUARENTENA  PIC X(01).
           05 FILLER            PIC X(05) VALUE SPACE.
           05 WS-DET-FATURA      PIC X(04).
           05 FILLER            PIC X(03) VALUE SPACE.
           05 WS-DET-ACAO        PIC X(40).

       01 WS-LINNRT.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-NRT-ID          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-NRT-TIPO        PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-NRT-DOC         PIC 9(14).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-NRT-RAZAO       PIC X(50).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-NRT-SITUACAO    PIC X(10).

       01 WS-LININV.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(17) VALUE "LINHA INVÁLIDA: ".
           05 WS-INV-LINHA       PIC X(35).

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
           MOVE SPACE TO WS-QUARENTENA-X
           ACCEPT WS-QUARENTENA-X FROM ENVIRONMENT
               "RECEITA_QUARENTENA"
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-HIST-OPERADOR = SPACE
               MOVE "DESCONHECIDO" TO WS-HIST-OPERADOR
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - the feed is optional: most nights there is
      * none, and that is not worth an alert.
      ******************************************************************
       2000-PROCESSAR.
           OPEN INPUT RFB-FILE
           IF FS-RFB-AUSENTE
               CLOSE RFB-FILE
               MOVE "receita.dat NÃO RECEBIDO - NADA A CONFERIR" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT FS-OK-RFB
               MOVE "*** ALERTA: FALHA AO ABRIR receita.dat ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           CLOSE RFB-FILE
           IF QUARENTENA-PEDIDA
               OPEN I-O FILE1
           ELSE
               OPEN INPUT FILE1
           END-IF
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO -" &
                    " NADA FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               IF FS-ARQ-AUSENTE
                   CLOSE FILE1
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF QUARENTENA-PEDIDA
               OPEN EXTEND CLI-HIST
               IF NOT FS-OK-HIST
                   CLOSE CLI-HIST
                   OPEN OUTPUT CLI-HIST
                   CLOSE CLI-HIST
                   OPEN EXTEND CLI-HIST
               END-IF
           END-IF
           OPEN OUTPUT NRT-TRAB
           MOVE WS-CABDET TO REL-LINHA
           WRITE REL-LINHA
           SORT WORK-SORT
               ON ASCENDING KEY SRT-DOC-BUSCA
               INPUT PROCEDURE IS 2100-SELECIONAR-FEED
               OUTPUT PROCEDURE IS 3000-CASAR-CADASTRO
           CLOSE NRT-TRAB
           CLOSE FILE1
           IF QUARENTENA-PEDIDA
               CLOSE CLI-HIST
           END-IF
           PERFORM 4000-LISTAR-NAO-DEVOLVIDOS THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SELECIONAR-FEED - a line whose document is not F/J plus
      * 14 digits cannot be matched; it is listed and left out
      ******************************************************************
       2100-SELECIONAR-FEED.
           OPEN INPUT RFB-FILE
           PERFORM 2110-LER-FEED THRU 2110-EXIT
           PERFORM 2120-VALIDAR-LINHA THRU 2120-EXIT
               UNTIL FS-RFB-FIM
           CLOSE RFB-FILE.
       2100-EXIT.
           EXIT.

       2110-LER-FEED.
           READ RFB-FILE
               AT END
                   MOVE 10 TO FS-STAT-RFB
           END-READ.
       2110-EXIT.
           EXIT.

       2120-VALIDAR-LINHA.
           ADD 1 TO WS-QTD-LIDOS
           IF (RFB-PESSOA-FISICA OR RFB-PESSOA-JURIDICA)
              AND RFB-DOCUMENTO IS NUMERIC
              AND RFB-SITUACAO NOT = SPACE
               RELEASE SRT-REC FROM RFB-REC
           ELSE
               ADD 1 TO WS-QTD-INVALIDOS
               MOVE RFB-REC TO WS-INV-LINHA
               MOVE WS-LININV TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           PERFORM 2110-LER-FEED THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CASAR-CADASTRO - balance line between the sorted feed and
      * the cadastro read in CLI_DOC_BUSCA order.  Several customers
      * may share one document, so a feed line stays current until
      * the cadastro moves past its key.
      ******************************************************************
       3000-CASAR-CADASTRO.
           MOVE LOW-VALUES TO CLI_DOC_BUSCA
           START FILE1 KEY IS >= CLI_DOC_BUSCA
               INVALID KEY
                   MOVE 35 TO FS-STAT
           END-START
           MOVE SPACE TO WS-CHAVE-RFB-ANT
           MOVE "N" TO WS-FIM-SORT
           PERFORM 3100-LER-CADASTRO THRU 3100-EXIT
           PERFORM 3200-LER-ORDENADO THRU 3200-EXIT
           PERFORM 3300-CASAR-CHAVES THRU 3300-EXIT
               UNTIL WS-CHAVE-CLI = HIGH-VALUES
                 AND WS-CHAVE-RFB = HIGH-VALUES.
       3000-EXIT.
           EXIT.

      * Records without a document (never keyed, or anonymized) have
      * nothing to match and are only counted.
       3100-LER-CADASTRO.
           MOVE SPACE TO WS-CHAVE-CLI
           PERFORM 3110-LER-PROXIMO-CLIENTE THRU 3110-EXIT
               UNTIL WS-CHAVE-CLI NOT = SPACE.
       3100-EXIT.
           EXIT.

       3110-LER-PROXIMO-CLIENTE.
           IF FS-NAO-EXISTE
               MOVE HIGH-VALUES TO WS-CHAVE-CLI
               GO TO 3110-EXIT
           END-IF
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 35 TO FS-STAT
                   MOVE HIGH-VALUES TO WS-CHAVE-CLI
                   GO TO 3110-EXIT
           END-READ
           IF CLI_CNPJ = ZERO
               ADD 1 TO WS-QTD-SEM-DOCUMENTO
               GO TO 3110-EXIT
           END-IF
           MOVE CLI_DOC_BUSCA TO WS-CHAVE-CLI.
       3110-EXIT.
           EXIT.

      * A document the bureau sent twice is taken once.
       3200-LER-ORDENADO.
           MOVE SPACE TO WS-CHAVE-RFB
           PERFORM 3210-LER-PROXIMO-DOC THRU 3210-EXIT
               UNTIL WS-CHAVE-RFB NOT = SPACE.
       3200-EXIT.
           EXIT.

       3210-LER-PROXIMO-DOC.
           IF FIM-SORT
               MOVE HIGH-VALUES TO WS-CHAVE-RFB
               GO TO 3210-EXIT
           END-IF
           RETURN WORK-SORT
               AT END
                   MOVE "S" TO WS-FIM-SORT
                   MOVE HIGH-VALUES TO WS-CHAVE-RFB
                   GO TO 3210-EXIT
           END-RETURN
           IF SRT-DOC-BUSCA = WS-CHAVE-RFB-ANT
               ADD 1 TO WS-QTD-REPETIDOS
               GO TO 3210-EXIT
           END-IF
           MOVE SRT-DOC-BUSCA TO WS-CHAVE-RFB
           MOVE SRT-DOC-BUSCA TO WS-CHAVE-RFB-ANT.
       3210-EXIT.
           EXIT.

       3300-CASAR-CHAVES.
           EVALUATE TRUE
               WHEN WS-CHAVE-RFB < WS-CHAVE-CLI
                   ADD 1 TO WS-QTD-NAO-CADASTR
                   PERFORM 3200-LER-ORDENADO THRU 3200-EXIT
               WHEN WS-CHAVE-RFB = WS-CHAVE-CLI
                   PERFORM 3400-AVALIAR-CLIENTE THRU 3400-EXIT
                   PERFORM 3100-LER-CADASTRO THRU 3100-EXIT
               WHEN OTHER
                   PERFORM 3600-GUARDAR-NAO-DEVOLVIDO THRU 3600-EXIT
                   PERFORM 3100-LER-CADASTRO THRU 3100-EXIT
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-AVALIAR-CLIENTE - a document in good standing only
      * matters when this feed had quarantined it; any other status
      * is listed, and quarantined on request
      ******************************************************************
       3400-AVALIAR-CLIENTE.
           IF SRT-SIT-REGULAR
               ADD 1 TO WS-QTD-REGULARES
               IF QUARENTENA-PEDIDA AND CLI-QUARENTENA-RECEITA
                   PERFORM 3500-MONTAR-DETALHE THRU 3500-EXIT
                   PERFORM 3420-LIBERAR-QUARENTENA THRU 3420-EXIT
                   PERFORM 3900-GRAVAR-DETALHE THRU 3900-EXIT
               END-IF
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO WS-QTD-IRREGULARES
           PERFORM 3500-MONTAR-DETALHE THRU 3500-EXIT
           IF QUARENTENA-PEDIDA AND NOT CLI-QUARENTENA-RECEITA
               PERFORM 3410-COLOCAR-QUARENTENA THRU 3410-EXIT
           ELSE
               MOVE "SEM AÇÃO" TO WS-DET-ACAO
           END-IF
           IF CLI-ATIVO AND NOT CLI-QUARENTENADO
               ADD 1 TO WS-QTD-AINDA-FATURA
           END-IF
           PERFORM 3900-GRAVAR-DETALHE THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

       3410-COLOCAR-QUARENTENA.
           MOVE "RFB-QUAR" TO WS-HIST-OPERACAO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           MOVE CLI_QUARENTENA TO WS-QUARENTENA-ANT
           MOVE "R" TO CLI_QUARENTENA
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE WS-QUARENTENA-ANT TO CLI_QUARENTENA
                   MOVE "ERRO AO REGRAVAR - NÃO QUARENTENADO" TO
                        WS-DET-ACAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-QUARENTENADOS
                   MOVE "COLOCADO EM QUARENTENA" TO WS-DET-ACAO
                   PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
           END-REWRITE.
       3410-EXIT.
           EXIT.

       3420-LIBERAR-QUARENTENA.
           MOVE "RFB-LIB" TO WS-HIST-OPERACAO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           MOVE SPACE TO CLI_QUARENTENA
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "R" TO CLI_QUARENTENA
                   MOVE "ERRO AO REGRAVAR - NÃO LIBERADO" TO
                        WS-DET-ACAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-LIBERADOS
                   MOVE "QUARENTENA LIBERADA - DOC. REGULAR" TO
                        WS-DET-ACAO
                   PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
           END-REWRITE.
       3420-EXIT.
           EXIT.

       3500-MONTAR-DETALHE.
           MOVE CLI_ID TO WS-DET-ID
           MOVE CLI_TIPO_PESSOA TO WS-DET-TIPO
           MOVE CLI_CNPJ TO WS-DET-DOC
           MOVE SRT-SITUACAO TO WS-DET-RFB-SIT
           MOVE SRT-SIT-DATA TO WS-DET-RFB-DATA
           PERFORM 3510-DESCREVER-SITUACAO THRU 3510-EXIT
           IF CLI-QUARENTENADO
               MOVE "S" TO WS-DET-QUARENTENA
           ELSE
               MOVE "N" TO WS-DET-QUARENTENA
           END-IF
           IF CLI-ATIVO AND NOT CLI-QUARENTENADO
               MOVE "SIM" TO WS-DET-FATURA
           ELSE
               MOVE "NÃO" TO WS-DET-FATURA
           END-IF
           MOVE SPACE TO WS-DET-ACAO.
       3500-EXIT.
           EXIT.

       3510-DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN CLI-INATIVO
                   MOVE "INATIVO" TO WS-DET-SITUACAO
               WHEN CLI-BLOQUEADO
                   MOVE "BLOQUEADO" TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE "ATIVO" TO WS-DET-SITUACAO
           END-EVALUATE.
       3510-EXIT.
           EXIT.

       3600-GUARDAR-NAO-DEVOLVIDO.
           ADD 1 TO WS-QTD-NAO-DEVOLVIDOS
           MOVE CLI_ID TO WS-NRT-ID
           MOVE CLI_TIPO_PESSOA TO WS-NRT-TIPO
           MOVE CLI_CNPJ TO WS-NRT-DOC
           MOVE CLI_RAZAOSOCIAL TO WS-NRT-RAZAO
           PERFORM 3510-DESCREVER-SITUACAO THRU 3510-EXIT
           MOVE WS-DET-SITUACAO TO WS-NRT-SITUACAO
           MOVE WS-LINNRT TO TRAB-LINHA
           WRITE TRAB-LINHA.
       3600-EXIT.
           EXIT.

       3900-GRAVAR-DETALHE.
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LISTAR-NAO-DEVOLVIDOS - second section of the listing
      ******************************************************************
       4000-LISTAR-NAO-DEVOLVIDOS.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "DOCUMENTOS DO CADASTRO NÃO DEVOLVIDOS PELO BUREAU:"
                TO WS-ALERTA-TXTO
           PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           OPEN INPUT NRT-TRAB
           PERFORM 4010-LER-TRABALHO THRU 4010-EXIT
           PERFORM 4020-COPIAR-TRABALHO THRU 4020-EXIT
               UNTIL FS-TRAB-FIM
           CLOSE NRT-TRAB.
       4000-EXIT.
           EXIT.

       4010-LER-TRABALHO.
           READ NRT-TRAB
               AT END
                   MOVE 10 TO FS-STAT-TRAB
           END-READ.
       4010-EXIT.
           EXIT.

       4020-COPIAR-TRABALHO.
           MOVE TRAB-LINHA TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 4010-LER-TRABALHO THRU 4010-EXIT.
       4020-EXIT.
           EXIT.

      ******************************************************************
      * 7000-7099 - CLI_HIST.DAT before/after audit trail.  The image
      * does not carry CLI_QUARENTENA: the operation code (RFB-QUAR /
      * RFB-LIB) is what records the change.
      ******************************************************************
       7000-GRAVAR-HIST-ANTES.
           MOVE "ANTES" TO WH-IMAGEM
           PERFORM 7050-MONTAR-IMAGEM THRU 7050-EXIT
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7000-EXIT.
           EXIT.

       7010-GRAVAR-HIST-DEPOIS.
           MOVE "DEPOIS" TO WH-IMAGEM
           PERFORM 7050-MONTAR-IMAGEM THRU 7050-EXIT
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7010-EXIT.
           EXIT.

       7050-MONTAR-IMAGEM.
           MOVE CLI_ID TO WH-ID
           MOVE CLI_NOMEFANTASIA TO WH-NOMEFANTASIA
           MOVE CLI_RAZAOSOCIAL TO WH-RAZAOSOCIAL
           MOVE CLI_TIPO_PESSOA TO WH-TIPO-PESSOA
           MOVE CLI_CNPJ TO WH-CNPJ
           MOVE CLI_ENDERECO TO WH-ENDERECO
           MOVE CLI_NUMERO TO WH-NUMERO
           MOVE CLI_BAIRRO TO WH-BAIRRO
           MOVE CLI_CIDADE TO WH-CIDADE
           MOVE CLI_ESTADO TO WH-ESTADO
           PERFORM 7090-CALC-HASH-CONTATOS THRU 7090-EXIT
           MOVE CLI_QTD_CONTATOS TO WH-QTD-CONTATOS
           MOVE WS-CONTATOS-HASH TO WH-CONTATOS-HASH
           MOVE CLI_SITUACAO TO WH-SITUACAO
           MOVE CLI_SIT_MOTIVO TO WH-SIT-MOTIVO
           MOVE CLI_CEP TO WH-CEP.
       7050-EXIT.
           EXIT.

       7090-CALC-HASH-CONTATOS.
           MOVE ZERO TO WS-CONTATOS-HASH
           PERFORM 7095-SOMAR-UM-CONTATO
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > CLI_QTD_CONTATOS.
       7090-EXIT.
           EXIT.

       7095-SOMAR-UM-CONTATO.
           SET CLI_IDX_CONTATO TO WS-HASH-IDX
           EVALUATE TRUE
               WHEN CTT-FIXO (CLI_IDX_CONTATO)
                   MOVE 1 TO WS-HASH-TIPO
               WHEN CTT-CELULAR (CLI_IDX_CONTATO)
                   MOVE 2 TO WS-HASH-TIPO
               WHEN CTT-FAX (CLI_IDX_CONTATO)
                   MOVE 3 TO WS-HASH-TIPO
               WHEN CTT-WHATSAPP (CLI_IDX_CONTATO)
                   MOVE 4 TO WS-HASH-TIPO
               WHEN CTT-COMERCIAL (CLI_IDX_CONTATO)
                   MOVE 5 TO WS-HASH-TIPO
               WHEN OTHER
                   MOVE 0 TO WS-HASH-TIPO
           END-EVALUATE
           IF CTT-E-WHATSAPP (CLI_IDX_CONTATO)
               MOVE 1 TO WS-HASH-WPP
           ELSE
               MOVE 0 TO WS-HASH-WPP
           END-IF
           ADD CTT_DDD (CLI_IDX_CONTATO) CTT_NUMERO (CLI_IDX_CONTATO)
              CTT_RAMAL (CLI_IDX_CONTATO) WS-HASH-TIPO WS-HASH-WPP
              TO WS-CONTATOS-HASH.
       7095-EXIT.
           EXIT.

       7099-GRAVAR-LINHA-HIST.
           ACCEPT WH-DATA FROM DATE YYYYMMDD
           ACCEPT WH-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO WH-OPERADOR
           MOVE WS-HIST-OPERACAO TO WH-OPERACAO
           MOVE WS-HIST-REC TO HIST-LINHA
           WRITE HIST-LINHA.
       7099-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - totals; a customer with an irregular document
      * still going to billing is the one thing worth an alert
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "LINHAS DO FEED LIDAS.............:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "LINHAS INVALIDAS.................:" TO WS-RES-ROTULO
           MOVE WS-QTD-INVALIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "DOCUMENTOS REPETIDOS NO FEED.....:" TO WS-RES-ROTULO
           MOVE WS-QTD-REPETIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES COM DOCUMENTO REGULAR...:" TO WS-RES-ROTULO
           MOVE WS-QTD-REGULARES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES COM DOCUMENTO IRREGULAR.:" TO WS-RES-ROTULO
           MOVE WS-QTD-IRREGULARES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "IRREGULARES AINDA FATURADOS......:" TO WS-RES-ROTULO
           MOVE WS-QTD-AINDA-FATURA TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "COLOCADOS EM QUARENTENA..........:" TO WS-RES-ROTULO
           MOVE WS-QTD-QUARENTENADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "LIBERADOS DA QUARENTENA..........:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIBERADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "DOCUMENTOS FORA DO CADASTRO......:" TO WS-RES-ROTULO
           MOVE WS-QTD-NAO-CADASTR TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES NAO DEVOLVIDOS..........:" TO WS-RES-ROTULO
           MOVE WS-QTD-NAO-DEVOLVIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES SEM DOCUMENTO...........:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-DOCUMENTO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-QTD-AINDA-FATURA > ZERO
               MOVE "*** ALERTA: CLIENTES COM DOCUMENTO IRREGULAR NA" &
                    " RECEITA AINDA VÃO AO FATURAMENTO ***" TO
                    WS-ALERTA-TXTO
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

       END PROGRAM CADCLIENTE_RECEITA.
