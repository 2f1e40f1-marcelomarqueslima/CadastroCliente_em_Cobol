      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Bulk maintenance of FILE1 (cliete.dat) from the
      *          transaction file cli_lote.dat (LOTEREG layout), for
      *          the days a whole portfolio is taken over or a region
      *          is corrected and nobody should be keying hundreds of
      *          CADCLIENTE screens.  Each line is an INCLUIR (I), an
      *          ALTERAR (A) or an INATIVAR/REATIVAR (S) carrying the
      *          full data screen, contacts included, and goes
      *          through the very same checks the screens apply:
      *          3200-VALIDAR-CADASTRO with the 3220 CEP cross-check
      *          and 3210-VALIDAR-CONTATOS, 3100-VALIDAR-DOCUMENTO and
      *          the 3150 duplicate-document check.  The run is made
      *          under an operator of the cli_oper.dat master, whose
      *          profile decides exactly what it would decide on the
      *          desk: a trainee only includes, an operador's ALTERAR
      *          of the document, razao social or address block is
      *          held on cli_pend.dat for a supervisor, and only a
      *          supervisor may force a duplicate document or choose
      *          an explicit ID.  New IDs come from cli_prxid.dat;
      *          every accepted line leaves its CLI_HIST.DAT images
      *          stamped with the batch operator.  Rejected lines go
      *          to cli_lote_rej.dat in the input layout with the
      *          reason, ready to be corrected and fed back, and
      *          everything is listed on lotecli.lst.
      *          Every applied line advances the restart checkpoint
      *          cli_lote_ckpt.dat; a run that stops half-way picks
      *          up after the last line it applied when started
      *          again on the same file.
      *          Configuration from the environment:
      *            LOTE_MODO     - V = validate only, nothing is
      *                            written but the listing and the
      *                            rejects file
      *            LOTE_OPERADOR - sign-on id (cli_oper.dat) the run
      *                            is made under; default USER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_LOTE.

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

           SELECT OPTIONAL LOTE-ENTRADA ASSIGN TO "./cli_lote.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-LOTE.

           SELECT OPTIONAL LOTE-REJ ASSIGN TO "./cli_lote_rej.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REJ.

           SELECT OPTIONAL LOTE-CKPT ASSIGN TO "./cli_lote_ckpt.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-CKPT.

           SELECT REL-FILE ASSIGN TO "./lotecli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

           SELECT OPTIONAL CLI-HIST ASSIGN TO "./cli_hist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-HIST.

           SELECT OPTIONAL CLI-CEP ASSIGN TO "./cepfaixa.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-CEP.

           SELECT OPTIONAL CLI-OPER ASSIGN TO "./cli_oper.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-OPER.

           SELECT OPTIONAL CLI-PRXID ASSIGN TO "./cli_prxid.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-PRX.

           SELECT OPTIONAL CLI-PEND ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-PND
           RECORD KEY IS PEND-CHAVE.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD LOTE-ENTRADA.

           COPY LOTEREG.

      *----------------------------------------------------------------
      * cli_lote_rej.dat - rejected lines, LOTEREG layout with the
      * reason in LOTE-REJEICAO.
      *----------------------------------------------------------------
       FD LOTE-REJ.

       01 REJ-LINHA                            PIC X(618).

      *----------------------------------------------------------------
      * cli_lote_ckpt.dat - restart point of the run: how many lines
      * of cli_lote.dat are already dealt with, the running totals
      * and the head of line 1, so a restart on a different file is
      * refused instead of skipping lines that were never applied.
      *----------------------------------------------------------------
       FD LOTE-CKPT.

       01 CKPT-LINHA.
           05 CKPT-MARCADOR          PIC X(05).
               88 CKPT-ATIVO VALUE "ATIVO".
               88 CKPT-LIVRE VALUE "LIVRE".
           05 FILLER                PIC X(01).
           05 CKPT-LINHAS            PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-DATA              PIC X(08).
           05 FILLER                PIC X(01).
           05 CKPT-HORA              PIC X(06).
           05 FILLER                PIC X(01).
           05 CKPT-OPERADOR          PIC X(20).
           05 FILLER                PIC X(01).
           05 CKPT-QTD-LIDAS         PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-QTD-INCLUIDOS     PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-QTD-ALTERADOS     PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-QTD-SITUACOES     PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-QTD-PENDENTES     PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-QTD-REJEITADAS    PIC 9(08).
           05 FILLER                PIC X(01).
           05 CKPT-PRIMEIRA          PIC X(40).

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

      *----------------------------------------------------------------
      * CLI_HIST.DAT - same before/after audit trail CADCLIENTE writes.
      *----------------------------------------------------------------
       FD CLI-HIST.

       01 HIST-LINHA                           PIC X(502).

      *----------------------------------------------------------------
      * cepfaixa.dat - postal reference (CEP range -> city/UF) read by
      * 3220-VALIDAR-CEP.
      *----------------------------------------------------------------
       FD CLI-CEP.

           COPY CEPREG.

      *----------------------------------------------------------------
      * cli_oper.dat - operator master, for the batch operator's
      * profile.
      *----------------------------------------------------------------
       FD CLI-OPER.

           COPY OPERREG.

      *----------------------------------------------------------------
      * cli_prxid.dat - next-number control for the automatic CLI_ID,
      * shared with CADCLIENTE's INCLUIR.
      *----------------------------------------------------------------
       FD CLI-PRXID.

       01 PRX-LINHA.
           05 PRX-MARCADOR           PIC X(06).
               88 PRX-VALIDO VALUE "PRXID ".
           05 PRX-PROXIMO            PIC 9(08).

      *----------------------------------------------------------------
      * cli_pend.dat - operador ALTERARs held for a supervisor, shared
      * with CADCLIENTE's approval queue.
      *----------------------------------------------------------------
       FD CLI-PEND VALUE OF PEND-ID IS "./cli_pend.dat".

           COPY PENDREG.

      *----------------------------------------------------------------
      * cli_ender.dat - CADCLIENTE's additional addresses; only read,
      * for the correspondence address (type "R").
      *----------------------------------------------------------------
       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-TRAVADO     VALUE 51.

       77 FS-STAT-LOTE PIC 9(02).
           88 FS-OK-LOTE      VALUE ZEROS.
           88 FS-LOTE-AUSENTE VALUE 05.
           88 FS-LOTE-FIM     VALUE 10.

       77 FS-STAT-REJ PIC 9(02).
           88 FS-OK-REJ VALUE ZEROS.

       77 FS-STAT-CKPT PIC 9(02).
           88 FS-OK-CKPT      VALUE ZEROS.
           88 FS-CKPT-AUSENTE VALUE 05.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 FS-STAT-HIST PIC 9(02).
           88 FS-OK-HIST VALUE ZEROS.

       77 FS-STAT-CEP PIC 9(02).
           88 FS-OK-CEP      VALUE ZEROS.
           88 FS-CEP-AUSENTE VALUE 05.

       77 FS-STAT-OPER PIC 9(02).
           88 FS-OK-OPER      VALUE ZEROS.
           88 FS-OPER-AUSENTE VALUE 05.
           88 FS-OPER-FIM     VALUE 10.

       77 FS-STAT-PRX PIC 9(02).
           88 FS-OK-PRX      VALUE ZEROS.
           88 FS-PRX-AUSENTE VALUE 05.

       77 FS-STAT-PND PIC 9(02).
           88 FS-OK-PND      VALUE ZEROS.
           88 FS-PND-AUSENTE VALUE 05.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 WS-MODO-X PIC X(01).
           88 MODO-VALIDACAO VALUE "V" "v".

      *----------------------------------------------------------------
      * Batch operator: the sign-on id the run is made under and the
      * profile cli_oper.dat gives it.  An id the master does not
      * know gets no profile, and an update run is refused.
      *----------------------------------------------------------------
       77 WS-OPER-BUSCA PIC X(08).
       77 WS-OPER-FIM PIC X(01).
           88 OPER-FIM VALUE "S".
       77 WS-OPER-PERFIL PIC X(01).
           88 PERFIL-SUPERVISOR VALUE "S".
           88 PERFIL-OPERADOR   VALUE "O".
           88 PERFIL-TRAINEE    VALUE "T".

       77 WS-ABORTAR PIC X(01).
           88 LOTE-ABORTADO VALUE "S".

      *----------------------------------------------------------------
      * Restart: the line being dealt with, how many lines the
      * checkpoint says are already done, and the head of line 1 as
      * the checkpoint recorded it.
      *----------------------------------------------------------------
       77 WS-NUM-LINHA PIC 9(08).
       77 WS-PULAR PIC 9(08).
       77 WS-RETOMADA PIC X(01).
           88 RETOMADA VALUE "S".
       77 WS-PRIMEIRA PIC X(40).
       77 WS-PRIMEIRA-CKPT PIC X(40).

       77 WS-MSGERRO PIC X(80).
       77 WS-RESULTADO PIC X(80).

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-IDX-CONTATO PIC 9(02) COMP.
       77 WS-CONTATO-VALIDO PIC X(01).
           88 CONTATO-VALIDO VALUE "S".

       77 WS-HASH-IDX PIC 9(02) COMP.
       77 WS-CONTATOS-HASH PIC 9(09) COMP.
       77 WS-HASH-TIPO PIC 9(01) COMP.
       77 WS-HASH-WPP PIC 9(01) COMP.

      *----------------------------------------------------------------
      * Automatic CLI_ID, as in CADCLIENTE's INCLUIR.
      *----------------------------------------------------------------
       77 WS-PROXIMO-ID PIC 9(08).
       77 WS-ID-SUGERIDO PIC 9(08).
       77 WS-ID-LIVRE PIC X(01).
           88 ID-LIVRE VALUE "S".
       77 WS-ID-MANUAL PIC X(01).
           88 ID-MANUAL VALUE "S".
       77 WS-INCLUIU PIC X(01).
           88 INCLUIU-OK VALUE "S".
       77 WS-TENTATIVAS-ID PIC 9(01) COMP.

      *----------------------------------------------------------------
      * Approval queue, as in CADCLIENTE's ALTERAR.
      *----------------------------------------------------------------
       77 WS-PND-SEQ-MAX PIC 9(04).
       77 WS-PND-FIM PIC X(01).
           88 PND-FIM VALUE "S".
       77 WS-PND-EXISTE PIC X(01).
           88 PND-EXISTE VALUE "S".
       77 WS-PND-SENSIVEL PIC X(01).
           88 ALTERACAO-SENSIVEL VALUE "S".

      *----------------------------------------------------------------
      * Correspondence address on cli_ender.dat, which keeps the
      * returned-mail mark through a change of the main address.
      *----------------------------------------------------------------
       77 WS-END-EXISTE PIC X(01).
           88 ENDERECO-EXISTE VALUE "S".

       77 WS-CEP-ACHOU PIC X(01).
           88 CEP-ACHOU VALUE "S".
       77 WS-CEP-CONFERE PIC X(01).
           88 CEP-CONFERE VALUE "S".
       77 WS-CEP-FIM-BUSCA PIC X(01).
           88 CEP-FIM-BUSCA VALUE "S".

       77 WS-HIST-OPERADOR PIC X(20).
       77 WS-HIST-OPERACAO PIC X(08).

       COPY HISTREG.

       01 WS-REG-ANTERIOR.
           05 WSA-ID                 PIC 9(08).
           05 WSA-NOMEFANTASIA       PIC X(80).
           05 WSA-RAZAOSOCIAL        PIC X(80).
           05 WSA-TIPO-PESSOA        PIC X(01).
           05 WSA-CNPJ               PIC 9(14).
           05 WSA-ENDERECO           PIC X(80).
           05 WSA-NUMERO             PIC 9(10).
           05 WSA-BAIRRO             PIC X(50).
           05 WSA-CIDADE             PIC X(50).
           05 WSA-ESTADO             PIC X(02).
           05 WSA-QTD-CONTATOS       PIC 9(02).
           05 WSA-CONTATOS-HASH      PIC 9(09).
           05 WSA-SITUACAO           PIC X(01).
           05 WSA-SIT-MOTIVO         PIC X(40).
           05 WSA-CEP                PIC 9(08).

       01 WS-REG-SALVO PIC X(728).

       01 WS-DUP-BUSCA.
           05 WS-DUP-TIPO            PIC X(01).
           05 WS-DUP-CNPJ            PIC 9(14).
           05 WS-DUP-ID-PROPRIO      PIC 9(08).
           05 WS-DUP-ID-OUTRO        PIC 9(08).
           05 WS-DUP-FIM             PIC X(01).
               88 DUP-FIM-SWEEP VALUE "S".
           05 WS-DUP-ACHOU           PIC X(01).
               88 DUP-ACHOU     VALUE "S".
           05 WS-DUP-FALHA           PIC X(01).
               88 DUP-SEM-VERIFICAR VALUE "S".

      *----------------------------------------------------------------
      * Mod-11 check-digit validation of CLI_CNPJ, as in CADCLIENTE.
      *----------------------------------------------------------------
       01 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-TAB REDEFINES WS-CPF-NUM.
           05 WS-CPF-DIG PIC 9 OCCURS 11 TIMES.

       01 WS-CNPJ-NUM PIC 9(14).
       01 WS-CNPJ-TAB REDEFINES WS-CNPJ-NUM.
           05 WS-CNPJ-DIG PIC 9 OCCURS 14 TIMES.

       01 WS-PESO-CNPJ1-LIT PIC 9(12) VALUE 543298765432.
       01 WS-PESO-CNPJ1 REDEFINES WS-PESO-CNPJ1-LIT.
           05 WS-PESO-CNPJ1-DIG PIC 9 OCCURS 12 TIMES.

       01 WS-PESO-CNPJ2-LIT PIC 9(13) VALUE 6543298765432.
       01 WS-PESO-CNPJ2 REDEFINES WS-PESO-CNPJ2-LIT.
           05 WS-PESO-CNPJ2-DIG PIC 9 OCCURS 13 TIMES.

       01 WS-DOC-VALID.
           05 WS-DOC-SOMA          PIC 9(05) COMP.
           05 WS-DOC-QUOC          PIC 9(05) COMP.
           05 WS-DOC-RESTO         PIC 9(02) COMP.
           05 WS-DOC-DV1           PIC 9.
           05 WS-DOC-DV2           PIC 9.
           05 WS-DOC-IDX           PIC 9(02) COMP.
           05 WS-DOC-PESO          PIC 9(02) COMP.
           05 WS-DOC-OK            PIC X(01).
               88 DOC-VALIDO   VALUE "S".
               88 DOC-INVALIDO VALUE "N".

       77 WS-QTD-LIDAS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-PULADAS         PIC 9(08) VALUE ZERO.
       77 WS-QTD-INCLUIDOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-ALTERADOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-SITUACOES       PIC 9(08) VALUE ZERO.
       77 WS-QTD-PENDENTES       PIC 9(08) VALUE ZERO.
       77 WS-QTD-VALIDAS         PIC 9(08) VALUE ZERO.
       77 WS-QTD-REJEITADAS      PIC 9(08) VALUE ZERO.

       01 WS-CABECALHO.
           05 FILLER PIC X(51) VALUE
              "MANUTENÇÃO DE CLIENTES EM LOTE".

       01 WS-LINMODO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(07) VALUE "MODO: ".
           05 WS-MOD-TEXTO       PIC X(40).
           05 FILLER            PIC X(11) VALUE "OPERADOR: ".
           05 WS-MOD-OPERADOR    PIC X(20).
           05 FILLER            PIC X(09) VALUE "PERFIL: ".
           05 WS-MOD-PERFIL      PIC X(01).

       01 WS-CABDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "LINHA".
           05 FILLER            PIC X(06) VALUE "AÇÃO".
           05 FILLER            PIC X(10) VALUE "CLIENTE".
           05 FILLER            PIC X(10) VALUE "RESULTADO".

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-LINHA       PIC ZZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ACAO        PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-DET-ID          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RESULTADO   PIC X(80).

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
           MOVE "N" TO WS-ABORTAR
           MOVE "N" TO WS-RETOMADA
           MOVE ZERO TO WS-PULAR
           MOVE ZERO TO WS-NUM-LINHA
           MOVE SPACE TO WS-MODO-X
           ACCEPT WS-MODO-X FROM ENVIRONMENT "LOTE_MODO"
           MOVE SPACE TO WS-HIST-OPERADOR
           ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "LOTE_OPERADOR"
           IF WS-HIST-OPERADOR = SPACE
               ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-HIST-OPERADOR = SPACE
               MOVE "DESCONHECIDO" TO WS-HIST-OPERADOR
           END-IF
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 1100-IDENTIFICAR-PERFIL THRU 1100-EXIT
           IF MODO-VALIDACAO
               MOVE "VALIDAÇÃO - NADA É GRAVADO" TO WS-MOD-TEXTO
           ELSE
               MOVE "ATUALIZAÇÃO DO CADASTRO" TO WS-MOD-TEXTO
           END-IF
           MOVE WS-HIST-OPERADOR TO WS-MOD-OPERADOR
           MOVE WS-OPER-PERFIL TO WS-MOD-PERFIL
           MOVE WS-LINMODO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF WS-OPER-PERFIL = SPACE
               MOVE SPACE TO WS-ALERTA-TXTO
               IF MODO-VALIDACAO
                   STRING "*** ALERTA: OPERADOR " DELIMITED BY SIZE
                       WS-OPER-BUSCA DELIMITED BY SPACE
                       " NÃO CONSTA EM cli_oper.dat" DELIMITED BY SIZE
                       " - VALIDANDO SEM PERFIL ***" DELIMITED BY SIZE
                       INTO WS-ALERTA-TXTO
                   END-STRING
               ELSE
                   STRING "*** ALERTA: OPERADOR " DELIMITED BY SIZE
                       WS-OPER-BUSCA DELIMITED BY SPACE
                       " NÃO CONSTA EM cli_oper.dat" DELIMITED BY SIZE
                       " - NADA FEITO ***" DELIMITED BY SIZE
                       INTO WS-ALERTA-TXTO
                   END-STRING
                   MOVE "S" TO WS-ABORTAR
               END-IF
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-IDENTIFICAR-PERFIL - the batch operator's profile on the
      * operator master; no master, or no such id, means no profile.
      ******************************************************************
       1100-IDENTIFICAR-PERFIL.
           MOVE SPACE TO WS-OPER-PERFIL
           MOVE WS-HIST-OPERADOR TO WS-OPER-BUSCA
           OPEN INPUT CLI-OPER
           IF NOT FS-OK-OPER
               IF FS-OPER-AUSENTE
                   CLOSE CLI-OPER
               END-IF
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-OPER-FIM
           PERFORM 1110-LER-OPERADOR THRU 1110-EXIT
               UNTIL OPER-FIM
           CLOSE CLI-OPER.
       1100-EXIT.
           EXIT.

       1110-LER-OPERADOR.
           READ CLI-OPER
               AT END
                   MOVE "S" TO WS-OPER-FIM
                   GO TO 1110-EXIT
           END-READ
           IF OPER-ID = WS-OPER-BUSCA
               MOVE OPER-PERFIL TO WS-OPER-PERFIL
               MOVE "S" TO WS-OPER-FIM
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - every line of cli_lote.dat, in file order.
      * The validate-only run opens FILE1 for input and never touches
      * the audit trail, the counter, the queue or the checkpoint.
      ******************************************************************
       2000-PROCESSAR.
           IF LOTE-ABORTADO
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT LOTE-ENTRADA
           IF FS-LOTE-AUSENTE
               CLOSE LOTE-ENTRADA
               MOVE "*** ALERTA: cli_lote.dat NÃO ENCONTRADO -" &
                    " NADA A PROCESSAR ***" TO WS-ALERTA-TXTO
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT FS-OK-LOTE
               MOVE "*** ALERTA: FALHA AO ABRIR cli_lote.dat ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF MODO-VALIDACAO
               OPEN INPUT FILE1
           ELSE
               OPEN I-O FILE1
           END-IF
           IF NOT FS-OK AND NOT FS-ARQ-AUSENTE
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO -" &
                    " NADA FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
               CLOSE LOTE-ENTRADA
               GO TO 2000-EXIT
           END-IF
           IF NOT MODO-VALIDACAO
               PERFORM 2050-VERIFICAR-CKPT THRU 2050-EXIT
               OPEN EXTEND CLI-HIST
               IF NOT FS-OK-HIST
                   CLOSE CLI-HIST
                   OPEN OUTPUT CLI-HIST
                   CLOSE CLI-HIST
                   OPEN EXTEND CLI-HIST
               END-IF
           END-IF
           IF RETOMADA
               OPEN EXTEND LOTE-REJ
               IF NOT FS-OK-REJ
                   CLOSE LOTE-REJ
                   OPEN OUTPUT LOTE-REJ
                   CLOSE LOTE-REJ
                   OPEN EXTEND LOTE-REJ
               END-IF
           ELSE
               OPEN OUTPUT LOTE-REJ
           END-IF
           MOVE WS-CABDET TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
           PERFORM 2200-TRATAR-TRANSACAO THRU 2200-EXIT
               UNTIL FS-LOTE-FIM
           CLOSE LOTE-ENTRADA
           CLOSE LOTE-REJ
           CLOSE FILE1
           IF NOT MODO-VALIDACAO
               CLOSE CLI-HIST
               IF NOT LOTE-ABORTADO
                   PERFORM 8010-GRAVAR-CKPT-LIVRE THRU 8010-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VERIFICAR-CKPT - a checkpoint left ATIVO means the last
      * run on cli_lote.dat stopped before the end: its totals are
      * carried on and the lines it already dealt with are skipped.
      ******************************************************************
       2050-VERIFICAR-CKPT.
           OPEN INPUT LOTE-CKPT
           IF NOT FS-OK-CKPT
               IF FS-CKPT-AUSENTE
                   CLOSE LOTE-CKPT
               END-IF
               GO TO 2050-EXIT
           END-IF
           READ LOTE-CKPT
               AT END
                   MOVE SPACE TO CKPT-MARCADOR
           END-READ
           IF CKPT-ATIVO AND CKPT-LINHAS > ZERO
               MOVE "S" TO WS-RETOMADA
               MOVE CKPT-LINHAS TO WS-PULAR
               MOVE CKPT-PRIMEIRA TO WS-PRIMEIRA-CKPT
               MOVE CKPT-QTD-LIDAS TO WS-QTD-LIDAS
               MOVE CKPT-QTD-INCLUIDOS TO WS-QTD-INCLUIDOS
               MOVE CKPT-QTD-ALTERADOS TO WS-QTD-ALTERADOS
               MOVE CKPT-QTD-SITUACOES TO WS-QTD-SITUACOES
               MOVE CKPT-QTD-PENDENTES TO WS-QTD-PENDENTES
               MOVE CKPT-QTD-REJEITADAS TO WS-QTD-REJEITADAS
               MOVE SPACE TO WS-ALERTA-TXTO
               STRING "RETOMANDO O LOTE INTERROMPIDO EM "
                      DELIMITED BY SIZE
                   CKPT-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CKPT-HORA DELIMITED BY SIZE
                   " APÓS A LINHA " DELIMITED BY SIZE
                   CKPT-LINHAS DELIMITED BY SIZE
                   INTO WS-ALERTA-TXTO
               END-STRING
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
           END-IF
           CLOSE LOTE-CKPT.
       2050-EXIT.
           EXIT.

       2100-LER-TRANSACAO.
           READ LOTE-ENTRADA
               AT END
                   MOVE 10 TO FS-STAT-LOTE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-NUM-LINHA
           IF WS-NUM-LINHA = 1
               MOVE LOTE-REC TO WS-PRIMEIRA
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TRATAR-TRANSACAO - one line: skipped when the checkpoint
      * already covers it, otherwise applied (or only validated) and
      * either listed as done or written to the rejects file with the
      * reason.  The checkpoint is advanced after every line, so a
      * stop can at most repeat the line in flight - an INCLUIR
      * repeated that way trips the duplicate-document check.
      ******************************************************************
       2200-TRATAR-TRANSACAO.
           IF RETOMADA AND WS-NUM-LINHA = 1
              AND WS-PRIMEIRA NOT = WS-PRIMEIRA-CKPT
               MOVE "*** ALERTA: cli_lote_ckpt.dat É DE OUTRO" &
                    " ARQUIVO - REMOVA-O PARA PROCESSAR ESTE ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
               MOVE "S" TO WS-ABORTAR
               MOVE 10 TO FS-STAT-LOTE
               GO TO 2200-EXIT
           END-IF
           IF WS-NUM-LINHA <= WS-PULAR
               ADD 1 TO WS-QTD-PULADAS
               PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIDAS
           MOVE SPACE TO WS-MSGERRO
           MOVE SPACE TO WS-RESULTADO
           MOVE SPACE TO LOTE-REJEICAO
           PERFORM 2300-VALIDAR-LAYOUT THRU 2300-EXIT
           IF WS-MSGERRO = SPACE
               EVALUATE TRUE
                   WHEN LOTE-INCLUIR
                       PERFORM 3000-INCLUIR THRU 3000-EXIT
                   WHEN LOTE-ALTERAR
                       PERFORM 5000-ALTERAR THRU 5000-EXIT
                   WHEN LOTE-SITUACAO
                       PERFORM 6500-SITUACAO THRU 6500-EXIT
                   WHEN OTHER
                       MOVE "CÓDIGO DE AÇÃO INVÁLIDO -" &
                            " USE I, A OU S" TO WS-MSGERRO
               END-EVALUATE
           END-IF
           IF WS-MSGERRO NOT = SPACE
               PERFORM 2500-REJEITAR THRU 2500-EXIT
           END-IF
           PERFORM 2600-GRAVAR-DETALHE THRU 2600-EXIT
           IF NOT MODO-VALIDACAO
               PERFORM 8000-GRAVAR-CKPT-ATIVO THRU 8000-EXIT
           END-IF
           PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-VALIDAR-LAYOUT - the numeric fields of the line must hold
      * digits before anything is moved to FILE1-REC.  A blank ID,
      * house number or extension reads as zero.
      ******************************************************************
       2300-VALIDAR-LAYOUT.
           IF LOTE-ID-X = SPACE
               MOVE ZERO TO LOTE-ID
           END-IF
           IF LOTE-ID NOT NUMERIC
               MOVE "ID DO CLIENTE NÃO NUMÉRICO" TO WS-MSGERRO
               GO TO 2300-EXIT
           END-IF
           IF NOT LOTE-INCLUIR AND NOT LOTE-ALTERAR
               GO TO 2300-EXIT
           END-IF
           IF LOTE-NUMERO-X = SPACE
               MOVE ZERO TO LOTE-NUMERO
           END-IF
           IF LOTE-CNPJ NOT NUMERIC
               MOVE "CNPJ/CPF NÃO NUMÉRICO" TO WS-MSGERRO
               GO TO 2300-EXIT
           END-IF
           IF LOTE-NUMERO NOT NUMERIC
               MOVE "NÚMERO DO ENDEREÇO NÃO NUMÉRICO" TO WS-MSGERRO
               GO TO 2300-EXIT
           END-IF
           IF LOTE-CEP NOT NUMERIC
               MOVE "CEP NÃO NUMÉRICO" TO WS-MSGERRO
               GO TO 2300-EXIT
           END-IF
           IF LOTE-QTD-CONTATOS NOT NUMERIC
               MOVE "QUANTIDADE DE CONTATOS INVÁLIDA - USE 00 A 05"
                    TO WS-MSGERRO
               GO TO 2300-EXIT
           END-IF
           IF LOTE-QTD-CONTATOS > 5
               MOVE "QUANTIDADE DE CONTATOS INVÁLIDA - USE 00 A 05"
                    TO WS-MSGERRO
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-VALIDAR-CONTATO-LAYOUT THRU 2310-EXIT
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > LOTE-QTD-CONTATOS.
       2300-EXIT.
           EXIT.

       2310-VALIDAR-CONTATO-LAYOUT.
           IF LOTE-CTT-RAMAL-X (WS-IDX-CONTATO) = SPACE
               MOVE ZERO TO LOTE-CTT-RAMAL (WS-IDX-CONTATO)
           END-IF
           IF LOTE-CTT-DDD (WS-IDX-CONTATO) NOT NUMERIC
              OR LOTE-CTT-NUMERO (WS-IDX-CONTATO) NOT NUMERIC
              OR LOTE-CTT-RAMAL (WS-IDX-CONTATO) NOT NUMERIC
               MOVE "TELEFONE DE CONTATO NÃO NUMÉRICO" TO WS-MSGERRO
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CARREGAR-DADOS - the data screen of the line over the
      * record in FILE1-REC, exactly what SS-DADOS and the contact
      * pages would have captured.  Slots past LOTE-QTD-CONTATOS are
      * cleared.
      ******************************************************************
       2400-CARREGAR-DADOS.
           MOVE LOTE-NOMEFANTASIA TO CLI_NOMEFANTASIA
           MOVE LOTE-RAZAOSOCIAL TO CLI_RAZAOSOCIAL
           MOVE LOTE-TIPO-PESSOA TO CLI_TIPO_PESSOA
           MOVE LOTE-CNPJ TO CLI_CNPJ
           MOVE LOTE-ENDERECO TO CLI_ENDERECO
           MOVE LOTE-NUMERO TO CLI_NUMERO
           MOVE LOTE-BAIRRO TO CLI_BAIRRO
           MOVE LOTE-CIDADE TO CLI_CIDADE
           MOVE LOTE-ESTADO TO CLI_ESTADO
           MOVE LOTE-CEP TO CLI_CEP
           MOVE LOTE-QTD-CONTATOS TO CLI_QTD_CONTATOS
           PERFORM 2410-CARREGAR-CONTATO THRU 2410-EXIT
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > 5.
       2400-EXIT.
           EXIT.

       2410-CARREGAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-IDX-CONTATO
           IF WS-IDX-CONTATO > LOTE-QTD-CONTATOS
               INITIALIZE CLI_CONTATOS (CLI_IDX_CONTATO)
           ELSE
               MOVE LOTE-CTT-DADOS (WS-IDX-CONTATO) TO
                    CLI_CONTATOS (CLI_IDX_CONTATO)
           END-IF.
       2410-EXIT.
           EXIT.

       2500-REJEITAR.
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE WS-MSGERRO TO LOTE-REJEICAO
           MOVE LOTE-REC TO REJ-LINHA
           WRITE REJ-LINHA
           MOVE "REJEITADA: " TO WS-RESULTADO
           MOVE WS-MSGERRO TO WS-RESULTADO (12:69).
       2500-EXIT.
           EXIT.

       2600-GRAVAR-DETALHE.
           MOVE WS-NUM-LINHA TO WS-DET-LINHA
           MOVE LOTE-ACAO TO WS-DET-ACAO
           IF LOTE-INCLUIR AND CLI_ID NOT = ZERO
              AND WS-MSGERRO = SPACE
               MOVE CLI_ID TO WS-DET-ID
           ELSE
               IF LOTE-ID NUMERIC
                   MOVE LOTE-ID TO WS-DET-ID
               ELSE
                   MOVE ZERO TO WS-DET-ID
               END-IF
           END-IF
           MOVE WS-RESULTADO TO WS-DET-RESULTADO
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - the batch twin of CADCLIENTE's INCLUIR.  A zero
      * LOTE-ID takes the next free ID (3020-3060); an explicit one is
      * for supervisors only.  The validate-only run checks everything
      * but leaves the ID to the real run.
      ******************************************************************
       3000-INCLUIR.
           MOVE SPACE TO FILE1-REC
           INITIALIZE FILE1-REC
           MOVE "N" TO WS-ID-MANUAL
           MOVE ZERO TO WS-ID-SUGERIDO
           IF LOTE-ID NOT = ZERO
               MOVE "S" TO WS-ID-MANUAL
               IF NOT PERFIL-SUPERVISOR
                   MOVE "ID INFORMADO SOMENTE PARA SUPERVISOR - DEIXE" &
                        " ZEROS" TO WS-MSGERRO
                   GO TO 3000-EXIT
               END-IF
               MOVE LOTE-ID TO CLI_ID
               READ FILE1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CLIENTE JÁ CADASTRADO COM ESTE ID" TO
                            WS-MSGERRO
                       GO TO 3000-EXIT
               END-READ
               MOVE SPACE TO FILE1-REC
               INITIALIZE FILE1-REC
               MOVE LOTE-ID TO CLI_ID
           END-IF
           PERFORM 2400-CARREGAR-DADOS THRU 2400-EXIT
           PERFORM 3200-VALIDAR-CADASTRO THRU 3200-EXIT
           IF WS-MSGERRO NOT = SPACE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-VALIDAR-DOCUMENTO THRU 3100-EXIT
           IF DOC-INVALIDO
               MOVE "CNPJ/CPF INVÁLIDO - DÍGITO VERIFICADOR" TO
                    WS-MSGERRO
               GO TO 3000-EXIT
           END-IF
           PERFORM 3150-VERIFICAR-DOC-DUPLICADO THRU 3150-EXIT
           IF DUP-SEM-VERIFICAR
               MOVE "NÃO FOI POSSÍVEL VERIFICAR DUPLICIDADE -" &
                    " TENTE NOVAMENTE" TO WS-MSGERRO
               GO TO 3000-EXIT
           END-IF
           IF DUP-ACHOU
               PERFORM 3170-CONFIRMAR-DOC-DUPLICADO THRU 3170-EXIT
               IF NOT E-SIM
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE CLI_TIPO_PESSOA TO CLI_CATEGORIA_BUSCA
           MOVE CLI_NOMEFANTASIA TO CLI_NOMEFANTASIA_BUSCA
           MOVE CLI_RAZAOSOCIAL TO CLI_RAZAOSOCIAL_BUSCA
           MOVE "A" TO CLI_SITUACAO
           ACCEPT CLI_SIT_DATA FROM DATE YYYYMMDD
           MOVE SPACE TO CLI_SIT_MOTIVO
           IF MODO-VALIDACAO
               ADD 1 TO WS-QTD-VALIDAS
               MOVE "VÁLIDA - INCLUSÃO" TO WS-RESULTADO
               GO TO 3000-EXIT
           END-IF
           IF NOT ID-MANUAL
               PERFORM 3020-SUGERIR-PROXIMO-ID THRU 3020-EXIT
           END-IF
           MOVE "INCLUIR" TO WS-HIST-OPERACAO
           MOVE "N" TO WS-INCLUIU
           MOVE ZERO TO WS-TENTATIVAS-ID
           PERFORM 3050-GRAVAR-NOVO-CLIENTE THRU 3050-EXIT
               UNTIL INCLUIU-OK OR WS-TENTATIVAS-ID >= 3
           IF INCLUIU-OK
               PERFORM 3060-ATUALIZAR-CONTADOR THRU 3060-EXIT
               ADD 1 TO WS-QTD-INCLUIDOS
               MOVE "CLIENTE INCLUÍDO" TO WS-RESULTADO
           ELSE
               MOVE "ERRO AO GRAVAR O REGISTRO" TO WS-MSGERRO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3020-3060 - automatic CLI_ID, as in CADCLIENTE: probe forward
      * from the cli_prxid.dat counter to the first ID not on file,
      * retry with a fresh probe if the WRITE still collides, and
      * only ever advance the counter.
      ******************************************************************
       3020-SUGERIR-PROXIMO-ID.
           PERFORM 3040-LER-CONTADOR THRU 3040-EXIT
           MOVE FILE1-REC TO WS-REG-SALVO
           PERFORM 3030-PROCURAR-ID-LIVRE THRU 3030-EXIT
           MOVE WS-REG-SALVO TO FILE1-REC
           MOVE WS-ID-SUGERIDO TO CLI_ID.
       3020-EXIT.
           EXIT.

       3030-PROCURAR-ID-LIVRE.
           MOVE WS-PROXIMO-ID TO WS-ID-SUGERIDO
           MOVE "N" TO WS-ID-LIVRE
           PERFORM 3035-TESTAR-ID-LIVRE THRU 3035-EXIT
               UNTIL ID-LIVRE.
       3030-EXIT.
           EXIT.

       3035-TESTAR-ID-LIVRE.
           MOVE WS-ID-SUGERIDO TO CLI_ID
           READ FILE1
               INVALID KEY
                   MOVE "S" TO WS-ID-LIVRE
           END-READ
           IF NOT ID-LIVRE
               ADD 1 TO WS-ID-SUGERIDO
           END-IF.
       3035-EXIT.
           EXIT.

       3040-LER-CONTADOR.
           MOVE 1 TO WS-PROXIMO-ID
           OPEN INPUT CLI-PRXID
           IF FS-OK-PRX
               READ CLI-PRXID
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRX-VALIDO AND PRX-PROXIMO > ZERO
                           MOVE PRX-PROXIMO TO WS-PROXIMO-ID
                       END-IF
               END-READ
           END-IF
           IF FS-OK-PRX OR FS-PRX-AUSENTE
               CLOSE CLI-PRXID
           END-IF.
       3040-EXIT.
           EXIT.

       3050-GRAVAR-NOVO-CLIENTE.
           ADD 1 TO WS-TENTATIVAS-ID
           WRITE FILE1-REC
               INVALID KEY
                   IF ID-MANUAL
                       MOVE 3 TO WS-TENTATIVAS-ID
                   ELSE
                       PERFORM 3055-PROCURAR-OUTRO-ID THRU 3055-EXIT
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WS-INCLUIU
                   PERFORM 7030-GRAVAR-HIST-INCLUIDO THRU 7030-EXIT
           END-WRITE.
       3050-EXIT.
           EXIT.

       3055-PROCURAR-OUTRO-ID.
           MOVE FILE1-REC TO WS-REG-SALVO
           COMPUTE WS-PROXIMO-ID = WS-ID-SUGERIDO + 1
           PERFORM 3030-PROCURAR-ID-LIVRE THRU 3030-EXIT
           MOVE WS-REG-SALVO TO FILE1-REC
           MOVE WS-ID-SUGERIDO TO CLI_ID.
       3055-EXIT.
           EXIT.

       3060-ATUALIZAR-CONTADOR.
           PERFORM 3040-LER-CONTADOR THRU 3040-EXIT
           IF CLI_ID >= WS-PROXIMO-ID
               OPEN OUTPUT CLI-PRXID
               INITIALIZE PRX-LINHA
               MOVE "PRXID " TO PRX-MARCADOR
               COMPUTE PRX-PROXIMO = CLI_ID + 1
               WRITE PRX-LINHA
               CLOSE CLI-PRXID
           END-IF.
       3060-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VALIDAR-DOCUMENTO - mod-11 check digit on CLI_CNPJ/CPF
      ******************************************************************
       3100-VALIDAR-DOCUMENTO.
           MOVE "S" TO WS-DOC-OK
           IF CLI_CNPJ = ZERO
               MOVE "N" TO WS-DOC-OK
               GO TO 3100-EXIT
           END-IF
           IF CLI-PESSOA-FISICA
               MOVE CLI_CNPJ TO WS-CPF-NUM
               PERFORM 3110-VALIDAR-CPF THRU 3110-EXIT
           ELSE
               MOVE CLI_CNPJ TO WS-CNPJ-NUM
               PERFORM 3120-VALIDAR-CNPJ THRU 3120-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-VALIDAR-CPF.
           MOVE ZERO TO WS-DOC-SOMA
           PERFORM 3111-SOMAR-CPF-DV1
               VARYING WS-DOC-IDX FROM 1 BY 1 UNTIL WS-DOC-IDX > 9
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE 0 TO WS-DOC-DV1
           ELSE
               COMPUTE WS-DOC-DV1 = 11 - WS-DOC-RESTO
           END-IF
           IF WS-DOC-DV1 NOT = WS-CPF-DIG (10)
               MOVE "N" TO WS-DOC-OK
               GO TO 3110-EXIT
           END-IF
           MOVE ZERO TO WS-DOC-SOMA
           PERFORM 3112-SOMAR-CPF-DV2
               VARYING WS-DOC-IDX FROM 1 BY 1 UNTIL WS-DOC-IDX > 10
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE 0 TO WS-DOC-DV2
           ELSE
               COMPUTE WS-DOC-DV2 = 11 - WS-DOC-RESTO
           END-IF
           IF WS-DOC-DV2 NOT = WS-CPF-DIG (11)
               MOVE "N" TO WS-DOC-OK
           END-IF.
       3110-EXIT.
           EXIT.

       3111-SOMAR-CPF-DV1.
           COMPUTE WS-DOC-PESO = 11 - WS-DOC-IDX
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
               (WS-CPF-DIG (WS-DOC-IDX) * WS-DOC-PESO).

       3112-SOMAR-CPF-DV2.
           COMPUTE WS-DOC-PESO = 12 - WS-DOC-IDX
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
               (WS-CPF-DIG (WS-DOC-IDX) * WS-DOC-PESO).

       3120-VALIDAR-CNPJ.
           MOVE ZERO TO WS-DOC-SOMA
           PERFORM 3121-SOMAR-CNPJ-DV1
               VARYING WS-DOC-IDX FROM 1 BY 1 UNTIL WS-DOC-IDX > 12
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE 0 TO WS-DOC-DV1
           ELSE
               COMPUTE WS-DOC-DV1 = 11 - WS-DOC-RESTO
           END-IF
           IF WS-DOC-DV1 NOT = WS-CNPJ-DIG (13)
               MOVE "N" TO WS-DOC-OK
               GO TO 3120-EXIT
           END-IF
           MOVE ZERO TO WS-DOC-SOMA
           PERFORM 3122-SOMAR-CNPJ-DV2
               VARYING WS-DOC-IDX FROM 1 BY 1 UNTIL WS-DOC-IDX > 13
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE 0 TO WS-DOC-DV2
           ELSE
               COMPUTE WS-DOC-DV2 = 11 - WS-DOC-RESTO
           END-IF
           IF WS-DOC-DV2 NOT = WS-CNPJ-DIG (14)
               MOVE "N" TO WS-DOC-OK
           END-IF.
       3120-EXIT.
           EXIT.

       3121-SOMAR-CNPJ-DV1.
           MOVE WS-PESO-CNPJ1-DIG (WS-DOC-IDX) TO WS-DOC-PESO
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
               (WS-CNPJ-DIG (WS-DOC-IDX) * WS-DOC-PESO).

       3122-SOMAR-CNPJ-DV2.
           MOVE WS-PESO-CNPJ2-DIG (WS-DOC-IDX) TO WS-DOC-PESO
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
               (WS-CNPJ-DIG (WS-DOC-IDX) * WS-DOC-PESO).

      ******************************************************************
      * 3150-VERIFICAR-DOC-DUPLICADO - another record with the same
      * CLI_TIPO_PESSOA + CLI_CNPJ, browsed on CLI_DOC_BUSCA exactly as
      * CADCLIENTE does.  The validate-only run does not see the
      * lines of the same file that would be included before this
      * one; the real run does.
      ******************************************************************
       3150-VERIFICAR-DOC-DUPLICADO.
           MOVE "N" TO WS-DUP-ACHOU
           MOVE "N" TO WS-DUP-FALHA
           MOVE "N" TO WS-DUP-FIM
           MOVE ZERO TO WS-DUP-ID-OUTRO
           MOVE CLI_TIPO_PESSOA TO WS-DUP-TIPO
           MOVE CLI_CNPJ TO WS-DUP-CNPJ
           MOVE CLI_ID TO WS-DUP-ID-PROPRIO
           MOVE FILE1-REC TO WS-REG-SALVO
           MOVE WS-DUP-TIPO TO CLI_TIPO_PESSOA
           MOVE WS-DUP-CNPJ TO CLI_CNPJ
           START FILE1 KEY IS >= CLI_DOC_BUSCA
               INVALID KEY
                   MOVE "S" TO WS-DUP-FIM
           END-START
           PERFORM 3160-LER-PROXIMO-DOC THRU 3160-EXIT
               UNTIL DUP-FIM-SWEEP
           MOVE WS-REG-SALVO TO FILE1-REC.
       3150-EXIT.
           EXIT.

       3160-LER-PROXIMO-DOC.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE "S" TO WS-DUP-FIM
                   GO TO 3160-EXIT
           END-READ
           IF FS-TRAVADO
               MOVE "S" TO WS-DUP-FALHA
               MOVE "S" TO WS-DUP-FIM
               GO TO 3160-EXIT
           END-IF
           IF CLI_TIPO_PESSOA NOT = WS-DUP-TIPO
              OR CLI_CNPJ NOT = WS-DUP-CNPJ
               MOVE "S" TO WS-DUP-FIM
               GO TO 3160-EXIT
           END-IF
           IF CLI_ID NOT = WS-DUP-ID-PROPRIO
               MOVE "S" TO WS-DUP-ACHOU
               MOVE CLI_ID TO WS-DUP-ID-OUTRO
               MOVE "S" TO WS-DUP-FIM
           END-IF.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3170-CONFIRMAR-DOC-DUPLICADO - the line's LOTE-CONFIRMA-DUP is
      * the answer to the screen's "CONFIRMA MESMO ASSIM?", and as on
      * the screen it only counts when the operator is a supervisor.
      ******************************************************************
       3170-CONFIRMAR-DOC-DUPLICADO.
           MOVE "N" TO WS-ERRO
           IF LOTE-DUP-CONFIRMADO AND PERFIL-SUPERVISOR
               MOVE "S" TO WS-ERRO
               GO TO 3170-EXIT
           END-IF
           MOVE SPACE TO WS-MSGERRO
           IF LOTE-DUP-CONFIRMADO
               STRING
                   "DOCUMENTO JÁ CADASTRADO NO CLIENTE "
                      DELIMITED BY SIZE
                   WS-DUP-ID-OUTRO DELIMITED BY SIZE
                   " - SOMENTE SUPERVISOR CONFIRMA" DELIMITED BY SIZE
                   INTO WS-MSGERRO
               END-STRING
           ELSE
               STRING
                   "DOCUMENTO JÁ CADASTRADO NO CLIENTE "
                      DELIMITED BY SIZE
                   WS-DUP-ID-OUTRO DELIMITED BY SIZE
                   INTO WS-MSGERRO
               END-STRING
           END-IF.
       3170-EXIT.
           EXIT.

      ******************************************************************
      * 3200-VALIDAR-CADASTRO - address completeness and UF domain
      ******************************************************************
       3200-VALIDAR-CADASTRO.
           MOVE SPACE TO WS-MSGERRO
           IF NOT CLI-PESSOA-FISICA AND NOT CLI-PESSOA-JURIDICA
               MOVE "TIPO DE PESSOA INVÁLIDO - USE F OU J" TO
                    WS-MSGERRO
               GO TO 3200-EXIT
           END-IF
           IF CLI_ENDERECO = SPACE
               MOVE "ENDEREÇO NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 3200-EXIT
           END-IF
           IF CLI_BAIRRO = SPACE
               MOVE "BAIRRO NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 3200-EXIT
           END-IF
           IF CLI_CIDADE = SPACE
               MOVE "CIDADE NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 3200-EXIT
           END-IF
           IF NOT CLI-UF-VALIDA
               MOVE "ESTADO (UF) INVÁLIDO" TO WS-MSGERRO
               GO TO 3200-EXIT
           END-IF
           PERFORM 3220-VALIDAR-CEP THRU 3220-EXIT
           IF WS-MSGERRO NOT = SPACE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-VALIDAR-CONTATOS THRU 3210-EXIT
           IF NOT CONTATO-VALIDO
               MOVE "TIPO DE CONTATO INVÁLIDO" TO WS-MSGERRO
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-VALIDAR-CONTATOS - every CTT_TIPO up to CLI_QTD_CONTATOS
      * must be one of the five domain codes (F/C/X/W/O).
      ******************************************************************
       3210-VALIDAR-CONTATOS.
           MOVE "S" TO WS-CONTATO-VALIDO
           PERFORM 3211-TESTAR-CONTATO
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > CLI_QTD_CONTATOS.
       3210-EXIT.
           EXIT.

       3211-TESTAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-IDX-CONTATO
           IF NOT CTT-FIXO (CLI_IDX_CONTATO)
              AND NOT CTT-CELULAR (CLI_IDX_CONTATO)
              AND NOT CTT-FAX (CLI_IDX_CONTATO)
              AND NOT CTT-WHATSAPP (CLI_IDX_CONTATO)
              AND NOT CTT-COMERCIAL (CLI_IDX_CONTATO)
               MOVE "N" TO WS-CONTATO-VALIDO
           END-IF.

      ******************************************************************
      * 3220-VALIDAR-CEP - CLI_CEP must fall in a cepfaixa.dat range
      * carrying CLI_CIDADE/CLI_ESTADO; skipped when the reference
      * file is not installed, as on the desk.
      ******************************************************************
       3220-VALIDAR-CEP.
           IF CLI_CEP = ZERO
               MOVE "CEP NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 3220-EXIT
           END-IF
           OPEN INPUT CLI-CEP
           IF FS-CEP-AUSENTE
               CLOSE CLI-CEP
               GO TO 3220-EXIT
           END-IF
           IF NOT FS-OK-CEP
               GO TO 3220-EXIT
           END-IF
           MOVE "N" TO WS-CEP-ACHOU
           MOVE "N" TO WS-CEP-CONFERE
           MOVE "N" TO WS-CEP-FIM-BUSCA
           PERFORM 3230-LER-FAIXA-CEP THRU 3230-EXIT
               UNTIL CEP-FIM-BUSCA
           CLOSE CLI-CEP
           EVALUATE TRUE
               WHEN NOT CEP-ACHOU
                   MOVE "CEP NÃO CONSTA NA TABELA DE FAIXAS" TO
                        WS-MSGERRO
               WHEN NOT CEP-CONFERE
                   MOVE "CEP NÃO PERTENCE À CIDADE/UF INFORMADA" TO
                        WS-MSGERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3220-EXIT.
           EXIT.

       3230-LER-FAIXA-CEP.
           READ CLI-CEP
               AT END
                   MOVE "S" TO WS-CEP-FIM-BUSCA
                   GO TO 3230-EXIT
           END-READ
           IF CLI_CEP >= CEP-FAIXA-INI AND CLI_CEP <= CEP-FAIXA-FIM
               MOVE "S" TO WS-CEP-ACHOU
               MOVE "S" TO WS-CEP-FIM-BUSCA
               IF CEP-CIDADE = CLI_CIDADE AND CEP-UF = CLI_ESTADO
                   MOVE "S" TO WS-CEP-CONFERE
               END-IF
           END-IF.
       3230-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ALTERAR - the batch twin of CADCLIENTE's ALTERAR: refused
      * for a trainee and while a change for the customer is waiting
      * for the supervisor; an operador's sensitive change is held on
      * cli_pend.dat instead of being rewritten.
      ******************************************************************
       5000-ALTERAR.
           IF NOT PERFIL-OPERADOR AND NOT PERFIL-SUPERVISOR
               MOVE "ALTERAÇÃO NÃO PERMITIDA AO PERFIL DO" &
                    " OPERADOR" TO WS-MSGERRO
               GO TO 5000-EXIT
           END-IF
           IF LOTE-ID = ZERO
               MOVE "INFORME O ID DO CLIENTE A ALTERAR" TO WS-MSGERRO
               GO TO 5000-EXIT
           END-IF
           MOVE SPACE TO FILE1-REC
           INITIALIZE FILE1-REC
           MOVE LOTE-ID TO CLI_ID
           READ FILE1
               INVALID KEY
                   MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
                   GO TO 5000-EXIT
           END-READ
           PERFORM 6780-VERIFICAR-PENDENCIA THRU 6780-EXIT
           IF PND-EXISTE
               MOVE "CLIENTE COM ALTERAÇÃO PENDENTE DE APROVAÇÃO" &
                    " - AGUARDE O SUPERVISOR" TO WS-MSGERRO
               GO TO 5000-EXIT
           END-IF
           PERFORM 7080-CAPTURAR-ANTERIOR THRU 7080-EXIT
           PERFORM 2400-CARREGAR-DADOS THRU 2400-EXIT
           PERFORM 3200-VALIDAR-CADASTRO THRU 3200-EXIT
           IF WS-MSGERRO NOT = SPACE
               GO TO 5000-EXIT
           END-IF
           PERFORM 3100-VALIDAR-DOCUMENTO THRU 3100-EXIT
           IF DOC-INVALIDO
               MOVE "CNPJ/CPF INVÁLIDO - DÍGITO VERIFICADOR" TO
                    WS-MSGERRO
               GO TO 5000-EXIT
           END-IF
           IF CLI_CNPJ NOT = WSA-CNPJ
              OR CLI_TIPO_PESSOA NOT = WSA-TIPO-PESSOA
               PERFORM 3150-VERIFICAR-DOC-DUPLICADO THRU 3150-EXIT
               IF DUP-SEM-VERIFICAR
                   MOVE "NÃO FOI POSSÍVEL VERIFICAR DUPLICIDADE -" &
                        " TENTE NOVAMENTE" TO WS-MSGERRO
                   GO TO 5000-EXIT
               END-IF
               IF DUP-ACHOU
                   PERFORM 3170-CONFIRMAR-DOC-DUPLICADO THRU
                       3170-EXIT
                   IF NOT E-SIM
                       GO TO 5000-EXIT
                   END-IF
               END-IF
           END-IF
           IF PERFIL-OPERADOR
               PERFORM 5200-VERIFICAR-SENSIVEL THRU 5200-EXIT
               IF ALTERACAO-SENSIVEL
                   IF MODO-VALIDACAO
                       ADD 1 TO WS-QTD-VALIDAS
                       MOVE "VÁLIDA - ALTERAÇÃO IRÁ PARA" &
                            " APROVAÇÃO" TO WS-RESULTADO
                   ELSE
                       PERFORM 5300-GRAVAR-PENDENCIA THRU 5300-EXIT
                   END-IF
                   GO TO 5000-EXIT
               END-IF
           END-IF
           MOVE CLI_TIPO_PESSOA TO CLI_CATEGORIA_BUSCA
           MOVE CLI_NOMEFANTASIA TO CLI_NOMEFANTASIA_BUSCA
           MOVE CLI_RAZAOSOCIAL TO CLI_RAZAOSOCIAL_BUSCA
           IF NOT CLI-QUARENTENA-RECEITA
               MOVE SPACE TO CLI_QUARENTENA
           END-IF
           PERFORM 5250-LIMPAR-DEVOLUCAO THRU 5250-EXIT
           IF MODO-VALIDACAO
               ADD 1 TO WS-QTD-VALIDAS
               MOVE "VÁLIDA - ALTERAÇÃO" TO WS-RESULTADO
               GO TO 5000-EXIT
           END-IF
           MOVE "ALTERAR" TO WS-HIST-OPERACAO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR O REGISTRO" TO WS-MSGERRO
               NOT INVALID KEY
                   PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
                   ADD 1 TO WS-QTD-ALTERADOS
                   MOVE "CLIENTE ALTERADO" TO WS-RESULTADO
           END-REWRITE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5200-VERIFICAR-SENSIVEL - does the line change the CNPJ/CPF,
      * the razao social or anything in the address block?
      ******************************************************************
       5200-VERIFICAR-SENSIVEL.
           MOVE "N" TO WS-PND-SENSIVEL
           IF CLI_RAZAOSOCIAL NOT = WSA-RAZAOSOCIAL
              OR CLI_TIPO_PESSOA NOT = WSA-TIPO-PESSOA
              OR CLI_CNPJ NOT = WSA-CNPJ
              OR CLI_ENDERECO NOT = WSA-ENDERECO
              OR CLI_NUMERO NOT = WSA-NUMERO
              OR CLI_BAIRRO NOT = WSA-BAIRRO
              OR CLI_CIDADE NOT = WSA-CIDADE
              OR CLI_ESTADO NOT = WSA-ESTADO
              OR CLI_CEP NOT = WSA-CEP
               MOVE "S" TO WS-PND-SENSIVEL
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5250-LIMPAR-DEVOLUCAO - a new address in the address block
      * ends the returned-mail mark, as on CADCLIENTE's ALTERAR; a
      * customer with a correspondence address on cli_ender.dat keeps
      * it, since the pieces went there and not to the main address.
      ******************************************************************
       5250-LIMPAR-DEVOLUCAO.
           IF CLI_ENDERECO NOT = WSA-ENDERECO
              OR CLI_NUMERO NOT = WSA-NUMERO
              OR CLI_BAIRRO NOT = WSA-BAIRRO
              OR CLI_CIDADE NOT = WSA-CIDADE
              OR CLI_ESTADO NOT = WSA-ESTADO
              OR CLI_CEP NOT = WSA-CEP
               PERFORM 5260-PROCURAR-CORRESP THRU 5260-EXIT
               IF NOT ENDERECO-EXISTE
                   MOVE SPACE TO CLI_DEVOLUCAO
               END-IF
           END-IF.
       5250-EXIT.
           EXIT.

       5260-PROCURAR-CORRESP.
           MOVE "N" TO WS-END-EXISTE
           OPEN INPUT CLI-ENDER
           IF NOT FS-OK-END
               IF FS-END-AUSENTE
                   CLOSE CLI-ENDER
               END-IF
               GO TO 5260-EXIT
           END-IF
           MOVE CLI_ID TO ENDR-ID
           MOVE "R" TO ENDR-TIPO
           READ CLI-ENDER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-END-EXISTE
           END-READ
           CLOSE CLI-ENDER.
       5260-EXIT.
           EXIT.

      ******************************************************************
      * 5300-GRAVAR-PENDENCIA - hold the line's after-image on
      * cli_pend.dat for the supervisor, with the batch operator as
      * the maker, exactly as CADCLIENTE's ALTERAR does.
      ******************************************************************
       5300-GRAVAR-PENDENCIA.
           OPEN I-O CLI-PEND
           IF NOT FS-OK-PND AND NOT FS-PND-AUSENTE
               CLOSE CLI-PEND
               OPEN OUTPUT CLI-PEND
               CLOSE CLI-PEND
               OPEN I-O CLI-PEND
           END-IF
           PERFORM 6750-PERCORRER-PENDENCIAS THRU 6750-EXIT
           MOVE SPACE TO PEND-REC
           INITIALIZE PEND-REC
           MOVE CLI_ID TO PEND-ID
           COMPUTE PEND-SEQ = WS-PND-SEQ-MAX + 1
           MOVE "P" TO PEND-STATUS
           ACCEPT PEND-DATA FROM DATE YYYYMMDD
           ACCEPT PEND-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO PEND-OPERADOR
           MOVE WSA-NOMEFANTASIA TO PEND-A-NOMEFANTASIA
           MOVE WSA-RAZAOSOCIAL TO PEND-A-RAZAOSOCIAL
           MOVE WSA-TIPO-PESSOA TO PEND-A-TIPO-PESSOA
           MOVE WSA-CNPJ TO PEND-A-CNPJ
           MOVE WSA-ENDERECO TO PEND-A-ENDERECO
           MOVE WSA-NUMERO TO PEND-A-NUMERO
           MOVE WSA-BAIRRO TO PEND-A-BAIRRO
           MOVE WSA-CIDADE TO PEND-A-CIDADE
           MOVE WSA-ESTADO TO PEND-A-ESTADO
           MOVE WSA-CEP TO PEND-A-CEP
           MOVE WSA-QTD-CONTATOS TO PEND-A-QTD-CONTATOS
           MOVE WSA-CONTATOS-HASH TO PEND-A-CONTATOS-HASH
           MOVE CLI_NOMEFANTASIA TO PEND-D-NOMEFANTASIA
           MOVE CLI_RAZAOSOCIAL TO PEND-D-RAZAOSOCIAL
           MOVE CLI_TIPO_PESSOA TO PEND-D-TIPO-PESSOA
           MOVE CLI_CNPJ TO PEND-D-CNPJ
           MOVE CLI_ENDERECO TO PEND-D-ENDERECO
           MOVE CLI_NUMERO TO PEND-D-NUMERO
           MOVE CLI_BAIRRO TO PEND-D-BAIRRO
           MOVE CLI_CIDADE TO PEND-D-CIDADE
           MOVE CLI_ESTADO TO PEND-D-ESTADO
           MOVE CLI_CEP TO PEND-D-CEP
           MOVE CLI_QTD_CONTATOS TO PEND-D-QTD-CONTATOS
           PERFORM 5310-GUARDAR-CONTATO THRU 5310-EXIT
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > 5
           WRITE PEND-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A PENDÊNCIA" TO WS-MSGERRO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE "ENVIADA PARA O SUPERVISOR APROVAR" TO
                        WS-RESULTADO
           END-WRITE
           CLOSE CLI-PEND.
       5300-EXIT.
           EXIT.

       5310-GUARDAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-IDX-CONTATO
           MOVE CLI_CONTATOS (CLI_IDX_CONTATO) TO
                PEND-D-CONTATO (WS-IDX-CONTATO).
       5310-EXIT.
           EXIT.

      ******************************************************************
      * 6500-SITUACAO - the batch twin of CADCLIENTE's INATIVAR/
      * REATIVAR: A, I or B, a reason required for I and B.
      ******************************************************************
       6500-SITUACAO.
           IF NOT PERFIL-OPERADOR AND NOT PERFIL-SUPERVISOR
               MOVE "SITUAÇÃO NÃO PERMITIDA AO PERFIL DO OPERADOR" TO
                    WS-MSGERRO
               GO TO 6500-EXIT
           END-IF
           IF LOTE-ID = ZERO
               MOVE "INFORME O ID DO CLIENTE" TO WS-MSGERRO
               GO TO 6500-EXIT
           END-IF
           MOVE SPACE TO FILE1-REC
           INITIALIZE FILE1-REC
           MOVE LOTE-ID TO CLI_ID
           READ FILE1
               INVALID KEY
                   MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
                   GO TO 6500-EXIT
           END-READ
           PERFORM 7080-CAPTURAR-ANTERIOR THRU 7080-EXIT
           MOVE LOTE-SIT-NOVA TO CLI_SITUACAO
           MOVE LOTE-SIT-MOTIVO TO CLI_SIT_MOTIVO
           IF CLI_SITUACAO = SPACE
              OR (NOT CLI-ATIVO AND NOT CLI-INATIVO
                  AND NOT CLI-BLOQUEADO)
               MOVE "SITUAÇÃO INVÁLIDA - USE A, I OU B" TO WS-MSGERRO
               GO TO 6500-EXIT
           END-IF
           IF (CLI-INATIVO OR CLI-BLOQUEADO)
              AND CLI_SIT_MOTIVO = SPACE
               MOVE "INFORME O MOTIVO DA INATIVAÇÃO/BLOQUEIO" TO
                    WS-MSGERRO
               GO TO 6500-EXIT
           END-IF
           IF MODO-VALIDACAO
               ADD 1 TO WS-QTD-VALIDAS
               MOVE "VÁLIDA - SITUAÇÃO" TO WS-RESULTADO
               GO TO 6500-EXIT
           END-IF
           ACCEPT CLI_SIT_DATA FROM DATE YYYYMMDD
           MOVE "SITUACAO" TO WS-HIST-OPERACAO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR O REGISTRO" TO WS-MSGERRO
               NOT INVALID KEY
                   PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
                   ADD 1 TO WS-QTD-SITUACOES
                   MOVE "SITUAÇÃO ATUALIZADA" TO WS-RESULTADO
           END-REWRITE.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 6750-6780 - the customer's entries on cli_pend.dat: the
      * highest sequence used and whether one is still waiting.
      ******************************************************************
       6750-PERCORRER-PENDENCIAS.
           MOVE ZERO TO WS-PND-SEQ-MAX
           MOVE "N" TO WS-PND-EXISTE
           MOVE "N" TO WS-PND-FIM
           MOVE CLI_ID TO PEND-ID
           MOVE ZERO TO PEND-SEQ
           START CLI-PEND KEY IS >= PEND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-PND-FIM
           END-START
           PERFORM 6760-LER-PENDENCIA-SEGUINTE THRU 6760-EXIT
               UNTIL PND-FIM.
       6750-EXIT.
           EXIT.

       6760-LER-PENDENCIA-SEGUINTE.
           READ CLI-PEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-PND-FIM
                   GO TO 6760-EXIT
           END-READ
           IF PEND-ID NOT = CLI_ID
               MOVE "S" TO WS-PND-FIM
               GO TO 6760-EXIT
           END-IF
           MOVE PEND-SEQ TO WS-PND-SEQ-MAX
           IF PEND-PENDENTE
               MOVE "S" TO WS-PND-EXISTE
           END-IF.
       6760-EXIT.
           EXIT.

       6780-VERIFICAR-PENDENCIA.
           MOVE "N" TO WS-PND-EXISTE
           OPEN INPUT CLI-PEND
           IF NOT FS-OK-PND
               IF FS-PND-AUSENTE
                   CLOSE CLI-PEND
               END-IF
               GO TO 6780-EXIT
           END-IF
           PERFORM 6750-PERCORRER-PENDENCIAS THRU 6750-EXIT
           CLOSE CLI-PEND.
       6780-EXIT.
           EXIT.

      ******************************************************************
      * 7000-7099 - CLI_HIST.DAT before/after audit trail, same shape
      * as CADCLIENTE's, stamped with the batch operator.
      ******************************************************************
       7000-GRAVAR-HIST-ANTES.
           MOVE "ANTES" TO WH-IMAGEM
           MOVE WSA-ID TO WH-ID
           MOVE WSA-NOMEFANTASIA TO WH-NOMEFANTASIA
           MOVE WSA-RAZAOSOCIAL TO WH-RAZAOSOCIAL
           MOVE WSA-TIPO-PESSOA TO WH-TIPO-PESSOA
           MOVE WSA-CNPJ TO WH-CNPJ
           MOVE WSA-ENDERECO TO WH-ENDERECO
           MOVE WSA-NUMERO TO WH-NUMERO
           MOVE WSA-BAIRRO TO WH-BAIRRO
           MOVE WSA-CIDADE TO WH-CIDADE
           MOVE WSA-ESTADO TO WH-ESTADO
           MOVE WSA-QTD-CONTATOS TO WH-QTD-CONTATOS
           MOVE WSA-CONTATOS-HASH TO WH-CONTATOS-HASH
           MOVE WSA-SITUACAO TO WH-SITUACAO
           MOVE WSA-SIT-MOTIVO TO WH-SIT-MOTIVO
           MOVE WSA-CEP TO WH-CEP
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7000-EXIT.
           EXIT.

       7010-GRAVAR-HIST-DEPOIS.
           MOVE "DEPOIS" TO WH-IMAGEM
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
           MOVE CLI_CEP TO WH-CEP
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7010-EXIT.
           EXIT.

       7030-GRAVAR-HIST-INCLUIDO.
           MOVE "ANTES" TO WH-IMAGEM
           MOVE CLI_ID TO WH-ID
           MOVE "*REGISTRO NOVO*" TO WH-NOMEFANTASIA
           MOVE SPACE TO WH-RAZAOSOCIAL WH-TIPO-PESSOA WH-ENDERECO
              WH-BAIRRO WH-CIDADE WH-ESTADO WH-SITUACAO
              WH-SIT-MOTIVO
           MOVE ZERO TO WH-NUMERO WH-CNPJ WH-QTD-CONTATOS
              WH-CONTATOS-HASH WH-CEP
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT
           PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT.
       7030-EXIT.
           EXIT.

       7080-CAPTURAR-ANTERIOR.
           MOVE CLI_ID TO WSA-ID
           MOVE CLI_NOMEFANTASIA TO WSA-NOMEFANTASIA
           MOVE CLI_RAZAOSOCIAL TO WSA-RAZAOSOCIAL
           MOVE CLI_TIPO_PESSOA TO WSA-TIPO-PESSOA
           MOVE CLI_CNPJ TO WSA-CNPJ
           MOVE CLI_ENDERECO TO WSA-ENDERECO
           MOVE CLI_NUMERO TO WSA-NUMERO
           MOVE CLI_BAIRRO TO WSA-BAIRRO
           MOVE CLI_CIDADE TO WSA-CIDADE
           MOVE CLI_ESTADO TO WSA-ESTADO
           MOVE CLI_QTD_CONTATOS TO WSA-QTD-CONTATOS
           PERFORM 7090-CALC-HASH-CONTATOS THRU 7090-EXIT
           MOVE WS-CONTATOS-HASH TO WSA-CONTATOS-HASH
           MOVE CLI_SITUACAO TO WSA-SITUACAO
           MOVE CLI_SIT_MOTIVO TO WSA-SIT-MOTIVO
           MOVE CLI_CEP TO WSA-CEP.
       7080-EXIT.
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

      ******************************************************************
      * 8000-8010 - cli_lote_ckpt.dat restart point: ATIVO with the
      * lines dealt with so far after every line, LIVRE once the
      * whole file went through.
      ******************************************************************
       8000-GRAVAR-CKPT-ATIVO.
           OPEN OUTPUT LOTE-CKPT
           MOVE SPACE TO CKPT-LINHA
           MOVE "ATIVO" TO CKPT-MARCADOR
           MOVE WS-NUM-LINHA TO CKPT-LINHAS
           ACCEPT CKPT-DATA FROM DATE YYYYMMDD
           ACCEPT CKPT-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO CKPT-OPERADOR
           MOVE WS-QTD-LIDAS TO CKPT-QTD-LIDAS
           MOVE WS-QTD-INCLUIDOS TO CKPT-QTD-INCLUIDOS
           MOVE WS-QTD-ALTERADOS TO CKPT-QTD-ALTERADOS
           MOVE WS-QTD-SITUACOES TO CKPT-QTD-SITUACOES
           MOVE WS-QTD-PENDENTES TO CKPT-QTD-PENDENTES
           MOVE WS-QTD-REJEITADAS TO CKPT-QTD-REJEITADAS
           MOVE WS-PRIMEIRA TO CKPT-PRIMEIRA
           WRITE CKPT-LINHA
           CLOSE LOTE-CKPT.
       8000-EXIT.
           EXIT.

       8010-GRAVAR-CKPT-LIVRE.
           OPEN OUTPUT LOTE-CKPT
           MOVE SPACE TO CKPT-LINHA
           MOVE "LIVRE" TO CKPT-MARCADOR
           MOVE ZERO TO CKPT-LINHAS CKPT-QTD-LIDAS CKPT-QTD-INCLUIDOS
              CKPT-QTD-ALTERADOS CKPT-QTD-SITUACOES
              CKPT-QTD-PENDENTES CKPT-QTD-REJEITADAS
           ACCEPT CKPT-DATA FROM DATE YYYYMMDD
           ACCEPT CKPT-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO CKPT-OPERADOR
           WRITE CKPT-LINHA
           CLOSE LOTE-CKPT.
       8010-EXIT.
           EXIT.

       8100-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - totals for the whole file, the lines of an
      * interrupted run included
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "LINHAS PROCESSADAS...............:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF RETOMADA
               MOVE "  DAS QUAIS NA EXECUCAO ANTERIOR.:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-PULADAS TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           IF MODO-VALIDACAO
               MOVE "LINHAS VALIDAS...................:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-VALIDAS TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           ELSE
               MOVE "CLIENTES INCLUIDOS...............:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-INCLUIDOS TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
               MOVE "CLIENTES ALTERADOS...............:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-ALTERADOS TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
               MOVE "SITUACOES ATUALIZADAS............:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-SITUACOES TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
               MOVE "ENVIADAS PARA APROVACAO..........:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-PENDENTES TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           MOVE "LINHAS REJEITADAS................:" TO WS-RES-ROTULO
           MOVE WS-QTD-REJEITADAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-QTD-REJEITADAS > ZERO
               MOVE "*** ALERTA: HÁ LINHAS REJEITADAS - VER" &
                    " cli_lote_rej.dat ***" TO WS-ALERTA-TXTO
               PERFORM 8100-GRAVAR-ALERTA THRU 8100-EXIT
           END-IF
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_LOTE.
