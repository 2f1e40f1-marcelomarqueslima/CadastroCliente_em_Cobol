      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Point-in-time roll-forward recovery of FILE1
      *          (cliete.dat).  Reloads a backup unloaded by
      *          CADCLIENTE_SALVA (checked against its *CTRL* trailer,
      *          as CADCLIENTE_RESTAURA does) and then reapplies, in
      *          date/time order, every DEPOIS image written to
      *          CLI_HIST.DAT from the backup date up to a cut-off
      *          date and time - reading the month-stamped archives
      *          cli_hist_AAAAMM.dat left by CADCLIENTE_ARQUIVA as
      *          well as the live trail.  A DEPOIS image carrying
      *          "*REGISTRO EXCLUIDO*" (EXCLUIR and MERGE) deletes the
      *          record.  The audit image does not carry the contact
      *          slots, only their WH-CONTATOS-HASH: the record keeps
      *          the contacts it had on the backup, and every customer
      *          whose final image hash differs from them is listed
      *          for re-keying.  The run closes by reconciling backup
      *          count + inclusions - exclusions against the rebuilt
      *          file.
      *          With RECUPERA_CLIENTE set the same replay is done for
      *          that one CLI_ID only, the resulting record is printed
      *          as it stood at the cut-off, and cliete.dat is not
      *          touched at all.
      *          Configuration from the environment:
      *            RECUPERA_ARQUIVO - backup to start from (required)
      *            RECUPERA_DATA    - cut-off date AAAAMMDD (blank =
      *                               today)
      *            RECUPERA_HORA    - cut-off time HHMMSS (blank =
      *                               235959, the whole day)
      *            RECUPERA_CLIENTE - 8-digit CLI_ID for the single-
      *                               customer "as of" listing (blank
      *                               = rebuild the whole file)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_RECUPERA.

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

           SELECT BKP-FILE ASSIGN TO DYNAMIC WS-BKP-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-BKP.

           SELECT OPTIONAL HIST-FILE ASSIGN TO DYNAMIC WS-HIST-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-HIST.

           SELECT WORK-SORT ASSIGN TO "./recupcli.srt".

           SELECT REL-FILE ASSIGN TO "./recupcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

           SELECT OPTIONAL CLI-PRXID ASSIGN TO "./cli_prxid.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-PRX.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD BKP-FILE.

       01 BKP-LINHA                            PIC X(728).

      *----------------------------------------------------------------
      * CLI_HIST.DAT or one of its cli_hist_AAAAMM.dat archives - the
      * same 502-byte audit line either way.
      *----------------------------------------------------------------
       FD HIST-FILE.

       01 HIST-LINHA                           PIC X(502).

      *----------------------------------------------------------------
      * Sort work record - the audit line keyed by date, time and the
      * order it was read in, so images stamped in the same second
      * are reapplied in the order they were written.
      *----------------------------------------------------------------
       SD WORK-SORT.

       01 SORT-REC.
           05 SRT-DATA               PIC X(08).
           05 SRT-HORA               PIC X(06).
           05 SRT-SEQ                PIC 9(08).
           05 SRT-IMAGEM             PIC X(502).

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

      *----------------------------------------------------------------
      * cli_prxid.dat - next-number control CADCLIENTE's INCLUIR hands
      * IDs out from, reseated here after the rebuild.
      *----------------------------------------------------------------
       FD CLI-PRXID.

       01 PRX-LINHA.
           05 PRX-MARCADOR           PIC X(06).
               88 PRX-VALIDO VALUE "PRXID ".
           05 PRX-PROXIMO            PIC 9(08).

      *----------------------------------------------------------------
      * cli_ender.dat - CADCLIENTE's additional addresses; only read,
      * for the correspondence address (type "R").
      *----------------------------------------------------------------
       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.

       77 FS-STAT-BKP PIC 9(02).
           88 FS-OK-BKP      VALUE ZEROS.
           88 FS-BKP-FIM     VALUE 10.

       77 FS-STAT-HIST PIC 9(02).
           88 FS-OK-HIST      VALUE ZEROS.
           88 FS-HIST-AUSENTE VALUE 05.
           88 FS-HIST-FIM     VALUE 10.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 FS-STAT-PRX PIC 9(02).
           88 FS-OK-PRX      VALUE ZEROS.
           88 FS-PRX-AUSENTE VALUE 05.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 WS-FIM-SORT PIC X(01).
           88 FIM-SORT VALUE "S".

       77 WS-CONTADOR-ATUAL PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * Run parameters.
      *----------------------------------------------------------------
       77 WS-BKP-NOME        PIC X(40).
       77 WS-HOJE            PIC X(08).
       77 WS-CORTE-DATA      PIC X(08).
       77 WS-CORTE-HORA      PIC X(06).
       77 WS-CLIENTE-X       PIC X(08).
       77 WS-CLIENTE         PIC 9(08) VALUE ZERO.

       77 WS-MODO            PIC X(01).
           88 MODO-ARQUIVO VALUE "A".
           88 MODO-CLIENTE VALUE "C".

       77 WS-PARAM-OK        PIC X(01) VALUE "N".
           88 PARAM-OK VALUE "S".

      *----------------------------------------------------------------
      * Audit trail name - the live file or an archive month.
      *----------------------------------------------------------------
       77 WS-HIST-NOME       PIC X(40).

       01 WS-ARQ-NOME.
           05 FILLER             PIC X(11) VALUE "./cli_hist_".
           05 WS-ARQ-AAAAMM      PIC X(06).
           05 FILLER             PIC X(04) VALUE ".dat".

      *----------------------------------------------------------------
      * Archive months to scan: CADCLIENTE_ARQUIVA stamps each archive
      * with the month it ran, so any archive from the backup month to
      * the current month may hold lines written after the backup.
      *----------------------------------------------------------------
       77 WS-MES-TOT         PIC 9(06) COMP.
       77 WS-MES-TOT-FIM     PIC 9(06) COMP.

       01 WS-MES-CORR.
           05 WS-MES-AAAA        PIC 9(04).
           05 WS-MES-MM          PIC 9(02).

       01 WS-DATA-QUEBRA.
           05 WS-DQ-AAAA         PIC 9(04).
           05 WS-DQ-MM           PIC 9(02).
           05 WS-DQ-DD           PIC 9(02).

      * Backup line reinterpreted as the control trailer.
       01 WS-LINHA-BKP.
           05 WS-LB-MARCA        PIC X(07).
           05 WS-LB-DATA         PIC X(08).
           05 FILLER             PIC X(01).
           05 WS-LB-QTDE         PIC 9(08).
           05 FILLER             PIC X(01).
           05 WS-LB-ID-MIN       PIC 9(08).
           05 FILLER             PIC X(01).
           05 WS-LB-ID-MAX       PIC 9(08).
           05 FILLER             PIC X(686).

       77 WS-QTD-PREVIA      PIC 9(08) VALUE ZERO.
       77 WS-PREVIA-TRAILER  PIC X(01) VALUE "N".
           88 PREVIA-TEM-TRAILER VALUE "S".
       77 WS-BKP-VALIDO      PIC X(01) VALUE "N".
           88 BKP-VALIDO VALUE "S".
       77 WS-CARGA-OK        PIC X(01) VALUE "N".
           88 CARGA-OK VALUE "S".

      *----------------------------------------------------------------
      * Single-customer mode - the record as it stands during replay.
      *----------------------------------------------------------------
       77 WS-CLI-EXISTE      PIC X(01) VALUE "N".
           88 CLI-EXISTE VALUE "S".
       77 WS-CLI-EXCLUIDO    PIC X(01) VALUE "N".
           88 CLI-EXCLUIDO VALUE "S".
       77 WS-DATA-EXCLUSAO   PIC X(08) VALUE SPACE.

      *----------------------------------------------------------------
      * Replay bookkeeping.
      *----------------------------------------------------------------
       77 WS-SEQ             PIC 9(08) VALUE ZERO.
       77 WS-REG-EXISTE      PIC X(01).
           88 REG-EXISTE VALUE "S".
       77 WS-SIT-ANTERIOR    PIC X(01).
       77 WS-END-EXISTE      PIC X(01).
           88 ENDERECO-EXISTE VALUE "S".

       77 WS-QTD-CARREGADOS  PIC 9(08) VALUE ZERO.
       77 WS-QTD-ERROS-CARGA PIC 9(08) VALUE ZERO.
       77 WS-QTD-LIDAS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-SELECIONADAS PIC 9(08) VALUE ZERO.
       77 WS-QTD-ARQUIVOS    PIC 9(04) VALUE ZERO.
       77 WS-QTD-INCLUSOES   PIC 9(08) VALUE ZERO.
       77 WS-QTD-ALTERACOES  PIC 9(08) VALUE ZERO.
       77 WS-QTD-EXCLUSOES   PIC 9(08) VALUE ZERO.
       77 WS-QTD-JA-REFLETIDAS PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-INCLUIR PIC 9(08) VALUE ZERO.
       77 WS-QTD-ERROS-APLIC PIC 9(08) VALUE ZERO.
       77 WS-QTD-REDIGITAR   PIC 9(08) VALUE ZERO.
       77 WS-QTD-ESPERADA    PIC 9(08) VALUE ZERO.
       77 WS-QTD-RECONSTRUIDA PIC 9(08) VALUE ZERO.
       77 WS-ID-MAX          PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * Customers whose contact slots no longer match the audit image.
      * The flag follows the latest image replayed for the ID, so a
      * change undone later in the trail drops off the list again.
      *----------------------------------------------------------------
       77 WS-RD-QTD          PIC 9(04) COMP VALUE ZERO.
       77 WS-RD-IDX          PIC 9(04) COMP.
       77 WS-RD-ACHOU        PIC X(01).
           88 RD-ACHOU VALUE "S".
       77 WS-RD-CHEIA        PIC X(01) VALUE "N".
           88 RD-TAB-CHEIA VALUE "S".

       01 WS-TAB-REDIGITAR.
           05 WS-RD-ITEM OCCURS 2000 TIMES.
               10 WS-RD-ID           PIC 9(08).
               10 WS-RD-PENDENTE     PIC X(01).
               10 WS-RD-DATA         PIC X(08).
               10 WS-RD-OPERADOR     PIC X(20).
               10 WS-RD-QTD-IMG      PIC 9(02).
               10 WS-RD-QTD-ARQ      PIC 9(02).

       77 WS-HASH-IDX PIC 9(02) COMP.
       77 WS-CONTATOS-HASH PIC 9(09) COMP.
       77 WS-HASH-TIPO PIC 9(01) COMP.
       77 WS-HASH-WPP PIC 9(01) COMP.
       77 WS-CONTATOS-DIFEREM PIC X(01).
           88 CONTATOS-DIFEREM VALUE "S".

       COPY HISTREG.

       01 WS-CABECALHO.
           05 FILLER PIC X(54) VALUE
              "RECUPERAÇÃO DO CADASTRO DE CLIENTES - ROLL-FORWARD".

       01 WS-LINPARAM.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 FILLER             PIC X(09) VALUE "BACKUP: ".
           05 WS-PAR-ARQ         PIC X(40).
           05 FILLER             PIC X(08) VALUE " CORTE: ".
           05 WS-PAR-DATA        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PAR-HORA        PIC X(06).
           05 FILLER             PIC X(10) VALUE " CLIENTE: ".
           05 WS-PAR-CLIENTE     PIC X(08).

       01 WS-LINARQ.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 FILLER             PIC X(18) VALUE "TRILHA LIDA......:".
           05 WS-ARQ-LIDO        PIC X(40).

       01 WS-LINIMG.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-IMG-DATA        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-IMG-HORA        PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-IMG-ID          PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-IMG-OPERACAO    PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-IMG-OPERADOR    PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-IMG-OBS         PIC X(40).

       01 WS-LINREDIG.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-RDL-ID          PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-RDL-DATA        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-RDL-OPERADOR    PIC X(20).
           05 FILLER             PIC X(23) VALUE
              "  CONTATOS NO ARQUIVO: ".
           05 WS-RDL-QTD-ARQ     PIC Z9.
           05 FILLER             PIC X(12) VALUE " NA IMAGEM: ".
           05 WS-RDL-QTD-IMG     PIC Z9.

       01 WS-LINCAMPO.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-CPO-ROTULO      PIC X(20).
           05 WS-CPO-VALOR       PIC X(80).

       01 WS-EDT-NUMERO          PIC Z(9)9.
       01 WS-EDT-CNPJ            PIC 9(14).
       01 WS-EDT-CEP             PIC 9(08).
       01 WS-EDT-QTD             PIC Z9.

       01 WS-LINDET.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-DET-ROTULO      PIC X(33).
           05 WS-DET-QTDE        PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINALERTA.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-ALERTA-TXTO     PIC X(100).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF PARAM-OK
               PERFORM 2000-CARREGAR-BACKUP THRU 2000-EXIT
           END-IF
           IF CARGA-OK
               PERFORM 3000-REAPLICAR THRU 3000-EXIT
               IF MODO-ARQUIVO
                   PERFORM 5000-CONFERIR THRU 5000-EXIT
                   PERFORM 5100-AJUSTAR-CONTADOR THRU 5100-EXIT
                   PERFORM 6000-LISTAR-REDIGITAR THRU 6000-EXIT
               ELSE
                   PERFORM 6500-EXIBIR-CLIENTE THRU 6500-EXIT
               END-IF
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE SPACE TO WS-BKP-NOME
           MOVE SPACE TO WS-CORTE-DATA
           MOVE SPACE TO WS-CORTE-HORA
           MOVE SPACE TO WS-CLIENTE-X
           ACCEPT WS-BKP-NOME FROM ENVIRONMENT "RECUPERA_ARQUIVO"
           ACCEPT WS-CORTE-DATA FROM ENVIRONMENT "RECUPERA_DATA"
           ACCEPT WS-CORTE-HORA FROM ENVIRONMENT "RECUPERA_HORA"
           ACCEPT WS-CLIENTE-X FROM ENVIRONMENT "RECUPERA_CLIENTE"
           IF WS-CORTE-DATA = SPACE
               MOVE WS-HOJE TO WS-CORTE-DATA
           END-IF
           IF WS-CORTE-HORA = SPACE
               MOVE "235959" TO WS-CORTE-HORA
           END-IF
           MOVE "A" TO WS-MODO
           IF WS-CLIENTE-X NOT = SPACE
               MOVE "C" TO WS-MODO
           END-IF
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-BKP-NOME TO WS-PAR-ARQ
           MOVE WS-CORTE-DATA TO WS-PAR-DATA
           MOVE WS-CORTE-HORA TO WS-PAR-HORA
           IF MODO-CLIENTE
               MOVE WS-CLIENTE-X TO WS-PAR-CLIENTE
           ELSE
               MOVE "TODOS" TO WS-PAR-CLIENTE
           END-IF
           MOVE WS-LINPARAM TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 1100-VALIDAR-PARAMETROS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VALIDAR-PARAMETROS - nothing is opened, let alone
      * recreated, until the parameters make sense
      ******************************************************************
       1100-VALIDAR-PARAMETROS.
           MOVE "N" TO WS-PARAM-OK
           IF WS-BKP-NOME = SPACE
               MOVE "*** ALERTA: INFORME O BACKUP EM RECUPERA_ARQUIVO" &
                    " - O CADASTRO NÃO FOI TOCADO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-CORTE-DATA IS NOT NUMERIC
              OR WS-CORTE-HORA IS NOT NUMERIC
               MOVE "*** ALERTA: DATA/HORA DE CORTE INVÁLIDA - O" &
                    " CADASTRO NÃO FOI TOCADO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           IF MODO-CLIENTE
               IF WS-CLIENTE-X IS NOT NUMERIC
                   MOVE "*** ALERTA: RECUPERA_CLIENTE INVÁLIDO ***" TO
                        WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
                   GO TO 1100-EXIT
               END-IF
               MOVE WS-CLIENTE-X TO WS-CLIENTE
           END-IF
           MOVE "S" TO WS-PARAM-OK.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-BACKUP - same read-only pre-pass as RESTAURA;
      * only a backup whose trailer count matches its data lines, and
      * which is not newer than the cut-off, is used.  In file mode
      * the backup is loaded into a freshly created FILE1; in
      * customer mode only that customer's line is picked up.
      ******************************************************************
       2000-CARREGAR-BACKUP.
           PERFORM 2050-CONFERIR-BACKUP THRU 2050-EXIT
           IF NOT BKP-VALIDO
               GO TO 2000-EXIT
           END-IF
           IF WS-LB-DATA > WS-CORTE-DATA
               MOVE "*** ALERTA: BACKUP POSTERIOR À DATA DE CORTE -" &
                    " O CADASTRO NÃO FOI TOCADO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT BKP-FILE
           IF NOT FS-OK-BKP
               MOVE "*** ALERTA: BACKUP NÃO ENCONTRADO - O CADASTRO" &
                    " NÃO FOI TOCADO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF MODO-CLIENTE
               PERFORM 2100-LER-BACKUP THRU 2100-EXIT
               PERFORM 2300-PROCURAR-CLIENTE THRU 2300-EXIT
                   UNTIL FS-BKP-FIM
               CLOSE BKP-FILE
               MOVE "S" TO WS-CARGA-OK
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO RECRIAR O CADASTRO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               CLOSE BKP-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LER-BACKUP THRU 2100-EXIT
           PERFORM 2200-CARREGAR-LINHA THRU 2200-EXIT
               UNTIL FS-BKP-FIM
           CLOSE FILE1
           CLOSE BKP-FILE
           IF WS-QTD-ERROS-CARGA > ZERO
              OR WS-QTD-CARREGADOS NOT = WS-LB-QTDE
               MOVE "*** ALERTA: CARGA DO BACKUP NÃO CONFERE COM O" &
                    " TRAILER - HISTÓRICO NÃO REAPLICADO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE "S" TO WS-CARGA-OK.
       2000-EXIT.
           EXIT.

       2050-CONFERIR-BACKUP.
           MOVE "N" TO WS-BKP-VALIDO
           MOVE "N" TO WS-PREVIA-TRAILER
           MOVE ZERO TO WS-QTD-PREVIA
           OPEN INPUT BKP-FILE
           IF NOT FS-OK-BKP
               MOVE "*** ALERTA: BACKUP NÃO ENCONTRADO - O CADASTRO" &
                    " NÃO FOI TOCADO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2050-EXIT
           END-IF
           PERFORM 2060-CONTAR-BACKUP THRU 2060-EXIT
               UNTIL FS-BKP-FIM
           CLOSE BKP-FILE
           IF PREVIA-TEM-TRAILER
              AND WS-QTD-PREVIA = WS-LB-QTDE
               MOVE "S" TO WS-BKP-VALIDO
           ELSE
               MOVE "*** ALERTA: BACKUP INVÁLIDO OU INCOMPLETO - O" &
                    " CADASTRO NÃO FOI TOCADO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      * The trailer is the last line, so WS-LINHA-BKP is left holding
      * it (and its date) when the pass ends.
       2060-CONTAR-BACKUP.
           READ BKP-FILE
               AT END
                   MOVE 10 TO FS-STAT-BKP
                   GO TO 2060-EXIT
           END-READ
           IF BKP-LINHA (1:7) = "*CTRL* "
               MOVE BKP-LINHA TO WS-LINHA-BKP
               MOVE "S" TO WS-PREVIA-TRAILER
           ELSE
               ADD 1 TO WS-QTD-PREVIA
           END-IF.
       2060-EXIT.
           EXIT.

       2100-LER-BACKUP.
           READ BKP-FILE
               AT END
                   MOVE 10 TO FS-STAT-BKP
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CARREGAR-LINHA.
           IF BKP-LINHA (1:7) = "*CTRL* "
               PERFORM 2100-LER-BACKUP THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE BKP-LINHA TO FILE1-REC
           WRITE FILE1-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS-CARGA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARREGADOS
                   IF CLI_ID > WS-ID-MAX
                       MOVE CLI_ID TO WS-ID-MAX
                   END-IF
           END-WRITE
           PERFORM 2100-LER-BACKUP THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PROCURAR-CLIENTE - customer mode: keep the backup line of
      * the requested CLI_ID as the starting point of the replay
      ******************************************************************
       2300-PROCURAR-CLIENTE.
           IF BKP-LINHA (1:7) NOT = "*CTRL* "
              AND BKP-LINHA (1:8) = WS-CLIENTE-X
               MOVE BKP-LINHA TO FILE1-REC
               MOVE "S" TO WS-CLI-EXISTE
               MOVE 10 TO FS-STAT-BKP
               GO TO 2300-EXIT
           END-IF
           PERFORM 2100-LER-BACKUP THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REAPLICAR - gather the DEPOIS images inside the window
      * from the archives and the live trail, sort them by date/time
      * and apply them in that order
      ******************************************************************
       3000-REAPLICAR.
           IF MODO-ARQUIVO
               OPEN I-O FILE1
               IF NOT FS-OK
                   MOVE "*** ALERTA: FALHA AO REABRIR O CADASTRO -" &
                        " HISTÓRICO NÃO REAPLICADO ***" TO
                        WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
                   MOVE "N" TO WS-CARGA-OK
                   GO TO 3000-EXIT
               END-IF
           END-IF
           SORT WORK-SORT
               ON ASCENDING KEY SRT-DATA
                  ASCENDING KEY SRT-HORA
                  ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS 3100-SELECIONAR-IMAGENS
               OUTPUT PROCEDURE IS 4000-APLICAR-IMAGENS
           IF MODO-ARQUIVO
               CLOSE FILE1
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SELECIONAR-IMAGENS.
           MOVE WS-LB-DATA TO WS-DATA-QUEBRA
           COMPUTE WS-MES-TOT = (WS-DQ-AAAA * 12) + WS-DQ-MM - 1
           MOVE WS-HOJE TO WS-DATA-QUEBRA
           COMPUTE WS-MES-TOT-FIM = (WS-DQ-AAAA * 12) + WS-DQ-MM - 1
           PERFORM 3110-LER-ARQUIVO-MES THRU 3110-EXIT
               UNTIL WS-MES-TOT > WS-MES-TOT-FIM
           MOVE "./cli_hist.dat" TO WS-HIST-NOME
           PERFORM 3200-LER-TRILHA THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3110-LER-ARQUIVO-MES.
           DIVIDE WS-MES-TOT BY 12 GIVING WS-MES-AAAA
               REMAINDER WS-MES-MM
           ADD 1 TO WS-MES-MM
           MOVE WS-MES-CORR TO WS-ARQ-AAAAMM
           MOVE WS-ARQ-NOME TO WS-HIST-NOME
           PERFORM 3200-LER-TRILHA THRU 3200-EXIT
           ADD 1 TO WS-MES-TOT.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LER-TRILHA - one audit file; an archive month that was
      * never written is simply skipped
      ******************************************************************
       3200-LER-TRILHA.
           OPEN INPUT HIST-FILE
           IF FS-HIST-AUSENTE
               CLOSE HIST-FILE
               GO TO 3200-EXIT
           END-IF
           IF NOT FS-OK-HIST
               MOVE SPACE TO WS-ALERTA-TXTO
               STRING "*** ALERTA: FALHA AO ABRIR " DELIMITED BY SIZE
                      WS-HIST-NOME DELIMITED BY SPACE
                      " - IMAGENS NÃO REAPLICADAS ***"
                      DELIMITED BY SIZE
                      INTO WS-ALERTA-TXTO
               END-STRING
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-QTD-ARQUIVOS
           MOVE WS-HIST-NOME TO WS-ARQ-LIDO
           MOVE WS-LINARQ TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 3210-LER-LINHA THRU 3210-EXIT
           PERFORM 3300-SELECIONAR-LINHA THRU 3300-EXIT
               UNTIL FS-HIST-FIM
           CLOSE HIST-FILE.
       3200-EXIT.
           EXIT.

       3210-LER-LINHA.
           READ HIST-FILE
               AT END
                   MOVE 10 TO FS-STAT-HIST
           END-READ.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-SELECIONAR-LINHA - only DEPOIS images from the backup
      * date up to the cut-off; images of the backup day itself are
      * taken too, since the trailer carries no time - a DEPOIS image
      * is the whole record, so reapplying one the backup already
      * reflects changes nothing.  The END-COBR/END-ENTR/END-CORR
      * images of CADCLIENTE option 8 carry an additional address
      * from cli_ender.dat in the address block, not the record's
      * own, and are never replayed onto FILE1.
      ******************************************************************
       3300-SELECIONAR-LINHA.
           ADD 1 TO WS-QTD-LIDAS
           MOVE HIST-LINHA TO WS-HIST-REC
           IF HIST-LINHA (1:7) = "*CTRL* "
              OR WH-IMAGEM NOT = "DEPOIS"
              OR WH-OPERACAO (1:4) = "END-"
              OR WH-DATA < WS-LB-DATA
              OR WH-DATA > WS-CORTE-DATA
               PERFORM 3210-LER-LINHA THRU 3210-EXIT
               GO TO 3300-EXIT
           END-IF
           IF WH-DATA = WS-CORTE-DATA
              AND WH-HORA > WS-CORTE-HORA
               PERFORM 3210-LER-LINHA THRU 3210-EXIT
               GO TO 3300-EXIT
           END-IF
           IF MODO-CLIENTE AND WH-ID NOT = WS-CLIENTE
               PERFORM 3210-LER-LINHA THRU 3210-EXIT
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-SEQ
           ADD 1 TO WS-QTD-SELECIONADAS
           MOVE WH-DATA TO SRT-DATA
           MOVE WH-HORA TO SRT-HORA
           MOVE WS-SEQ TO SRT-SEQ
           MOVE HIST-LINHA TO SRT-IMAGEM
           RELEASE SORT-REC
           PERFORM 3210-LER-LINHA THRU 3210-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APLICAR-IMAGENS - replay the sorted images
      ******************************************************************
       4000-APLICAR-IMAGENS.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "N" TO WS-FIM-SORT
           PERFORM 4010-LER-ORDENADO THRU 4010-EXIT
           PERFORM 4100-APLICAR-IMAGEM THRU 4100-EXIT
               UNTIL FIM-SORT.
       4000-EXIT.
           EXIT.

       4010-LER-ORDENADO.
           RETURN WORK-SORT
               AT END
                   MOVE "S" TO WS-FIM-SORT.
       4010-EXIT.
           EXIT.

       4100-APLICAR-IMAGEM.
           MOVE SRT-IMAGEM TO WS-HIST-REC
           IF MODO-ARQUIVO
               PERFORM 4200-APLICAR-NO-CADASTRO THRU 4200-EXIT
           ELSE
               PERFORM 4300-APLICAR-NO-CLIENTE THRU 4300-EXIT
           END-IF
           PERFORM 4010-LER-ORDENADO THRU 4010-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-APLICAR-NO-CADASTRO - one image against the rebuilt file
      ******************************************************************
       4200-APLICAR-NO-CADASTRO.
           MOVE WH-ID TO CLI_ID
           MOVE "S" TO WS-REG-EXISTE
           READ FILE1
               INVALID KEY
                   MOVE "N" TO WS-REG-EXISTE
           END-READ
           IF WH-NOMEFANTASIA = "*REGISTRO EXCLUIDO*"
               IF REG-EXISTE
                   DELETE FILE1 RECORD
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS-APLIC
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-EXCLUSOES
                   END-DELETE
               ELSE
                   ADD 1 TO WS-QTD-JA-REFLETIDAS
               END-IF
               MOVE "N" TO WS-CONTATOS-DIFEREM
               PERFORM 4600-MARCAR-REDIGITAR THRU 4600-EXIT
               GO TO 4200-EXIT
           END-IF
           IF REG-EXISTE
               PERFORM 4400-MONTAR-REGISTRO THRU 4400-EXIT
               REWRITE FILE1-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-ERROS-APLIC
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ALTERACOES
               END-REWRITE
           ELSE
               INITIALIZE FILE1-REC
               MOVE WH-ID TO CLI_ID
               MOVE SPACE TO CLI_SITUACAO
               PERFORM 4400-MONTAR-REGISTRO THRU 4400-EXIT
               WRITE FILE1-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-ERROS-APLIC
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-INCLUSOES
                       IF CLI_ID > WS-ID-MAX
                           MOVE CLI_ID TO WS-ID-MAX
                       END-IF
               END-WRITE
               IF WH-OPERACAO NOT = "INCLUIR"
                   ADD 1 TO WS-QTD-SEM-INCLUIR
                   MOVE "RECRIADO SEM IMAGEM DE INCLUSAO" TO
                        WS-IMG-OBS
                   PERFORM 4900-GRAVAR-LINHA-IMAGEM THRU 4900-EXIT
               END-IF
           END-IF
           PERFORM 4500-CONFERIR-CONTATOS THRU 4500-EXIT
           PERFORM 4600-MARCAR-REDIGITAR THRU 4600-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-APLICAR-NO-CLIENTE - customer mode: the record is only
      * kept in storage and every step is listed
      ******************************************************************
       4300-APLICAR-NO-CLIENTE.
           MOVE SPACE TO WS-IMG-OBS
           IF WH-NOMEFANTASIA = "*REGISTRO EXCLUIDO*"
               MOVE "N" TO WS-CLI-EXISTE
               MOVE "S" TO WS-CLI-EXCLUIDO
               MOVE WH-DATA TO WS-DATA-EXCLUSAO
               MOVE "N" TO WS-CONTATOS-DIFEREM
               MOVE "REGISTRO EXCLUIDO" TO WS-IMG-OBS
               PERFORM 4900-GRAVAR-LINHA-IMAGEM THRU 4900-EXIT
               GO TO 4300-EXIT
           END-IF
           IF NOT CLI-EXISTE
               INITIALIZE FILE1-REC
               MOVE WH-ID TO CLI_ID
               MOVE SPACE TO CLI_SITUACAO
               MOVE "S" TO WS-CLI-EXISTE
               MOVE "N" TO WS-CLI-EXCLUIDO
           END-IF
           PERFORM 4400-MONTAR-REGISTRO THRU 4400-EXIT
           PERFORM 4500-CONFERIR-CONTATOS THRU 4500-EXIT
           IF CONTATOS-DIFEREM
               MOVE "CONTATOS NAO CONFEREM COM A IMAGEM" TO
                    WS-IMG-OBS
           END-IF
           PERFORM 4900-GRAVAR-LINHA-IMAGEM THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-MONTAR-REGISTRO - every field the audit image carries;
      * the contact slots are left as they are.  CLI_SIT_DATA is not
      * on the image, so a change of situation takes the image date,
      * which is the date CADCLIENTE stamps; an ALTERAR clears the
      * HIGIENIZA quarantine flag, as 5000-ALTERAR does, while the
      * Receita "R" is only ever released by an RFB-LIB image.  A
      * VENDEDOR image carries the sales rep (code + name) where the
      * situation reason goes: the code is moved to CLI_VENDEDOR and
      * the reason the record already had is kept.  An ALTERAR that
      * brings a new address clears the returned-mail mark, as 5250
      * does on the desk, unless the customer has a correspondence
      * address on cli_ender.dat (4450).  That file is not rolled
      * back, so it is read as it stands today: a correspondence
      * address typed after the ALTERAR being replayed keeps a mark
      * the desk had cleared, which errs on the side of not mailing
      * the customer.  The mark itself is not on the images, so
      * returns applied after the backup need CADCLIENTE_DEVOLUCAO
      * run again.
      ******************************************************************
       4400-MONTAR-REGISTRO.
           MOVE CLI_SITUACAO TO WS-SIT-ANTERIOR
           IF WH-OPERACAO = "ALTERAR"
              AND (WH-ENDERECO NOT = CLI_ENDERECO
                OR WH-NUMERO NOT = CLI_NUMERO
                OR WH-BAIRRO NOT = CLI_BAIRRO
                OR WH-CIDADE NOT = CLI_CIDADE
                OR WH-ESTADO NOT = CLI_ESTADO
                OR WH-CEP NOT = CLI_CEP)
               PERFORM 4450-PROCURAR-CORRESP THRU 4450-EXIT
               IF NOT ENDERECO-EXISTE
                   MOVE SPACE TO CLI_DEVOLUCAO
               END-IF
           END-IF
           MOVE WH-NOMEFANTASIA TO CLI_NOMEFANTASIA
           MOVE WH-RAZAOSOCIAL TO CLI_RAZAOSOCIAL
           MOVE WH-TIPO-PESSOA TO CLI_TIPO_PESSOA
           MOVE WH-CNPJ TO CLI_CNPJ
           MOVE WH-ENDERECO TO CLI_ENDERECO
           MOVE WH-NUMERO TO CLI_NUMERO
           MOVE WH-BAIRRO TO CLI_BAIRRO
           MOVE WH-CIDADE TO CLI_CIDADE
           MOVE WH-ESTADO TO CLI_ESTADO
           MOVE WH-SITUACAO TO CLI_SITUACAO
           IF WH-OPERACAO = "VENDEDOR"
               MOVE WH-SIT-MOTIVO (1:5) TO CLI_VENDEDOR
               IF WH-SIT-MOTIVO (1:1) = "*"
                   MOVE SPACE TO CLI_VENDEDOR
               END-IF
           ELSE
               MOVE WH-SIT-MOTIVO TO CLI_SIT_MOTIVO
           END-IF
           MOVE WH-CEP TO CLI_CEP
           IF CLI_SITUACAO NOT = WS-SIT-ANTERIOR
              OR CLI_SIT_DATA = SPACE
               MOVE WH-DATA TO CLI_SIT_DATA
           END-IF
           EVALUATE WH-OPERACAO
               WHEN "ALTERAR"
                   IF NOT CLI-QUARENTENA-RECEITA
                       MOVE SPACE TO CLI_QUARENTENA
                   END-IF
               WHEN "RFB-LIB"
                   MOVE SPACE TO CLI_QUARENTENA
               WHEN "RFB-QUAR"
                   MOVE "R" TO CLI_QUARENTENA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CLI_TIPO_PESSOA TO CLI_CATEGORIA_BUSCA
           MOVE CLI_NOMEFANTASIA TO CLI_NOMEFANTASIA_BUSCA
           MOVE CLI_RAZAOSOCIAL TO CLI_RAZAOSOCIAL_BUSCA.
       4400-EXIT.
           EXIT.

       4450-PROCURAR-CORRESP.
           MOVE "N" TO WS-END-EXISTE
           OPEN INPUT CLI-ENDER
           IF NOT FS-OK-END
               IF FS-END-AUSENTE
                   CLOSE CLI-ENDER
               END-IF
               GO TO 4450-EXIT
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
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CONFERIR-CONTATOS - the contacts carried over must hash to
      * what the image recorded, or they were changed after the backup
      ******************************************************************
       4500-CONFERIR-CONTATOS.
           PERFORM 7090-CALC-HASH-CONTATOS THRU 7090-EXIT
           IF WS-CONTATOS-HASH = WH-CONTATOS-HASH
              AND CLI_QTD_CONTATOS = WH-QTD-CONTATOS
               MOVE "N" TO WS-CONTATOS-DIFEREM
           ELSE
               MOVE "S" TO WS-CONTATOS-DIFEREM
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-MARCAR-REDIGITAR - keep the re-keying table in step with
      * the latest image of the ID
      ******************************************************************
       4600-MARCAR-REDIGITAR.
           MOVE "N" TO WS-RD-ACHOU
           PERFORM 4610-PROCURAR-ID THRU 4610-EXIT
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-QTD OR RD-ACHOU
           IF NOT RD-ACHOU
               IF NOT CONTATOS-DIFEREM
                   GO TO 4600-EXIT
               END-IF
               IF WS-RD-QTD >= 2000
                   IF NOT RD-TAB-CHEIA
                       MOVE "S" TO WS-RD-CHEIA
                       MOVE "*** ALERTA: TABELA DE REDIGITAÇÃO" &
                            " CHEIA - DEMAIS CASOS SÓ NA TRILHA" &
                            " ABAIXO ***" TO WS-ALERTA-TXTO
                       PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
                   END-IF
                   MOVE "CONTATOS A REDIGITAR" TO WS-IMG-OBS
                   PERFORM 4900-GRAVAR-LINHA-IMAGEM THRU 4900-EXIT
                   GO TO 4600-EXIT
               END-IF
               ADD 1 TO WS-RD-QTD
               MOVE WS-RD-QTD TO WS-RD-IDX
               MOVE WH-ID TO WS-RD-ID (WS-RD-IDX)
           ELSE
               SUBTRACT 1 FROM WS-RD-IDX
           END-IF
           MOVE WS-CONTATOS-DIFEREM TO WS-RD-PENDENTE (WS-RD-IDX)
           MOVE WH-DATA TO WS-RD-DATA (WS-RD-IDX)
           MOVE WH-OPERADOR TO WS-RD-OPERADOR (WS-RD-IDX)
           MOVE WH-QTD-CONTATOS TO WS-RD-QTD-IMG (WS-RD-IDX)
           MOVE CLI_QTD_CONTATOS TO WS-RD-QTD-ARQ (WS-RD-IDX).
       4600-EXIT.
           EXIT.

       4610-PROCURAR-ID.
           IF WS-RD-ID (WS-RD-IDX) = WH-ID
               MOVE "S" TO WS-RD-ACHOU
           END-IF.
       4610-EXIT.
           EXIT.

       4900-GRAVAR-LINHA-IMAGEM.
           MOVE WH-DATA TO WS-IMG-DATA
           MOVE WH-HORA TO WS-IMG-HORA
           MOVE WH-ID TO WS-IMG-ID
           MOVE WH-OPERACAO TO WS-IMG-OPERACAO
           MOVE WH-OPERADOR TO WS-IMG-OPERADOR
           MOVE WS-LINIMG TO REL-LINHA
           WRITE REL-LINHA.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONFERIR - backup count + inclusions - exclusions must be
      * the number of records now on the rebuilt file
      ******************************************************************
       5000-CONFERIR.
           COMPUTE WS-QTD-ESPERADA =
               WS-QTD-CARREGADOS + WS-QTD-INCLUSOES - WS-QTD-EXCLUSOES
           MOVE ZERO TO WS-QTD-RECONSTRUIDA
           OPEN INPUT FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO REABRIR O CADASTRO PARA" &
                    " CONFERÊNCIA ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5010-CONTAR-REGISTRO THRU 5010-EXIT
               UNTIL FS-NAO-EXISTE
           CLOSE FILE1.
       5000-EXIT.
           EXIT.

       5010-CONTAR-REGISTRO.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 35 TO FS-STAT
                   GO TO 5010-EXIT
           END-READ
           ADD 1 TO WS-QTD-RECONSTRUIDA.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 5100-AJUSTAR-CONTADOR - as in RESTAURA, the next-number counter
      * must sit above the highest ID now on file; only moved up
      ******************************************************************
       5100-AJUSTAR-CONTADOR.
           IF WS-ID-MAX = ZERO
               GO TO 5100-EXIT
           END-IF
           MOVE ZERO TO WS-CONTADOR-ATUAL
           OPEN INPUT CLI-PRXID
           IF FS-OK-PRX
               READ CLI-PRXID
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRX-VALIDO AND PRX-PROXIMO IS NUMERIC
                           MOVE PRX-PROXIMO TO WS-CONTADOR-ATUAL
                       END-IF
               END-READ
           END-IF
           IF FS-OK-PRX OR FS-PRX-AUSENTE
               CLOSE CLI-PRXID
           END-IF
           IF WS-CONTADOR-ATUAL <= WS-ID-MAX
               OPEN OUTPUT CLI-PRXID
               INITIALIZE PRX-LINHA
               MOVE "PRXID " TO PRX-MARCADOR
               COMPUTE PRX-PROXIMO = WS-ID-MAX + 1
               WRITE PRX-LINHA
               CLOSE CLI-PRXID
               MOVE "CONTADOR DE PRÓXIMO ID REASSENTADO ACIMA DO" &
                    " MAIOR ID RECUPERADO" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LISTAR-REDIGITAR - customers whose contact slots must be
      * keyed again through ALTERAR
      ******************************************************************
       6000-LISTAR-REDIGITAR.
           MOVE ZERO TO WS-QTD-REDIGITAR
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CLIENTES COM CONTATOS A REDIGITAR (ALTERAR):" TO
                WS-ALERTA-TXTO
           PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           PERFORM 6010-LISTAR-UM THRU 6010-EXIT
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-QTD.
       6000-EXIT.
           EXIT.

       6010-LISTAR-UM.
           IF WS-RD-PENDENTE (WS-RD-IDX) NOT = "S"
               GO TO 6010-EXIT
           END-IF
           ADD 1 TO WS-QTD-REDIGITAR
           MOVE WS-RD-ID (WS-RD-IDX) TO WS-RDL-ID
           MOVE WS-RD-DATA (WS-RD-IDX) TO WS-RDL-DATA
           MOVE WS-RD-OPERADOR (WS-RD-IDX) TO WS-RDL-OPERADOR
           MOVE WS-RD-QTD-ARQ (WS-RD-IDX) TO WS-RDL-QTD-ARQ
           MOVE WS-RD-QTD-IMG (WS-RD-IDX) TO WS-RDL-QTD-IMG
           MOVE WS-LINREDIG TO REL-LINHA
           WRITE REL-LINHA.
       6010-EXIT.
           EXIT.

      ******************************************************************
      * 6500-EXIBIR-CLIENTE - customer mode: the record as it stood at
      * the cut-off
      ******************************************************************
       6500-EXIBIR-CLIENTE.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF CLI-EXCLUIDO
               MOVE SPACE TO WS-ALERTA-TXTO
               STRING "CLIENTE EXCLUIDO EM " DELIMITED BY SIZE
                      WS-DATA-EXCLUSAO DELIMITED BY SIZE
                      " - SEM REGISTRO NA DATA DE CORTE"
                      DELIMITED BY SIZE
                      INTO WS-ALERTA-TXTO
               END-STRING
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF
           IF NOT CLI-EXISTE
               MOVE "CLIENTE NÃO EXISTIA NA DATA DE CORTE" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF
           MOVE "REGISTRO NA DATA DE CORTE:" TO WS-ALERTA-TXTO
           PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           MOVE "ID CLIENTE........:" TO WS-CPO-ROTULO
           MOVE CLI_ID TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "NOME FANTASIA.....:" TO WS-CPO-ROTULO
           MOVE CLI_NOMEFANTASIA TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "RAZAO SOCIAL......:" TO WS-CPO-ROTULO
           MOVE CLI_RAZAOSOCIAL TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "TIPO DE PESSOA....:" TO WS-CPO-ROTULO
           MOVE CLI_TIPO_PESSOA TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "CNPJ/CPF..........:" TO WS-CPO-ROTULO
           MOVE CLI_CNPJ TO WS-EDT-CNPJ
           MOVE WS-EDT-CNPJ TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "ENDERECO..........:" TO WS-CPO-ROTULO
           MOVE CLI_ENDERECO TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "NUMERO............:" TO WS-CPO-ROTULO
           MOVE CLI_NUMERO TO WS-EDT-NUMERO
           MOVE WS-EDT-NUMERO TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "BAIRRO............:" TO WS-CPO-ROTULO
           MOVE CLI_BAIRRO TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "CIDADE............:" TO WS-CPO-ROTULO
           MOVE CLI_CIDADE TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "ESTADO............:" TO WS-CPO-ROTULO
           MOVE CLI_ESTADO TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "CEP...............:" TO WS-CPO-ROTULO
           MOVE CLI_CEP TO WS-EDT-CEP
           MOVE WS-EDT-CEP TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "SITUACAO..........:" TO WS-CPO-ROTULO
           MOVE SPACE TO WS-CPO-VALOR
           STRING CLI_SITUACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI_SIT_DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI_SIT_MOTIVO DELIMITED BY SIZE
                  INTO WS-CPO-VALOR
           END-STRING
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           MOVE "QTD CONTATOS......:" TO WS-CPO-ROTULO
           MOVE CLI_QTD_CONTATOS TO WS-EDT-QTD
           MOVE WS-EDT-QTD TO WS-CPO-VALOR
           PERFORM 6510-GRAVAR-CAMPO THRU 6510-EXIT
           IF CONTATOS-DIFEREM
               MOVE "*** ALERTA: CONTATOS DO BACKUP NÃO CONFEREM COM" &
                    " A ÚLTIMA IMAGEM - NÃO RECUPERÁVEIS ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

       6510-GRAVAR-CAMPO.
           MOVE WS-LINCAMPO TO REL-LINHA
           WRITE REL-LINHA.
       6510-EXIT.
           EXIT.

      ******************************************************************
      * 7090-7095 - contact hash, same arithmetic CADCLIENTE uses for
      * WH-CONTATOS-HASH
      ******************************************************************
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

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - summary and the reconciliation verdict
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "ARQUIVOS DE HISTORICO LIDOS.....:" TO WS-DET-ROTULO
           MOVE WS-QTD-ARQUIVOS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "LINHAS DE HISTORICO LIDAS.......:" TO WS-DET-ROTULO
           MOVE WS-QTD-LIDAS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "IMAGENS REAPLICADAS.............:" TO WS-DET-ROTULO
           MOVE WS-QTD-SELECIONADAS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF NOT MODO-ARQUIVO
               CLOSE REL-FILE
               GO TO 9000-EXIT
           END-IF
           MOVE "CLIENTES NO BACKUP..............:" TO WS-DET-ROTULO
           MOVE WS-QTD-CARREGADOS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "INCLUSOES REAPLICADAS...........:" TO WS-DET-ROTULO
           MOVE WS-QTD-INCLUSOES TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "  RECRIADOS SEM INCLUSAO........:" TO WS-DET-ROTULO
           MOVE WS-QTD-SEM-INCLUIR TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ALTERACOES REAPLICADAS..........:" TO WS-DET-ROTULO
           MOVE WS-QTD-ALTERACOES TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "EXCLUSOES REAPLICADAS...........:" TO WS-DET-ROTULO
           MOVE WS-QTD-EXCLUSOES TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "EXCLUSOES JA REFLETIDAS.........:" TO WS-DET-ROTULO
           MOVE WS-QTD-JA-REFLETIDAS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "FALHAS AO REAPLICAR.............:" TO WS-DET-ROTULO
           MOVE WS-QTD-ERROS-APLIC TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES A REDIGITAR CONTATOS...:" TO WS-DET-ROTULO
           MOVE WS-QTD-REDIGITAR TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ESPERADO (BKP + INCL - EXCL)....:" TO WS-DET-ROTULO
           MOVE WS-QTD-ESPERADA TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES NO CADASTRO RECUPERADO.:" TO WS-DET-ROTULO
           MOVE WS-QTD-RECONSTRUIDA TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF CARGA-OK
              AND WS-QTD-ESPERADA = WS-QTD-RECONSTRUIDA
              AND WS-QTD-ERROS-APLIC = ZERO
               MOVE "RECUPERAÇÃO CONFERE: BACKUP + INCLUSÕES -" &
                    " EXCLUSÕES = CADASTRO RECUPERADO" TO
                    WS-ALERTA-TXTO
           ELSE
               MOVE "*** ALERTA: RECUPERAÇÃO NÃO CONFERE -" &
                    " VERIFIQUE O CADASTRO ANTES DE LIBERAR O" &
                    " BALCÃO ***" TO
                    WS-ALERTA-TXTO
           END-IF
           PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_RECUPERA.
