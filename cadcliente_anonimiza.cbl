      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: LGPD anonymization of customers past the retention
      *          period.  Selects every customer EXCLUIR'd, or
      *          inactivated (CLI_SITUACAO "I"), before the retention
      *          cut-off - or the one CLI_ID named in a data-subject
      *          request - and overwrites the personal fields (names,
      *          CNPJ/CPF, street address, number, bairro, CEP and the
      *          contact slots) wherever the suite keeps them:
      *          cliete.dat, CLI_HIST.DAT and its cli_hist_AAAAMM.dat
      *          archives, the cli_diario.dat journal text, the
      *          cli_ender.dat additional addresses, the before/after
      *          images of the cli_pend.dat change proposals and the
      *          clibkp_AAAAMMDD.dat backups.  CLI_ID, dates,
      *          operators, operation codes, CLI_SITUACAO and the
      *          city/UF stay, so the audit trail still reads and
      *          CADCLIENTE_HISTORICO / CADCLIENTE_MOVIMENTO keep
      *          working on the anonymized lines; the "*REGISTRO
      *          NOVO*" and "*REGISTRO EXCLUIDO*" marker images carry
      *          no personal data and are left alone.
      *          A customer with an open billing block ("B" with the
      *          CADCLIENTE_BLOQUEIO reason) is never touched, and an
      *          active customer named in a request is refused - it
      *          has to be inactivated first.
      *          Each customer gets an ANONIMIZ audit pair on
      *          CLI_HIST.DAT, and the run closes with a certificate
      *          listing, per customer and per file, what was
      *          anonymized, with a sign-off block.
      *          Rewrites the audit trail in place: run it with the
      *          desk signed off, as CADCLIENTE_ARQUIVA.
      *          Configuration from the environment:
      *            ANONIMIZA_CLIENTE - 8-digit CLI_ID of a data-subject
      *                                request (blank = retention run)
      *            ANONIMIZA_ANOS    - retention age in years (2
      *                                digits; blank/invalid = 05)
      *            ANONIMIZA_DESDE   - first month AAAAMM to look for
      *                                archives and backups (blank =
      *                                120 months back)
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 MML The billing/delivery/correspondence addresses
      *                kept on cli_ender.dat by CADCLIENTE option 8 are
      *                anonymized like the main address.
      * 15/10/2026 MML The before/after images of the cli_pend.dat
      *                change proposals are anonymized too (key,
      *                dates, operators, status and reason stay).
      * 15/10/2026 MML An excluded customer whose EXCLUIR before-image
      *                carries an open billing block is ignored, as
      *                one still on file is.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_ANONIMIZA.

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

           SELECT OPTIONAL CLI-DIARIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-DIA
           RECORD KEY IS DIA-CHAVE.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

           SELECT OPTIONAL CLI-PEND ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-PND
           RECORD KEY IS PEND-CHAVE.

           SELECT OPTIONAL CLI-HIST ASSIGN TO "./cli_hist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-HIST.

           SELECT OPTIONAL SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-SEQ.

           SELECT SEQ-TRAB ASSIGN TO "./lgpdcli.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-TRAB.

           SELECT CERT-TRAB ASSIGN TO "./lgpdcert.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-CRT.

           SELECT WORK-SORT ASSIGN TO "./lgpdcli.srt".

           SELECT REL-FILE ASSIGN TO "./lgpdcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD CLI-DIARIO VALUE OF DIA-ID IS "./cli_diario.dat".

           COPY DIAREG.

       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

       FD CLI-PEND VALUE OF PEND-ID IS "./cli_pend.dat".

           COPY PENDREG.

      *----------------------------------------------------------------
      * CLI_HIST.DAT - appended to for the ANONIMIZ audit pairs.
      *----------------------------------------------------------------
       FD CLI-HIST.

       01 HIST-LINHA                           PIC X(502).

      *----------------------------------------------------------------
      * The file being rewritten - the live audit trail, an archive
      * month or a backup - and its work copy.  Sized for the longer
      * backup line; an audit line only uses the first 502 bytes.
      *----------------------------------------------------------------
       FD SEQ-FILE.

       01 SEQ-LINHA                            PIC X(728).

       FD SEQ-TRAB.

       01 TRAB-LINHA                           PIC X(728).

      *----------------------------------------------------------------
      * Certificate detail, one line per customer per file touched,
      * sorted by customer for the final listing.
      *----------------------------------------------------------------
       FD CERT-TRAB.

       01 CRT-LINHA.
           05 CRT-ID                 PIC 9(08).
           05 CRT-SEQ                PIC 9(06).
           05 CRT-ARQUIVO            PIC X(40).
           05 CRT-ITEM               PIC X(12).
           05 CRT-QTDE               PIC 9(08).

       SD WORK-SORT.

       01 SORT-REC.
           05 SRT-ID                 PIC 9(08).
           05 SRT-SEQ                PIC 9(06).
           05 SRT-ARQUIVO            PIC X(40).
           05 SRT-ITEM               PIC X(12).
           05 SRT-QTDE               PIC 9(08).

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE  VALUE 35.

       77 FS-STAT-DIA PIC 9(02).
           88 FS-OK-DIA      VALUE ZEROS.
           88 FS-DIA-AUSENTE VALUE 05.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 FS-STAT-PND PIC 9(02).
           88 FS-OK-PND      VALUE ZEROS.
           88 FS-PND-AUSENTE VALUE 05.

       77 FS-STAT-HIST PIC 9(02).
           88 FS-OK-HIST VALUE ZEROS.

       77 FS-STAT-SEQ PIC 9(02).
           88 FS-OK-SEQ      VALUE ZEROS.
           88 FS-SEQ-AUSENTE VALUE 05.
           88 FS-SEQ-FIM     VALUE 10.

       77 FS-STAT-TRAB PIC 9(02).
           88 FS-OK-TRAB  VALUE ZEROS.
           88 FS-TRAB-FIM VALUE 10.

       77 FS-STAT-CRT PIC 9(02).
           88 FS-OK-CRT VALUE ZEROS.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

      *----------------------------------------------------------------
      * What replaces the personal data, and the billing block that
      * holds a customer back (same reason CADCLIENTE_BLOQUEIO sets).
      *----------------------------------------------------------------
       77 WS-MARCA-ANONIMO   PIC X(20) VALUE "*ANONIMIZADO LGPD*".
       77 WS-TEXTO-ANONIMO   PIC X(60) VALUE
              "*ANOTAÇÃO ANONIMIZADA - LGPD*".
       77 WS-MOTIVO-BLOQUEIO PIC X(40) VALUE
              "INADIMPLENTE - FEED FATURAMENTO".
       01 WS-CONTATO-LIMPO.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC 9(02) VALUE ZERO.
           05 FILLER             PIC 9(09) VALUE ZERO.
           05 FILLER             PIC 9(05) VALUE ZERO.
           05 FILLER             PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      * Run parameters.
      *----------------------------------------------------------------
       77 WS-CLIENTE-X       PIC X(08).
       77 WS-CLIENTE         PIC 9(08) VALUE ZERO.
       77 WS-ANOS-X          PIC X(02).
       77 WS-ANOS            PIC 9(02) VALUE 5.
       77 WS-DESDE-X         PIC X(06).

       77 WS-MODO            PIC X(01).
           88 MODO-RETENCAO    VALUE "R".
           88 MODO-SOLICITACAO VALUE "S".

       77 WS-PARAM-OK        PIC X(01) VALUE "N".
           88 PARAM-OK VALUE "S".

       01 WS-HOJE.
           05 WS-HOJE-AAAA       PIC 9(04).
           05 WS-HOJE-MM         PIC 9(02).
           05 WS-HOJE-DD         PIC 9(02).

       01 WS-CORTE.
           05 WS-CORTE-AAAA      PIC 9(04).
           05 WS-CORTE-MMDD      PIC 9(04).

       01 WS-DESDE.
           05 WS-DESDE-AAAA      PIC 9(04).
           05 WS-DESDE-MM        PIC 9(02).

       77 WS-HORA            PIC X(06).
       77 WS-HIST-OPERADOR PIC X(20).
       77 WS-HIST-OPERACAO PIC X(08).

      *----------------------------------------------------------------
      * Month/day walk over the archive and backup names.
      *----------------------------------------------------------------
       77 WS-MES-TOT         PIC 9(06) COMP.
       77 WS-MES-TOT-INI     PIC 9(06) COMP.
       77 WS-MES-TOT-FIM     PIC 9(06) COMP.
       77 WS-DIA-NUM         PIC 9(02).

       01 WS-MES-CORR.
           05 WS-MES-AAAA        PIC 9(04).
           05 WS-MES-MM          PIC 9(02).

       77 WS-SEQ-NOME        PIC X(40).

       01 WS-ARQ-NOME.
           05 FILLER             PIC X(11) VALUE "./cli_hist_".
           05 WS-ARQ-AAAAMM      PIC X(06).
           05 FILLER             PIC X(04) VALUE ".dat".

       01 WS-BKP-NOME.
           05 FILLER             PIC X(09) VALUE "./clibkp_".
           05 WS-BKP-AAAAMM      PIC X(06).
           05 WS-BKP-DD          PIC 9(02).
           05 FILLER             PIC X(04) VALUE ".dat".

       77 WS-TIPO-ARQ        PIC X(01).
           88 ARQ-DE-HISTORICO VALUE "H".
           88 ARQ-DE-BACKUP    VALUE "B".

      *----------------------------------------------------------------
      * Customers selected, kept in CLI_ID order so a line of any file
      * is matched with a binary search.
      *----------------------------------------------------------------
       77 WS-SEL-QTD         PIC 9(04) COMP VALUE ZERO.
       77 WS-SEL-IDX         PIC 9(04) COMP.
       77 WS-SEL-DEST        PIC 9(04) COMP.
       77 WS-SEL-CHEIA       PIC X(01) VALUE "N".
           88 SEL-TAB-CHEIA VALUE "S".

       01 WS-TAB-SEL.
           05 WS-SEL-ITEM OCCURS 5000 TIMES.
               10 WS-SEL-ID          PIC 9(08).
               10 WS-SEL-ORIGEM      PIC X(01).
                   88 SEL-NO-CADASTRO VALUE "C".
                   88 SEL-EXCLUIDO    VALUE "E".
               10 WS-SEL-DATA        PIC X(08).
               10 WS-SEL-JA-FEITO    PIC X(01).
                   88 SEL-JA-ANONIMIZADO VALUE "S".
               10 WS-SEL-QTD-ARQ     PIC 9(08).
               10 WS-SEL-TOTAL       PIC 9(08).

       77 WS-PROC-ID         PIC 9(08).
       77 WS-PROC-POS        PIC 9(04) COMP.
       77 WS-PROC-INS        PIC 9(04) COMP.
       77 WS-PROC-BAIXO      PIC 9(04) COMP.
       77 WS-PROC-ALTO       PIC 9(04) COMP.
       77 WS-PROC-MEIO       PIC 9(04) COMP.

       77 WS-ACHOU-CLIENTE   PIC X(01) VALUE "N".
           88 ACHOU-CLIENTE VALUE "S".
       77 WS-ID-BLOQUEADO    PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * Per-file bookkeeping.
      *----------------------------------------------------------------
       77 WS-LINHA-ORIGINAL  PIC X(728).
       77 WS-ITEM-CERT       PIC X(12).
       77 WS-QTD-ARQ-LIDAS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-ARQ-ALTER   PIC 9(08) VALUE ZERO.
       77 WS-QTD-ARQ-REGRAV  PIC 9(08) VALUE ZERO.
       77 WS-CRT-SEQ         PIC 9(06) VALUE ZERO.

       77 WS-QTD-SELECIONADOS PIC 9(08) VALUE ZERO.
       77 WS-QTD-IGNORADOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-JA-FEITOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-ARQUIVOS    PIC 9(08) VALUE ZERO.
       77 WS-QTD-ITENS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-FALHAS      PIC 9(08) VALUE ZERO.

       77 WS-CERT-ID-ANT     PIC 9(08).
       77 WS-FIM-SORT        PIC X(01).
           88 FIM-SORT VALUE "S".

       77 WS-HASH-IDX PIC 9(02) COMP.
       77 WS-CONTATOS-HASH PIC 9(09) COMP.
       77 WS-HASH-TIPO PIC 9(01) COMP.
       77 WS-HASH-WPP PIC 9(01) COMP.

       COPY HISTREG.

       01 WS-CABECALHO.
           05 FILLER PIC X(50) VALUE
              "ANONIMIZAÇÃO LGPD DO CADASTRO DE CLIENTES".

       01 WS-LINPARAM.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 FILLER             PIC X(09) VALUE "CLIENTE: ".
           05 WS-PAR-CLIENTE     PIC X(08).
           05 FILLER             PIC X(22) VALUE
              "  RETENÇÃO (ANOS): ".
           05 WS-PAR-ANOS        PIC Z9.
           05 FILLER             PIC X(09) VALUE "  CORTE: ".
           05 WS-PAR-CORTE       PIC X(08).
           05 FILLER             PIC X(09) VALUE "  DESDE: ".
           05 WS-PAR-DESDE       PIC X(06).

       01 WS-LINSEL.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-SLD-ID          PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-SLD-ORIGEM      PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-SLD-DATA        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-SLD-TEXTO       PIC X(60).

       01 WS-LINCERTCLI.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 FILLER             PIC X(09) VALUE "CLIENTE ".
           05 WS-CCL-ID          PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-CCL-ORIGEM      PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-CCL-DATA        PIC X(08).

       01 WS-LINCERTARQ.
           05 FILLER             PIC X(06) VALUE SPACE.
           05 WS-CAR-ARQUIVO     PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-CAR-QTDE        PIC ZZZ.ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CAR-ITEM        PIC X(12).
           05 FILLER             PIC X(12) VALUE " ANONIMIZADO".

       01 WS-LINASSINA.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-ASS-ROTULO      PIC X(20).
           05 WS-ASS-VALOR       PIC X(60).

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
               PERFORM 2000-SELECIONAR-CADASTRO THRU 2000-EXIT
               PERFORM 3000-SELECIONAR-EXCLUIDOS THRU 3000-EXIT
               PERFORM 3500-LISTAR-EXCLUIDOS THRU 3500-EXIT
           END-IF
           IF WS-QTD-SELECIONADOS > ZERO
               OPEN OUTPUT CERT-TRAB
               PERFORM 5000-ANONIMIZAR-TRILHAS THRU 5000-EXIT
               PERFORM 6000-ANONIMIZAR-BACKUPS THRU 6000-EXIT
               PERFORM 6500-ANONIMIZAR-DIARIO THRU 6500-EXIT
               PERFORM 6600-ANONIMIZAR-ENDERECOS THRU 6600-EXIT
               PERFORM 6700-ANONIMIZAR-PROPOSTAS THRU 6700-EXIT
               PERFORM 4000-ANONIMIZAR-CADASTRO THRU 4000-EXIT
               CLOSE CERT-TRAB
               PERFORM 8500-EMITIR-CERTIFICADO THRU 8500-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA FROM TIME
           MOVE SPACE TO WS-CLIENTE-X
           MOVE SPACE TO WS-ANOS-X
           MOVE SPACE TO WS-DESDE-X
           ACCEPT WS-CLIENTE-X FROM ENVIRONMENT "ANONIMIZA_CLIENTE"
           ACCEPT WS-ANOS-X FROM ENVIRONMENT "ANONIMIZA_ANOS"
           ACCEPT WS-DESDE-X FROM ENVIRONMENT "ANONIMIZA_DESDE"
           IF WS-ANOS-X IS NUMERIC AND WS-ANOS-X NOT = "00"
               MOVE WS-ANOS-X TO WS-ANOS
           ELSE
               MOVE 5 TO WS-ANOS
           END-IF
           COMPUTE WS-CORTE-AAAA = WS-HOJE-AAAA - WS-ANOS
           COMPUTE WS-CORTE-MMDD = (WS-HOJE-MM * 100) + WS-HOJE-DD
           COMPUTE WS-MES-TOT-FIM =
               (WS-HOJE-AAAA * 12) + WS-HOJE-MM - 1
           IF WS-DESDE-X IS NUMERIC
               MOVE WS-DESDE-X TO WS-DESDE
               COMPUTE WS-MES-TOT-INI =
                   (WS-DESDE-AAAA * 12) + WS-DESDE-MM - 1
           ELSE
               COMPUTE WS-MES-TOT-INI = WS-MES-TOT-FIM - 120
               DIVIDE WS-MES-TOT-INI BY 12 GIVING WS-DESDE-AAAA
                   REMAINDER WS-DESDE-MM
               ADD 1 TO WS-DESDE-MM
           END-IF
           MOVE "ANONIMIZ" TO WS-HIST-OPERACAO
           ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-HIST-OPERADOR = SPACE
               MOVE "DESCONHECIDO" TO WS-HIST-OPERADOR
           END-IF
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "N" TO WS-PARAM-OK
           MOVE "R" TO WS-MODO
           IF WS-CLIENTE-X NOT = SPACE
               IF WS-CLIENTE-X IS NOT NUMERIC
                   MOVE "*** ALERTA: ANONIMIZA_CLIENTE INVÁLIDO -" &
                        " NADA FEITO ***" TO WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
                   GO TO 1000-EXIT
               END-IF
               MOVE "S" TO WS-MODO
               MOVE WS-CLIENTE-X TO WS-CLIENTE
               MOVE WS-CLIENTE-X TO WS-PAR-CLIENTE
           ELSE
               MOVE "RETENÇÃO" TO WS-PAR-CLIENTE
           END-IF
           MOVE WS-ANOS TO WS-PAR-ANOS
           MOVE WS-CORTE TO WS-PAR-CORTE
           MOVE WS-DESDE TO WS-PAR-DESDE
           MOVE WS-LINPARAM TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "S" TO WS-PARAM-OK.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECIONAR-CADASTRO - customers still on cliete.dat:
      * inactivated before the cut-off (retention run) or the one
      * named in the request.  Records already anonymized are skipped;
      * an open billing block or an active named customer holds the
      * record back.
      ******************************************************************
       2000-SELECIONAR-CADASTRO.
           OPEN INPUT FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO - NADA" &
                    " FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               IF FS-ARQ-AUSENTE
                   CLOSE FILE1
               END-IF
               MOVE "N" TO WS-PARAM-OK
               GO TO 2000-EXIT
           END-IF
           IF MODO-SOLICITACAO
               MOVE WS-CLIENTE TO CLI_ID
               READ FILE1
                   INVALID KEY
                       CLOSE FILE1
                       GO TO 2000-EXIT
               END-READ
               MOVE "S" TO WS-ACHOU-CLIENTE
               PERFORM 2200-AVALIAR-CLIENTE THRU 2200-EXIT
               CLOSE FILE1
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
           PERFORM 2150-TRATAR-CLIENTE THRU 2150-EXIT
               UNTIL FS-NAO-EXISTE
           CLOSE FILE1.
       2000-EXIT.
           EXIT.

       2100-LER-CLIENTE.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 35 TO FS-STAT
           END-READ.
       2100-EXIT.
           EXIT.

       2150-TRATAR-CLIENTE.
           IF CLI-INATIVO
              AND CLI_SIT_DATA < WS-CORTE
              AND CLI_NOMEFANTASIA NOT = WS-MARCA-ANONIMO
               PERFORM 2200-AVALIAR-CLIENTE THRU 2200-EXIT
           END-IF
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT.
       2150-EXIT.
           EXIT.

       2200-AVALIAR-CLIENTE.
           MOVE CLI_ID TO WS-SLD-ID
           MOVE "NO CADASTRO" TO WS-SLD-ORIGEM
           MOVE CLI_SIT_DATA TO WS-SLD-DATA
           IF CLI-BLOQUEADO AND CLI_SIT_MOTIVO = WS-MOTIVO-BLOQUEIO
               ADD 1 TO WS-QTD-IGNORADOS
               MOVE "IGNORADO - BLOQUEIO DO FATURAMENTO EM ABERTO" TO
                    WS-SLD-TEXTO
               PERFORM 2900-GRAVAR-SELECAO THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CLI-ATIVO
               ADD 1 TO WS-QTD-IGNORADOS
               MOVE "RECUSADO - CLIENTE ATIVO, INATIVE ANTES" TO
                    WS-SLD-TEXTO
               PERFORM 2900-GRAVAR-SELECAO THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE CLI_ID TO WS-PROC-ID
           PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
           PERFORM 8200-INCLUIR-SELECAO THRU 8200-EXIT
           IF WS-PROC-POS = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE "C" TO WS-SEL-ORIGEM (WS-PROC-POS)
           MOVE CLI_SIT_DATA TO WS-SEL-DATA (WS-PROC-POS)
           ADD 1 TO WS-QTD-SELECIONADOS
           MOVE "SELECIONADO" TO WS-SLD-TEXTO
           PERFORM 2900-GRAVAR-SELECAO THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

       2900-GRAVAR-SELECAO.
           MOVE WS-LINSEL TO REL-LINHA
           WRITE REL-LINHA.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SELECIONAR-EXCLUIDOS - customers no longer on the file
      * are found through their EXCLUIR image on the audit trail, in
      * the archives first and the live file last (oldest to newest).
      * A later ANONIMIZ image for the same ID means an earlier run
      * already did the job.
      ******************************************************************
       3000-SELECIONAR-EXCLUIDOS.
           IF MODO-SOLICITACAO AND ACHOU-CLIENTE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-MES-TOT-INI TO WS-MES-TOT
           PERFORM 3100-PROCURAR-ARQUIVO-MES THRU 3100-EXIT
               UNTIL WS-MES-TOT > WS-MES-TOT-FIM
           MOVE "./cli_hist.dat" TO WS-SEQ-NOME
           PERFORM 3200-PROCURAR-TRILHA THRU 3200-EXIT
           IF MODO-SOLICITACAO AND NOT ACHOU-CLIENTE
               MOVE "*** ALERTA: CLIENTE NÃO ENCONTRADO NO CADASTRO" &
                    " NEM NO HISTÓRICO - NADA FEITO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PROCURAR-ARQUIVO-MES.
           DIVIDE WS-MES-TOT BY 12 GIVING WS-MES-AAAA
               REMAINDER WS-MES-MM
           ADD 1 TO WS-MES-MM
           MOVE WS-MES-CORR TO WS-ARQ-AAAAMM
           MOVE WS-ARQ-NOME TO WS-SEQ-NOME
           PERFORM 3200-PROCURAR-TRILHA THRU 3200-EXIT
           ADD 1 TO WS-MES-TOT.
       3100-EXIT.
           EXIT.

       3200-PROCURAR-TRILHA.
           OPEN INPUT SEQ-FILE
           IF NOT FS-OK-SEQ
               CLOSE SEQ-FILE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-LER-LINHA THRU 3210-EXIT
           PERFORM 3300-EXAMINAR-LINHA THRU 3300-EXIT
               UNTIL FS-SEQ-FIM
           CLOSE SEQ-FILE.
       3200-EXIT.
           EXIT.

       3210-LER-LINHA.
           READ SEQ-FILE
               AT END
                   MOVE 10 TO FS-STAT-SEQ
           END-READ.
       3210-EXIT.
           EXIT.

       3300-EXAMINAR-LINHA.
           MOVE SEQ-LINHA TO WS-HIST-REC
           IF SEQ-LINHA (1:7) NOT = "*CTRL* "
              AND WH-IMAGEM = "ANTES"
              AND WH-OPERACAO = "EXCLUIR"
               PERFORM 3310-GUARDAR-BLOQUEIO THRU 3310-EXIT
           END-IF
           IF SEQ-LINHA (1:7) = "*CTRL* "
              OR WH-IMAGEM NOT = "DEPOIS"
               PERFORM 3210-LER-LINHA THRU 3210-EXIT
               GO TO 3300-EXIT
           END-IF
           IF MODO-SOLICITACAO AND WH-ID NOT = WS-CLIENTE
               PERFORM 3210-LER-LINHA THRU 3210-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE WH-ID TO WS-PROC-ID
           PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
           EVALUATE TRUE
               WHEN WH-OPERACAO = "ANONIMIZ"
                   IF WS-PROC-POS > ZERO AND MODO-RETENCAO
                      AND SEL-EXCLUIDO (WS-PROC-POS)
                       MOVE "S" TO WS-SEL-JA-FEITO (WS-PROC-POS)
                   END-IF
               WHEN WH-OPERACAO = "EXCLUIR"
                AND WH-NOMEFANTASIA = "*REGISTRO EXCLUIDO*"
                   IF WS-PROC-POS = ZERO
                      AND (MODO-SOLICITACAO OR WH-DATA < WS-CORTE)
                       IF WH-ID = WS-ID-BLOQUEADO
                           PERFORM 3320-IGNORAR-BLOQUEADO THRU 3320-EXIT
                       ELSE
                           PERFORM 8200-INCLUIR-SELECAO THRU 8200-EXIT
                       END-IF
                       IF WS-PROC-POS > ZERO
                           MOVE "E" TO WS-SEL-ORIGEM (WS-PROC-POS)
                           MOVE WH-DATA TO WS-SEL-DATA (WS-PROC-POS)
                           MOVE "S" TO WS-ACHOU-CLIENTE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3210-LER-LINHA THRU 3210-EXIT.
       3300-EXIT.
           EXIT.

      * The EXCLUIR before-image comes right ahead of its after-image:
      * it tells whether the customer left with an open billing block.
       3310-GUARDAR-BLOQUEIO.
           IF WH-SITUACAO = "B" AND WH-SIT-MOTIVO = WS-MOTIVO-BLOQUEIO
               MOVE WH-ID TO WS-ID-BLOQUEADO
           ELSE
               MOVE ZERO TO WS-ID-BLOQUEADO
           END-IF.
       3310-EXIT.
           EXIT.

       3320-IGNORAR-BLOQUEADO.
           ADD 1 TO WS-QTD-IGNORADOS
           MOVE WH-ID TO WS-SLD-ID
           MOVE "EXCLUIDO" TO WS-SLD-ORIGEM
           MOVE WH-DATA TO WS-SLD-DATA
           MOVE "IGNORADO - BLOQUEIO DO FATURAMENTO EM ABERTO" TO
                WS-SLD-TEXTO
           PERFORM 2900-GRAVAR-SELECAO THRU 2900-EXIT
           MOVE ZERO TO WS-ID-BLOQUEADO
           MOVE "S" TO WS-ACHOU-CLIENTE.
       3320-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-EXCLUIDOS - excluded customers still pending are
      * counted and listed; those already done drop out of the table
      ******************************************************************
       3500-LISTAR-EXCLUIDOS.
           MOVE 1 TO WS-SEL-IDX
           PERFORM 3510-TRATAR-EXCLUIDO THRU 3510-EXIT
               UNTIL WS-SEL-IDX > WS-SEL-QTD.
       3500-EXIT.
           EXIT.

       3510-TRATAR-EXCLUIDO.
           IF NOT SEL-EXCLUIDO (WS-SEL-IDX)
               ADD 1 TO WS-SEL-IDX
               GO TO 3510-EXIT
           END-IF
           IF SEL-JA-ANONIMIZADO (WS-SEL-IDX)
               ADD 1 TO WS-QTD-JA-FEITOS
               PERFORM 8300-RETIRAR-SELECAO THRU 8300-EXIT
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO WS-QTD-SELECIONADOS
           MOVE WS-SEL-ID (WS-SEL-IDX) TO WS-SLD-ID
           MOVE "EXCLUIDO" TO WS-SLD-ORIGEM
           MOVE WS-SEL-DATA (WS-SEL-IDX) TO WS-SLD-DATA
           MOVE "SELECIONADO" TO WS-SLD-TEXTO
           PERFORM 2900-GRAVAR-SELECAO THRU 2900-EXIT
           ADD 1 TO WS-SEL-IDX.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ANONIMIZAR-CADASTRO - last step: the records still on
      * file are overwritten, and every customer gets its ANONIMIZ
      * audit pair.  Done after the trail and backups, so a run cut
      * short is simply run again.
      ******************************************************************
       4000-ANONIMIZAR-CADASTRO.
           OPEN EXTEND CLI-HIST
           IF NOT FS-OK-HIST
               CLOSE CLI-HIST
               OPEN OUTPUT CLI-HIST
               CLOSE CLI-HIST
               OPEN EXTEND CLI-HIST
           END-IF
           OPEN I-O FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO PARA" &
                    " ANONIMIZAR ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               CLOSE CLI-HIST
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-ANONIMIZAR-CLIENTE THRU 4100-EXIT
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-QTD
           CLOSE FILE1
           CLOSE CLI-HIST.
       4000-EXIT.
           EXIT.

       4100-ANONIMIZAR-CLIENTE.
           IF SEL-EXCLUIDO (WS-SEL-IDX)
               PERFORM 7020-GRAVAR-HIST-EXCLUIDO THRU 7020-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE WS-SEL-ID (WS-SEL-IDX) TO CLI_ID
           READ FILE1
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   GO TO 4100-EXIT
           END-READ
           PERFORM 7600-MASCARAR-REGISTRO THRU 7600-EXIT
           PERFORM 7000-GRAVAR-IMAGEM-ANTES THRU 7000-EXIT
           REWRITE FILE1-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   GO TO 4100-EXIT
           END-REWRITE
           PERFORM 7010-GRAVAR-IMAGEM-DEPOIS THRU 7010-EXIT
           MOVE 1 TO WS-SEL-QTD-ARQ (WS-SEL-IDX)
           MOVE "./cliete.dat" TO WS-SEQ-NOME
           MOVE "REGISTRO" TO WS-ITEM-CERT
           PERFORM 5910-GRAVAR-CERT-CLIENTE THRU 5910-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ANONIMIZAR-TRILHAS - the archives and the live audit
      * trail, rewritten through the work file
      ******************************************************************
       5000-ANONIMIZAR-TRILHAS.
           MOVE "H" TO WS-TIPO-ARQ
           MOVE "LINHAS" TO WS-ITEM-CERT
           MOVE WS-MES-TOT-INI TO WS-MES-TOT
           PERFORM 5100-TRATAR-ARQUIVO-MES THRU 5100-EXIT
               UNTIL WS-MES-TOT > WS-MES-TOT-FIM
           MOVE "./cli_hist.dat" TO WS-SEQ-NOME
           PERFORM 5500-REGRAVAR-ARQUIVO THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

       5100-TRATAR-ARQUIVO-MES.
           DIVIDE WS-MES-TOT BY 12 GIVING WS-MES-AAAA
               REMAINDER WS-MES-MM
           ADD 1 TO WS-MES-MM
           MOVE WS-MES-CORR TO WS-ARQ-AAAAMM
           MOVE WS-ARQ-NOME TO WS-SEQ-NOME
           PERFORM 5500-REGRAVAR-ARQUIVO THRU 5500-EXIT
           ADD 1 TO WS-MES-TOT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-REGRAVAR-ARQUIVO - first pass copies the file to the work
      * file masking the selected customers; only when something was
      * masked is the work file copied back, and the copy must give
      * back every line read
      ******************************************************************
       5500-REGRAVAR-ARQUIVO.
           MOVE ZERO TO WS-QTD-ARQ-LIDAS
           MOVE ZERO TO WS-QTD-ARQ-ALTER
           MOVE ZERO TO WS-QTD-ARQ-REGRAV
           OPEN INPUT SEQ-FILE
           IF NOT FS-OK-SEQ
               CLOSE SEQ-FILE
               GO TO 5500-EXIT
           END-IF
           OPEN OUTPUT SEQ-TRAB
           PERFORM 3210-LER-LINHA THRU 3210-EXIT
           PERFORM 5510-COPIAR-LINHA THRU 5510-EXIT
               UNTIL FS-SEQ-FIM
           CLOSE SEQ-FILE
           CLOSE SEQ-TRAB
           IF WS-QTD-ARQ-ALTER = ZERO
               GO TO 5500-EXIT
           END-IF
           OPEN INPUT SEQ-TRAB
           OPEN OUTPUT SEQ-FILE
           PERFORM 5530-LER-TRABALHO THRU 5530-EXIT
           PERFORM 5540-DEVOLVER-LINHA THRU 5540-EXIT
               UNTIL FS-TRAB-FIM
           CLOSE SEQ-TRAB
           CLOSE SEQ-FILE
           ADD 1 TO WS-QTD-ARQUIVOS
           IF WS-QTD-ARQ-REGRAV NOT = WS-QTD-ARQ-LIDAS
               MOVE SPACE TO WS-ALERTA-TXTO
               STRING "*** ALERTA: " DELIMITED BY SIZE
                      WS-SEQ-NOME DELIMITED BY SPACE
                      " REGRAVADO INCOMPLETO - VER lgpdcli.tmp ***"
                      DELIMITED BY SIZE
                      INTO WS-ALERTA-TXTO
               END-STRING
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               ADD 1 TO WS-QTD-FALHAS
           END-IF
           PERFORM 5900-GRAVAR-CERT-ARQUIVO THRU 5900-EXIT.
       5500-EXIT.
           EXIT.

       5510-COPIAR-LINHA.
           ADD 1 TO WS-QTD-ARQ-LIDAS
           MOVE SEQ-LINHA TO WS-LINHA-ORIGINAL
           IF SEQ-LINHA (1:7) NOT = "*CTRL* "
               IF ARQ-DE-HISTORICO
                   PERFORM 5520-MASCARAR-LINHA-HIST THRU 5520-EXIT
               ELSE
                   PERFORM 5525-MASCARAR-LINHA-BKP THRU 5525-EXIT
               END-IF
           END-IF
           MOVE SEQ-LINHA TO TRAB-LINHA
           WRITE TRAB-LINHA
           PERFORM 3210-LER-LINHA THRU 3210-EXIT.
       5510-EXIT.
           EXIT.

       5520-MASCARAR-LINHA-HIST.
           MOVE SEQ-LINHA TO WS-HIST-REC
           MOVE WH-ID TO WS-PROC-ID
           PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
           IF WS-PROC-POS = ZERO
               GO TO 5520-EXIT
           END-IF
           PERFORM 7500-MASCARAR-IMAGEM THRU 7500-EXIT
           MOVE WS-HIST-REC TO SEQ-LINHA
           IF SEQ-LINHA NOT = WS-LINHA-ORIGINAL
               ADD 1 TO WS-QTD-ARQ-ALTER
               ADD 1 TO WS-SEL-QTD-ARQ (WS-PROC-POS)
           END-IF.
       5520-EXIT.
           EXIT.

      * The backup line is the FILE1-REC layout; the record area is
      * free here, the cadastro itself is only opened in 4000.
       5525-MASCARAR-LINHA-BKP.
           IF SEQ-LINHA (1:8) IS NOT NUMERIC
               GO TO 5525-EXIT
           END-IF
           MOVE SEQ-LINHA (1:8) TO WS-PROC-ID
           PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
           IF WS-PROC-POS = ZERO
               GO TO 5525-EXIT
           END-IF
           MOVE SEQ-LINHA TO FILE1-REC
           PERFORM 7600-MASCARAR-REGISTRO THRU 7600-EXIT
           MOVE FILE1-REC TO SEQ-LINHA
           IF SEQ-LINHA NOT = WS-LINHA-ORIGINAL
               ADD 1 TO WS-QTD-ARQ-ALTER
               ADD 1 TO WS-SEL-QTD-ARQ (WS-PROC-POS)
           END-IF.
       5525-EXIT.
           EXIT.

       5530-LER-TRABALHO.
           READ SEQ-TRAB
               AT END
                   MOVE 10 TO FS-STAT-TRAB
           END-READ.
       5530-EXIT.
           EXIT.

       5540-DEVOLVER-LINHA.
           MOVE TRAB-LINHA TO SEQ-LINHA
           WRITE SEQ-LINHA
           ADD 1 TO WS-QTD-ARQ-REGRAV
           PERFORM 5530-LER-TRABALHO THRU 5530-EXIT.
       5540-EXIT.
           EXIT.

      ******************************************************************
      * 5900-GRAVAR-CERT-ARQUIVO - one certificate line for every
      * customer the file just rewritten had lines of
      ******************************************************************
       5900-GRAVAR-CERT-ARQUIVO.
           PERFORM 5905-TESTAR-CLIENTE THRU 5905-EXIT
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-QTD.
       5900-EXIT.
           EXIT.

       5905-TESTAR-CLIENTE.
           IF WS-SEL-QTD-ARQ (WS-SEL-IDX) > ZERO
               PERFORM 5910-GRAVAR-CERT-CLIENTE THRU 5910-EXIT
           END-IF.
       5905-EXIT.
           EXIT.

       5910-GRAVAR-CERT-CLIENTE.
           ADD 1 TO WS-CRT-SEQ
           MOVE WS-SEL-ID (WS-SEL-IDX) TO CRT-ID
           MOVE WS-CRT-SEQ TO CRT-SEQ
           MOVE WS-SEQ-NOME TO CRT-ARQUIVO
           MOVE WS-ITEM-CERT TO CRT-ITEM
           MOVE WS-SEL-QTD-ARQ (WS-SEL-IDX) TO CRT-QTDE
           WRITE CRT-LINHA
           ADD WS-SEL-QTD-ARQ (WS-SEL-IDX) TO
               WS-SEL-TOTAL (WS-SEL-IDX)
           ADD WS-SEL-QTD-ARQ (WS-SEL-IDX) TO WS-QTD-ITENS
           MOVE ZERO TO WS-SEL-QTD-ARQ (WS-SEL-IDX).
       5910-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ANONIMIZAR-BACKUPS - every clibkp_AAAAMMDD.dat from the
      * first month of the window to today; days that have no backup
      * are simply not there.  The *CTRL* trailer is untouched: no
      * record is added or dropped.
      ******************************************************************
       6000-ANONIMIZAR-BACKUPS.
           MOVE "B" TO WS-TIPO-ARQ
           MOVE "REGISTROS" TO WS-ITEM-CERT
           MOVE WS-MES-TOT-INI TO WS-MES-TOT
           PERFORM 6100-TRATAR-MES-BACKUP THRU 6100-EXIT
               UNTIL WS-MES-TOT > WS-MES-TOT-FIM.
       6000-EXIT.
           EXIT.

       6100-TRATAR-MES-BACKUP.
           DIVIDE WS-MES-TOT BY 12 GIVING WS-MES-AAAA
               REMAINDER WS-MES-MM
           ADD 1 TO WS-MES-MM
           MOVE WS-MES-CORR TO WS-BKP-AAAAMM
           PERFORM 6110-TRATAR-DIA-BACKUP THRU 6110-EXIT
               VARYING WS-DIA-NUM FROM 1 BY 1
               UNTIL WS-DIA-NUM > 31
           ADD 1 TO WS-MES-TOT.
       6100-EXIT.
           EXIT.

       6110-TRATAR-DIA-BACKUP.
           MOVE WS-DIA-NUM TO WS-BKP-DD
           MOVE WS-BKP-NOME TO WS-SEQ-NOME
           PERFORM 5500-REGRAVAR-ARQUIVO THRU 5500-EXIT.
       6110-EXIT.
           EXIT.

      ******************************************************************
      * 6500-ANONIMIZAR-DIARIO - the journal text of the selected
      * customers; key, date, time and operator stay
      ******************************************************************
       6500-ANONIMIZAR-DIARIO.
           MOVE "./cli_diario.dat" TO WS-SEQ-NOME
           MOVE "ANOTACOES" TO WS-ITEM-CERT
           OPEN I-O CLI-DIARIO
           IF NOT FS-OK-DIA
               IF FS-DIA-AUSENTE
                   CLOSE CLI-DIARIO
               END-IF
               GO TO 6500-EXIT
           END-IF
           MOVE ZERO TO WS-QTD-ARQ-ALTER
           PERFORM 6510-LER-ANOTACAO THRU 6510-EXIT
           PERFORM 6520-TRATAR-ANOTACAO THRU 6520-EXIT
               UNTIL FS-STAT-DIA = 10
           CLOSE CLI-DIARIO
           IF WS-QTD-ARQ-ALTER > ZERO
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM 5900-GRAVAR-CERT-ARQUIVO THRU 5900-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

       6510-LER-ANOTACAO.
           READ CLI-DIARIO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-DIA
           END-READ.
       6510-EXIT.
           EXIT.

       6520-TRATAR-ANOTACAO.
           MOVE DIA-ID TO WS-PROC-ID
           PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
           IF WS-PROC-POS > ZERO
              AND DIA-TEXTO NOT = WS-TEXTO-ANONIMO
               MOVE WS-TEXTO-ANONIMO TO DIA-TEXTO
               REWRITE DIA-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-FALHAS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ARQ-ALTER
                       ADD 1 TO WS-SEL-QTD-ARQ (WS-PROC-POS)
               END-REWRITE
           END-IF
           PERFORM 6510-LER-ANOTACAO THRU 6510-EXIT.
       6520-EXIT.
           EXIT.

      ******************************************************************
      * 6600-ANONIMIZAR-ENDERECOS - the additional addresses of the
      * selected customers, masked as the main address is; key, city,
      * UF and the last-change stamp stay
      ******************************************************************
       6600-ANONIMIZAR-ENDERECOS.
           MOVE "./cli_ender.dat" TO WS-SEQ-NOME
           MOVE "ENDERECOS" TO WS-ITEM-CERT
           OPEN I-O CLI-ENDER
           IF NOT FS-OK-END
               IF FS-END-AUSENTE
                   CLOSE CLI-ENDER
               END-IF
               GO TO 6600-EXIT
           END-IF
           MOVE ZERO TO WS-QTD-ARQ-ALTER
           PERFORM 6610-LER-ENDERECO THRU 6610-EXIT
           PERFORM 6620-TRATAR-ENDERECO THRU 6620-EXIT
               UNTIL FS-STAT-END = 10
           CLOSE CLI-ENDER
           IF WS-QTD-ARQ-ALTER > ZERO
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM 5900-GRAVAR-CERT-ARQUIVO THRU 5900-EXIT
           END-IF.
       6600-EXIT.
           EXIT.

       6610-LER-ENDERECO.
           READ CLI-ENDER NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-END
           END-READ.
       6610-EXIT.
           EXIT.

       6620-TRATAR-ENDERECO.
           MOVE ENDR-ID TO WS-PROC-ID
           PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
           IF WS-PROC-POS > ZERO
              AND ENDR-ENDERECO NOT = WS-MARCA-ANONIMO
               MOVE WS-MARCA-ANONIMO TO ENDR-ENDERECO
               MOVE SPACE TO ENDR-BAIRRO
               MOVE ZERO TO ENDR-NUMERO ENDR-CEP
               REWRITE ENDR-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-FALHAS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ARQ-ALTER
                       ADD 1 TO WS-SEL-QTD-ARQ (WS-PROC-POS)
               END-REWRITE
           END-IF
           PERFORM 6610-LER-ENDERECO THRU 6610-EXIT.
       6620-EXIT.
           EXIT.

      ******************************************************************
      * 6700-ANONIMIZAR-PROPOSTAS - the before/after images of the
      * change proposals of each selected customer, masked as the
      * record is; key, dates, operator, supervisor, status, reason,
      * person type and city/UF stay
      ******************************************************************
       6700-ANONIMIZAR-PROPOSTAS.
           MOVE "./cli_pend.dat" TO WS-SEQ-NOME
           MOVE "PROPOSTAS" TO WS-ITEM-CERT
           OPEN I-O CLI-PEND
           IF NOT FS-OK-PND
               IF FS-PND-AUSENTE
                   CLOSE CLI-PEND
               END-IF
               GO TO 6700-EXIT
           END-IF
           MOVE ZERO TO WS-QTD-ARQ-ALTER
           PERFORM 6710-TRATAR-CLIENTE THRU 6710-EXIT
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-QTD
           CLOSE CLI-PEND
           IF WS-QTD-ARQ-ALTER > ZERO
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM 5900-GRAVAR-CERT-ARQUIVO THRU 5900-EXIT
           END-IF.
       6700-EXIT.
           EXIT.

       6710-TRATAR-CLIENTE.
           MOVE WS-SEL-ID (WS-SEL-IDX) TO PEND-ID
           MOVE ZERO TO PEND-SEQ
           START CLI-PEND KEY IS NOT LESS THAN PEND-CHAVE
               INVALID KEY
                   GO TO 6710-EXIT
           END-START
           PERFORM 6720-LER-PROPOSTA THRU 6720-EXIT
           PERFORM 6730-TRATAR-PROPOSTA THRU 6730-EXIT
               UNTIL FS-STAT-PND = 10
                  OR PEND-ID NOT = WS-SEL-ID (WS-SEL-IDX).
       6710-EXIT.
           EXIT.

       6720-LER-PROPOSTA.
           READ CLI-PEND NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-PND
           END-READ.
       6720-EXIT.
           EXIT.

       6730-TRATAR-PROPOSTA.
           IF PEND-A-NOMEFANTASIA NOT = WS-MARCA-ANONIMO
               MOVE WS-MARCA-ANONIMO TO PEND-A-NOMEFANTASIA
               MOVE WS-MARCA-ANONIMO TO PEND-A-RAZAOSOCIAL
               MOVE WS-MARCA-ANONIMO TO PEND-A-ENDERECO
               MOVE SPACE TO PEND-A-BAIRRO
               MOVE ZERO TO PEND-A-CNPJ PEND-A-NUMERO PEND-A-CEP
                  PEND-A-QTD-CONTATOS PEND-A-CONTATOS-HASH
               MOVE WS-MARCA-ANONIMO TO PEND-D-NOMEFANTASIA
               MOVE WS-MARCA-ANONIMO TO PEND-D-RAZAOSOCIAL
               MOVE WS-MARCA-ANONIMO TO PEND-D-ENDERECO
               MOVE SPACE TO PEND-D-BAIRRO
               MOVE ZERO TO PEND-D-CNPJ PEND-D-NUMERO PEND-D-CEP
                  PEND-D-QTD-CONTATOS
               PERFORM 6740-LIMPAR-CONTATO THRU 6740-EXIT
                   VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 5
               REWRITE PEND-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-FALHAS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ARQ-ALTER
                       ADD 1 TO WS-SEL-QTD-ARQ (WS-SEL-IDX)
               END-REWRITE
           END-IF
           PERFORM 6720-LER-PROPOSTA THRU 6720-EXIT.
       6730-EXIT.
           EXIT.

       6740-LIMPAR-CONTATO.
           MOVE WS-CONTATO-LIMPO TO PEND-D-CONTATO (WS-HASH-IDX).
       6740-EXIT.
           EXIT.

      ******************************************************************
      * 7000-7099 - CLI_HIST.DAT audit images, same shape CADCLIENTE
      * writes, taken from the record already anonymized
      ******************************************************************
       7000-GRAVAR-IMAGEM-ANTES.
           MOVE "ANTES" TO WH-IMAGEM
           PERFORM 7050-MONTAR-IMAGEM THRU 7050-EXIT
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7000-EXIT.
           EXIT.

       7010-GRAVAR-IMAGEM-DEPOIS.
           MOVE "DEPOIS" TO WH-IMAGEM
           PERFORM 7050-MONTAR-IMAGEM THRU 7050-EXIT
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7010-EXIT.
           EXIT.

      * A customer no longer on file keeps the excluded marker on both
      * images, so a roll-forward never brings the record back.
       7020-GRAVAR-HIST-EXCLUIDO.
           MOVE WS-SEL-ID (WS-SEL-IDX) TO WH-ID
           MOVE "*REGISTRO EXCLUIDO*" TO WH-NOMEFANTASIA
           MOVE SPACE TO WH-RAZAOSOCIAL WH-TIPO-PESSOA WH-ENDERECO
              WH-BAIRRO WH-CIDADE WH-ESTADO WH-SITUACAO
              WH-SIT-MOTIVO
           MOVE ZERO TO WH-NUMERO WH-CNPJ WH-QTD-CONTATOS
              WH-CONTATOS-HASH WH-CEP
           MOVE "ANTES" TO WH-IMAGEM
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT
           MOVE "DEPOIS" TO WH-IMAGEM
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7020-EXIT.
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

      ******************************************************************
      * 7500-MASCARAR-IMAGEM - personal fields of one audit image; the
      * INCLUIR/EXCLUIR marker images carry none and stay as written
      ******************************************************************
       7500-MASCARAR-IMAGEM.
           IF WH-NOMEFANTASIA = "*REGISTRO NOVO*"
              OR WH-NOMEFANTASIA = "*REGISTRO EXCLUIDO*"
               GO TO 7500-EXIT
           END-IF
           MOVE WS-MARCA-ANONIMO TO WH-NOMEFANTASIA
           MOVE WS-MARCA-ANONIMO TO WH-RAZAOSOCIAL
           MOVE WS-MARCA-ANONIMO TO WH-ENDERECO
           MOVE SPACE TO WH-BAIRRO
           MOVE ZERO TO WH-CNPJ WH-NUMERO WH-CEP WH-QTD-CONTATOS
              WH-CONTATOS-HASH.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7600-MASCARAR-REGISTRO - the same fields on a FILE1-REC, plus
      * the contact slots the audit image only carries as a hash
      ******************************************************************
       7600-MASCARAR-REGISTRO.
           MOVE WS-MARCA-ANONIMO TO CLI_NOMEFANTASIA
           MOVE WS-MARCA-ANONIMO TO CLI_RAZAOSOCIAL
           MOVE WS-MARCA-ANONIMO TO CLI_ENDERECO
           MOVE SPACE TO CLI_BAIRRO
           MOVE ZERO TO CLI_CNPJ CLI_NUMERO CLI_CEP CLI_QTD_CONTATOS
           PERFORM 7610-LIMPAR-CONTATO THRU 7610-EXIT
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 5
           MOVE CLI_TIPO_PESSOA TO CLI_CATEGORIA_BUSCA
           MOVE CLI_NOMEFANTASIA TO CLI_NOMEFANTASIA_BUSCA
           MOVE CLI_RAZAOSOCIAL TO CLI_RAZAOSOCIAL_BUSCA.
       7600-EXIT.
           EXIT.

       7610-LIMPAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-HASH-IDX
           MOVE SPACE TO CTT_TIPO (CLI_IDX_CONTATO)
           MOVE ZERO TO CTT_DDD (CLI_IDX_CONTATO)
           MOVE ZERO TO CTT_NUMERO (CLI_IDX_CONTATO)
           MOVE ZERO TO CTT_RAMAL (CLI_IDX_CONTATO)
           MOVE SPACE TO CTT_EH_WHATSAPP (CLI_IDX_CONTATO).
       7610-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-8300 - the selection table, kept in CLI_ID order.
      * 8100 looks WS-PROC-ID up: WS-PROC-POS is its slot (zero when
      * absent) and WS-PROC-INS where it would go.
      ******************************************************************
       8100-PROCURAR-SELECAO.
           MOVE ZERO TO WS-PROC-POS
           MOVE 1 TO WS-PROC-BAIXO
           MOVE WS-SEL-QTD TO WS-PROC-ALTO
           PERFORM 8110-DIVIDIR-FAIXA THRU 8110-EXIT
               UNTIL WS-PROC-BAIXO > WS-PROC-ALTO
                  OR WS-PROC-POS > ZERO
           MOVE WS-PROC-BAIXO TO WS-PROC-INS.
       8100-EXIT.
           EXIT.

       8110-DIVIDIR-FAIXA.
           COMPUTE WS-PROC-MEIO = (WS-PROC-BAIXO + WS-PROC-ALTO) / 2
           EVALUATE TRUE
               WHEN WS-SEL-ID (WS-PROC-MEIO) = WS-PROC-ID
                   MOVE WS-PROC-MEIO TO WS-PROC-POS
               WHEN WS-SEL-ID (WS-PROC-MEIO) < WS-PROC-ID
                   COMPUTE WS-PROC-BAIXO = WS-PROC-MEIO + 1
               WHEN WS-PROC-MEIO = 1
                   MOVE ZERO TO WS-PROC-ALTO
               WHEN OTHER
                   COMPUTE WS-PROC-ALTO = WS-PROC-MEIO - 1
           END-EVALUATE.
       8110-EXIT.
           EXIT.

      * Call right after 8100 found nothing: opens a slot at
      * WS-PROC-INS and returns it in WS-PROC-POS (zero when full).
       8200-INCLUIR-SELECAO.
           IF WS-SEL-QTD >= 5000
               MOVE ZERO TO WS-PROC-POS
               IF NOT SEL-TAB-CHEIA
                   MOVE "S" TO WS-SEL-CHEIA
                   MOVE "*** ALERTA: MAIS DE 5000 CLIENTES - OS" &
                        " DEMAIS FICAM PARA A PRÓXIMA EXECUÇÃO ***"
                        TO WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               END-IF
               GO TO 8200-EXIT
           END-IF
           PERFORM 8210-ABRIR-VAGA THRU 8210-EXIT
               VARYING WS-SEL-DEST FROM WS-SEL-QTD BY -1
               UNTIL WS-SEL-DEST < WS-PROC-INS
           ADD 1 TO WS-SEL-QTD
           MOVE WS-PROC-INS TO WS-PROC-POS
           INITIALIZE WS-SEL-ITEM (WS-PROC-POS)
           MOVE WS-PROC-ID TO WS-SEL-ID (WS-PROC-POS)
           MOVE "N" TO WS-SEL-JA-FEITO (WS-PROC-POS).
       8200-EXIT.
           EXIT.

       8210-ABRIR-VAGA.
           MOVE WS-SEL-ITEM (WS-SEL-DEST) TO
                WS-SEL-ITEM (WS-SEL-DEST + 1).
       8210-EXIT.
           EXIT.

       8300-RETIRAR-SELECAO.
           PERFORM 8310-FECHAR-VAGA THRU 8310-EXIT
               VARYING WS-SEL-DEST FROM WS-SEL-IDX BY 1
               UNTIL WS-SEL-DEST >= WS-SEL-QTD
           SUBTRACT 1 FROM WS-SEL-QTD.
       8300-EXIT.
           EXIT.

       8310-FECHAR-VAGA.
           MOVE WS-SEL-ITEM (WS-SEL-DEST + 1) TO
                WS-SEL-ITEM (WS-SEL-DEST).
       8310-EXIT.
           EXIT.

      ******************************************************************
      * 8500-EMITIR-CERTIFICADO - certificate detail sorted by
      * customer, each customer followed by the files touched
      ******************************************************************
       8500-EMITIR-CERTIFICADO.
           SORT WORK-SORT
               ON ASCENDING KEY SRT-ID
                  ASCENDING KEY SRT-SEQ
               USING CERT-TRAB
               OUTPUT PROCEDURE IS 8510-IMPRIMIR-CERTIFICADO.
       8500-EXIT.
           EXIT.

       8510-IMPRIMIR-CERTIFICADO.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CERTIFICADO DE ANONIMIZAÇÃO - POR CLIENTE E POR" &
                " ARQUIVO:" TO WS-ALERTA-TXTO
           PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           MOVE ZERO TO WS-CERT-ID-ANT
           MOVE "N" TO WS-FIM-SORT
           PERFORM 8520-LER-ORDENADO THRU 8520-EXIT
           PERFORM 8530-IMPRIMIR-LINHA THRU 8530-EXIT
               UNTIL FIM-SORT.
       8510-EXIT.
           EXIT.

       8520-LER-ORDENADO.
           RETURN WORK-SORT
               AT END
                   MOVE "S" TO WS-FIM-SORT.
       8520-EXIT.
           EXIT.

       8530-IMPRIMIR-LINHA.
           IF SRT-ID NOT = WS-CERT-ID-ANT
               MOVE SRT-ID TO WS-CERT-ID-ANT
               MOVE SRT-ID TO WS-PROC-ID
               PERFORM 8100-PROCURAR-SELECAO THRU 8100-EXIT
               MOVE SRT-ID TO WS-CCL-ID
               MOVE SPACE TO WS-CCL-ORIGEM WS-CCL-DATA
               IF WS-PROC-POS > ZERO
                   IF SEL-EXCLUIDO (WS-PROC-POS)
                       MOVE "EXCLUIDO EM" TO WS-CCL-ORIGEM
                   ELSE
                       MOVE "INATIVO DESDE" TO WS-CCL-ORIGEM
                   END-IF
                   MOVE WS-SEL-DATA (WS-PROC-POS) TO WS-CCL-DATA
               END-IF
               MOVE SPACE TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-LINCERTCLI TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE SRT-ARQUIVO TO WS-CAR-ARQUIVO
           MOVE SRT-QTDE TO WS-CAR-QTDE
           MOVE SRT-ITEM TO WS-CAR-ITEM
           MOVE WS-LINCERTARQ TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 8520-LER-ORDENADO THRU 8520-EXIT.
       8530-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - totals and the sign-off block
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CLIENTES ANONIMIZADOS...........:" TO WS-DET-ROTULO
           MOVE WS-QTD-SELECIONADOS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "IGNORADOS/RECUSADOS.............:" TO WS-DET-ROTULO
           MOVE WS-QTD-IGNORADOS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "JA ANONIMIZADOS ANTES...........:" TO WS-DET-ROTULO
           MOVE WS-QTD-JA-FEITOS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ARQUIVOS REGRAVADOS.............:" TO WS-DET-ROTULO
           MOVE WS-QTD-ARQUIVOS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ITENS ANONIMIZADOS..............:" TO WS-DET-ROTULO
           MOVE WS-QTD-ITENS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "FALHAS..........................:" TO WS-DET-ROTULO
           MOVE WS-QTD-FALHAS TO WS-DET-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-QTD-FALHAS > ZERO
               MOVE "*** ALERTA: ANONIMIZAÇÃO COM FALHAS - NÃO" &
                    " ASSINAR O CERTIFICADO, EXECUTAR DE NOVO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "EMITIDO EM........:" TO WS-ASS-ROTULO
           MOVE SPACE TO WS-ASS-VALOR
           STRING WS-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA DELIMITED BY SIZE
                  INTO WS-ASS-VALOR
           END-STRING
           PERFORM 9200-GRAVAR-ASSINATURA THRU 9200-EXIT
           MOVE "EXECUTADO POR.....:" TO WS-ASS-ROTULO
           MOVE WS-HIST-OPERADOR TO WS-ASS-VALOR
           PERFORM 9200-GRAVAR-ASSINATURA THRU 9200-EXIT
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "ENCARREGADO (DPO).:" TO WS-ASS-ROTULO
           MOVE ALL "_" TO WS-ASS-VALOR
           PERFORM 9200-GRAVAR-ASSINATURA THRU 9200-EXIT
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "DATA/ASSINATURA...:" TO WS-ASS-ROTULO
           MOVE ALL "_" TO WS-ASS-VALOR
           PERFORM 9200-GRAVAR-ASSINATURA THRU 9200-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       9200-GRAVAR-ASSINATURA.
           MOVE WS-LINASSINA TO REL-LINHA
           WRITE REL-LINHA.
       9200-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_ANONIMIZA.
