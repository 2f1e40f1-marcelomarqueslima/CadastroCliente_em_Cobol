      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Apply the returned-mail file the post office sends
      *          back after a CADCLIENTE_MALA correspondence run
      *          (devolucao.dat, DEVREG layout - CLI_ID from the
      *          mailing label, return reason code, return date).
      *          Each returned piece marks the customer's address as
      *          undeliverable in FILE1 (cliete.dat) - CLI_DEVOLUCAO
      *          with the reason and the date - which keeps the
      *          customer on the CADCLIENTE_MALA exceptions list
      *          until ALTERAR changes the address, and is logged in
      *          the contact journal (cli_diario.dat) so the desk
      *          sees it on CONSULTAR.  The customers marked are
      *          listed with their phone contacts on a separate chase
      *          list (devcontato.lst) for the call center, and the
      *          listing (devcli.lst) ends with the return rate by
      *          CEP region: the pieces returned against the
      *          customers the mailing selects in the region, both
      *          by the CEP of the address the piece goes to (the
      *          correspondence address of cli_ender.dat when there
      *          is one).  A line already applied (same customer,
      *          reason and date) is counted and left alone, so the
      *          file can be run again after an interruption.  Runs
      *          on demand when the post office's file arrives - not
      *          as a CADCLIENTE_NOTURNO step, because a file left in
      *          place would mark again the addresses the desk has
      *          since corrected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_DEVOLUCAO.

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

           SELECT OPTIONAL DEV-FILE ASSIGN TO "./devolucao.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-DEV.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

           SELECT OPTIONAL CLI-DIARIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-DIA
           RECORD KEY IS DIA-CHAVE.

           SELECT REL-FILE ASSIGN TO "./devcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

           SELECT CHS-FILE ASSIGN TO "./devcontato.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-CHS.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD DEV-FILE.

           COPY DEVREG.

      *----------------------------------------------------------------
      * cli_ender.dat - only read, for the CEP of the correspondence
      * address (type R) the piece was sent to.
      *----------------------------------------------------------------
       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

       FD CLI-DIARIO VALUE OF DIA-ID IS "./cli_diario.dat".

           COPY DIAREG.

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       FD CHS-FILE.

       01 CHS-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE  VALUE 35.

       77 FS-STAT-DEV PIC 9(02).
           88 FS-OK-DEV      VALUE ZEROS.
           88 FS-DEV-AUSENTE VALUE 05.
           88 FS-DEV-FIM     VALUE 10.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 FS-STAT-DIA PIC 9(02).
           88 FS-OK-DIA      VALUE ZEROS.
           88 FS-DIA-AUSENTE VALUE 05.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 FS-STAT-CHS PIC 9(02).
           88 FS-OK-CHS VALUE ZEROS.

       77 WS-HOJE             PIC X(08).
       77 WS-HIST-OPERADOR    PIC X(20).

       77 WS-TEM-ENDERECOS    PIC X(01) VALUE "N".
           88 TEM-ENDERECOS VALUE "S".
       77 WS-USOU-CORRESP     PIC X(01).
           88 USOU-CORRESP VALUE "S".
       77 WS-FEED-LIDO        PIC X(01) VALUE "N".
           88 FEED-LIDO VALUE "S".

       77 WS-DIA-SEQ-MAX      PIC 9(04).
       77 WS-DIA-FIM          PIC X(01).
           88 DIA-FIM VALUE "S".

       77 WS-MOT-IDX          PIC 9(02) COMP.
       77 WS-REG-IDX          PIC 9(02) COMP.
       77 WS-CTT-IDX          PIC 9(02) COMP.

       77 WS-QTD-LIDOS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-INVALIDOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-NAO-CADASTR     PIC 9(08) VALUE ZERO.
       77 WS-QTD-REPETIDOS       PIC 9(08) VALUE ZERO.
       77 WS-QTD-MARCADOS        PIC 9(08) VALUE ZERO.
       77 WS-QTD-ERRO-GRAVACAO   PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-CONTATO     PIC 9(08) VALUE ZERO.
       77 WS-QTD-DEV-SEM-CEP     PIC 9(08) VALUE ZERO.
       77 WS-QTD-BASE-TOTAL      PIC 9(08) VALUE ZERO.
       77 WS-QTD-DEV-TOTAL       PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * Return reasons of the post office, in code order (01 to 08).
      *----------------------------------------------------------------
       01 WS-MOTIVOS-LISTA.
           05 FILLER PIC X(22) VALUE "ENDERECO DESCONHECIDO".
           05 FILLER PIC X(22) VALUE "MUDOU-SE".
           05 FILLER PIC X(22) VALUE "RECUSADO".
           05 FILLER PIC X(22) VALUE "ENDERECO INSUFICIENTE".
           05 FILLER PIC X(22) VALUE "NAO EXISTE O NUMERO".
           05 FILLER PIC X(22) VALUE "AUSENTE".
           05 FILLER PIC X(22) VALUE "NAO PROCURADO".
           05 FILLER PIC X(22) VALUE "FALECIDO".
       01 WS-MOTIVOS-TAB REDEFINES WS-MOTIVOS-LISTA.
           05 WS-MOTIVO-DESC      PIC X(22) OCCURS 8 TIMES.

       01 WS-MOTIVO-X             PIC X(02).
       01 WS-MOTIVO-NUM REDEFINES WS-MOTIVO-X PIC 9(02).

      *----------------------------------------------------------------
      * Pieces by CEP region (first digit, slot = digit + 1): the
      * customers the mailing selects and the pieces returned.
      *----------------------------------------------------------------
       01 WS-TAB-REGIOES.
           05 WS-REGIAO OCCURS 10 TIMES.
               10 WS-REG-BASE        PIC 9(08).
               10 WS-REG-DEVOLV      PIC 9(08).

       01 WS-CEP-NUM             PIC 9(08).
       01 WS-CEP-DIG REDEFINES WS-CEP-NUM.
           05 WS-CEP-REGIAO      PIC 9(01).
           05 FILLER             PIC 9(07).

       01 WS-TAXA                PIC 9(03)V9.

      *----------------------------------------------------------------
      * Return date as AAAAMMDD and as printed (DD/MM/AAAA).
      *----------------------------------------------------------------
       01 WS-DATA-DEV.
           05 WS-DEV-AAAA         PIC X(04).
           05 WS-DEV-MM           PIC X(02).
           05 WS-DEV-DD           PIC X(02).

       01 WS-DATA-FMT.
           05 WS-FMT-DD           PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-FMT-MM           PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-FMT-AAAA         PIC X(04).

      *----------------------------------------------------------------
      * Journal entry left for the desk (DIA-TEXTO, 60 bytes).
      *----------------------------------------------------------------
       01 WS-DIA-TEXTO.
           05 FILLER              PIC X(22) VALUE
              "CORRESP. DEVOLVIDA EM ".
           05 WS-DIA-DATA         PIC X(10).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-DIA-MOTIVO       PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DIA-DESC         PIC X(22).

       01 WS-CABECALHO.
           05 FILLER PIC X(54) VALUE
              "CORRESPONDÊNCIA DEVOLVIDA PELO CORREIO - CLIENTES".

       01 WS-CABDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "CLIENTE".
           05 FILLER            PIC X(42) VALUE "RAZÃO SOCIAL".
           05 FILLER            PIC X(04) VALUE "UF".
           05 FILLER            PIC X(10) VALUE "CEP".
           05 FILLER            PIC X(05) VALUE "END.".
           05 FILLER            PIC X(11) VALUE "DEVOLUÇÃO".
           05 FILLER            PIC X(26) VALUE "MOTIVO".
           05 FILLER            PIC X(10) VALUE "AÇÃO".

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAZAO       PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-UF          PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-CEP         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-END         PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-DET-DATA        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-MOTIVO      PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-DESC        PIC X(22).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DET-ACAO        PIC X(22).

       01 WS-LININV.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(17) VALUE "LINHA INVÁLIDA: ".
           05 WS-INV-LINHA       PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-INV-MOTIVO      PIC X(30).

      *----------------------------------------------------------------
      * Chase list: one heading line per customer, then one line per
      * phone contact on file.
      *----------------------------------------------------------------
       01 WS-CAB-CHASE.
           05 FILLER PIC X(60) VALUE
              "DEVOLUÇÕES DO CORREIO - CONTATOS PARA O CALL CENTER".

       01 WS-CHS-CLIENTE.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-CHS-ID          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-CHS-RAZAO       PIC X(50).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-CHS-CIDADE      PIC X(30).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-CHS-UF          PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-CHS-MOTIVO      PIC X(22).

       01 WS-CHS-CONTATO.
           05 FILLER            PIC X(12) VALUE SPACE.
           05 FILLER            PIC X(06) VALUE "TIPO: ".
           05 WS-CHS-TIPO        PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACE.
           05 WS-CHS-DDD         PIC 9(02).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-CHS-NUMERO      PIC 9(09).
           05 FILLER            PIC X(08) VALUE "  RAMAL ".
           05 WS-CHS-RAMAL       PIC 9(05).
           05 FILLER            PIC X(06) VALUE "  WPP:".
           05 WS-CHS-WPP         PIC X(01).

       01 WS-CHS-SEM-CONTATO.
           05 FILLER            PIC X(12) VALUE SPACE.
           05 FILLER            PIC X(40) VALUE
              "*** SEM CONTATO TELEFÔNICO NO CADASTRO".

       01 WS-CABTAXA.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(14) VALUE "REGIÃO CEP".
           05 FILLER            PIC X(14) VALUE "NA MALA".
           05 FILLER            PIC X(14) VALUE "DEVOLVIDAS".
           05 FILLER            PIC X(08) VALUE "TAXA".

       01 WS-LINTAXA.
           05 FILLER            PIC X(06) VALUE SPACE.
           05 WS-TAX-REGIAO      PIC X(05).
           05 FILLER            PIC X(03) VALUE SPACE.
           05 WS-TAX-BASE        PIC ZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-TAX-DEVOLV      PIC ZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-TAX-TAXA        PIC ZZ9,9.
           05 FILLER            PIC X(02) VALUE " %".

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
           INITIALIZE WS-TAB-REGIOES
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           OPEN OUTPUT CHS-FILE
           MOVE WS-CAB-CHASE TO CHS-LINHA
           WRITE CHS-LINHA
           MOVE SPACE TO CHS-LINHA
           WRITE CHS-LINHA
           ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-HIST-OPERADOR = SPACE
               MOVE "DESCONHECIDO" TO WS-HIST-OPERADOR
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - without devolucao.dat there is nothing to
      * apply; that is a note on the listing, not an alert.
      ******************************************************************
       2000-PROCESSAR.
           OPEN INPUT DEV-FILE
           IF FS-DEV-AUSENTE
               CLOSE DEV-FILE
               MOVE "devolucao.dat NÃO RECEBIDO - NADA A APLICAR" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT FS-OK-DEV
               MOVE "*** ALERTA: FALHA AO ABRIR devolucao.dat ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           OPEN I-O FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO -" &
                    " NADA FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               IF FS-ARQ-AUSENTE
                   CLOSE FILE1
               END-IF
               CLOSE DEV-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-ABRIR-ENDERECOS THRU 2050-EXIT
           OPEN I-O CLI-DIARIO
           IF NOT FS-OK-DIA AND NOT FS-DIA-AUSENTE
               CLOSE CLI-DIARIO
               OPEN OUTPUT CLI-DIARIO
               CLOSE CLI-DIARIO
               OPEN I-O CLI-DIARIO
           END-IF
           MOVE "S" TO WS-FEED-LIDO
           PERFORM 2100-CONTAR-BASE THRU 2100-EXIT
           MOVE WS-CABDET TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 2300-LER-FEED THRU 2300-EXIT
           PERFORM 2400-TRATAR-LINHA THRU 2400-EXIT
               UNTIL FS-DEV-FIM
           CLOSE DEV-FILE
           CLOSE CLI-DIARIO
           CLOSE FILE1
           IF TEM-ENDERECOS
               CLOSE CLI-ENDER
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-ABRIR-ENDERECOS - no cli_ender.dat means every piece went
      * to the customer's main address.
      ******************************************************************
       2050-ABRIR-ENDERECOS.
           MOVE "N" TO WS-TEM-ENDERECOS
           OPEN INPUT CLI-ENDER
           IF FS-END-AUSENTE
               CLOSE CLI-ENDER
               GO TO 2050-EXIT
           END-IF
           IF NOT FS-OK-END
               MOVE "*** ALERTA: FALHA AO ABRIR CLI_ENDER.DAT -" &
                    " REGIÕES PELO ENDEREÇO PRINCIPAL ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2050-EXIT
           END-IF
           MOVE "S" TO WS-TEM-ENDERECOS.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CONTAR-BASE - the customers the CADCLIENTE_MALA
      * selection puts on the mailing (active, not quarantined, with
      * a CEP), by the region of the address the piece goes to.
      * Those already carrying a returned address are counted too:
      * the rate is measured against the mailing list as a whole.
      ******************************************************************
       2100-CONTAR-BASE.
           MOVE ZERO TO CLI_ID
           START FILE1 KEY IS >= ID_CLIENTE
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2110-CONTAR-CLIENTE THRU 2110-EXIT
               UNTIL FS-NAO-EXISTE.
       2100-EXIT.
           EXIT.

       2110-CONTAR-CLIENTE.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 35 TO FS-STAT
                   GO TO 2110-EXIT
           END-READ
           IF NOT CLI-ATIVO OR CLI-QUARENTENADO
               GO TO 2110-EXIT
           END-IF
           PERFORM 2200-CEP-DA-PECA THRU 2200-EXIT
           IF WS-CEP-NUM = ZERO
               GO TO 2110-EXIT
           END-IF
           COMPUTE WS-REG-IDX = WS-CEP-REGIAO + 1
           ADD 1 TO WS-REG-BASE (WS-REG-IDX)
           ADD 1 TO WS-QTD-BASE-TOTAL.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CEP-DA-PECA - CEP of the address CADCLIENTE_MALA sends
      * the piece to: the correspondence address typed on CADCLIENTE
      * option 8 when there is one, the main address otherwise.  The
      * record area is left as read, since it may be rewritten.
      ******************************************************************
       2200-CEP-DA-PECA.
           MOVE CLI_CEP TO WS-CEP-NUM
           MOVE "N" TO WS-USOU-CORRESP
           IF NOT TEM-ENDERECOS
               GO TO 2200-EXIT
           END-IF
           MOVE CLI_ID TO ENDR-ID
           MOVE "R" TO ENDR-TIPO
           READ CLI-ENDER
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           MOVE ENDR-CEP TO WS-CEP-NUM
           MOVE "S" TO WS-USOU-CORRESP.
       2200-EXIT.
           EXIT.

       2300-LER-FEED.
           READ DEV-FILE
               AT END
                   MOVE 10 TO FS-STAT-DEV
           END-READ.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-TRATAR-LINHA - a line that cannot be applied is listed
      * with the reason and left out
      ******************************************************************
       2400-TRATAR-LINHA.
           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACE TO WS-INV-MOTIVO
           MOVE DEV-MOTIVO TO WS-MOTIVO-X
           MOVE DEV-DATA TO WS-DATA-DEV
           EVALUATE TRUE
               WHEN DEV-ID IS NOT NUMERIC OR DEV-ID = ZERO
                   MOVE "ID DO CLIENTE INVÁLIDO" TO WS-INV-MOTIVO
               WHEN WS-MOTIVO-X IS NOT NUMERIC
                   MOVE "MOTIVO DESCONHECIDO" TO WS-INV-MOTIVO
               WHEN WS-MOTIVO-NUM < 1 OR WS-MOTIVO-NUM > 8
                   MOVE "MOTIVO DESCONHECIDO" TO WS-INV-MOTIVO
               WHEN DEV-DATA IS NOT NUMERIC
                   MOVE "DATA INVÁLIDA" TO WS-INV-MOTIVO
               WHEN WS-DEV-MM < "01" OR WS-DEV-MM > "12"
                 OR WS-DEV-DD < "01" OR WS-DEV-DD > "31"
                   MOVE "DATA INVÁLIDA" TO WS-INV-MOTIVO
               WHEN DEV-DATA > WS-HOJE
                   MOVE "DATA POSTERIOR A HOJE" TO WS-INV-MOTIVO
           END-EVALUATE
           IF WS-INV-MOTIVO NOT = SPACE
               ADD 1 TO WS-QTD-INVALIDOS
               MOVE DEV-REC TO WS-INV-LINHA
               MOVE WS-LININV TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 2500-APLICAR-DEVOLUCAO THRU 2500-EXIT
           END-IF
           PERFORM 2300-LER-FEED THRU 2300-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APLICAR-DEVOLUCAO - the customer on the label is marked,
      * unless this very return was applied before
      ******************************************************************
       2500-APLICAR-DEVOLUCAO.
           MOVE DEV-ID TO CLI_ID
           READ FILE1
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-CADASTR
                   MOVE "CLIENTE NÃO CADASTRADO" TO WS-INV-MOTIVO
                   MOVE DEV-REC TO WS-INV-LINHA
                   MOVE WS-LININV TO REL-LINHA
                   WRITE REL-LINHA
                   GO TO 2500-EXIT
           END-READ
           IF CLI-END-DEVOLVIDO
              AND CLI_DEV_MOTIVO = DEV-MOTIVO
              AND CLI_DEV_DATA = DEV-DATA
               ADD 1 TO WS-QTD-REPETIDOS
               GO TO 2500-EXIT
           END-IF
           MOVE WS-MOTIVO-NUM TO WS-MOT-IDX
           MOVE WS-DEV-DD TO WS-FMT-DD
           MOVE WS-DEV-MM TO WS-FMT-MM
           MOVE WS-DEV-AAAA TO WS-FMT-AAAA
           PERFORM 2200-CEP-DA-PECA THRU 2200-EXIT
           PERFORM 2600-MONTAR-DETALHE THRU 2600-EXIT
           MOVE "S" TO CLI_DEV_FLAG
           MOVE DEV-MOTIVO TO CLI_DEV_MOTIVO
           MOVE DEV-DATA TO CLI_DEV_DATA
           REWRITE FILE1-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-ERRO-GRAVACAO
                   MOVE "ERRO AO REGRAVAR" TO WS-DET-ACAO
                   PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
                   GO TO 2500-EXIT
           END-REWRITE
           ADD 1 TO WS-QTD-MARCADOS
           MOVE "ENDEREÇO MARCADO" TO WS-DET-ACAO
           PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
           PERFORM 2700-CONTAR-REGIAO THRU 2700-EXIT
           PERFORM 6000-GRAVAR-ANOTACAO THRU 6000-EXIT
           PERFORM 5000-LISTAR-CONTATOS THRU 5000-EXIT.
       2500-EXIT.
           EXIT.

       2600-MONTAR-DETALHE.
           MOVE CLI_ID TO WS-DET-ID
           MOVE CLI_RAZAOSOCIAL TO WS-DET-RAZAO
           MOVE CLI_ESTADO TO WS-DET-UF
           MOVE WS-CEP-NUM TO WS-DET-CEP
           IF USOU-CORRESP
               MOVE "R" TO WS-DET-END
           ELSE
               MOVE "P" TO WS-DET-END
           END-IF
           MOVE WS-DATA-FMT TO WS-DET-DATA
           MOVE DEV-MOTIVO TO WS-DET-MOTIVO
           MOVE WS-MOTIVO-DESC (WS-MOT-IDX) TO WS-DET-DESC
           MOVE SPACE TO WS-DET-ACAO.
       2600-EXIT.
           EXIT.

      * A returned piece whose address has no CEP cannot be put in
      * a region; it is only counted.
       2700-CONTAR-REGIAO.
           IF WS-CEP-NUM = ZERO
               ADD 1 TO WS-QTD-DEV-SEM-CEP
               GO TO 2700-EXIT
           END-IF
           COMPUTE WS-REG-IDX = WS-CEP-REGIAO + 1
           ADD 1 TO WS-REG-DEVOLV (WS-REG-IDX)
           ADD 1 TO WS-QTD-DEV-TOTAL.
       2700-EXIT.
           EXIT.

       2900-GRAVAR-DETALHE.
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR-CONTATOS - the customer on the chase list, with
      * every phone contact on file
      ******************************************************************
       5000-LISTAR-CONTATOS.
           MOVE CLI_ID TO WS-CHS-ID
           MOVE CLI_RAZAOSOCIAL TO WS-CHS-RAZAO
           MOVE CLI_CIDADE TO WS-CHS-CIDADE
           MOVE CLI_ESTADO TO WS-CHS-UF
           MOVE WS-MOTIVO-DESC (WS-MOT-IDX) TO WS-CHS-MOTIVO
           MOVE WS-CHS-CLIENTE TO CHS-LINHA
           WRITE CHS-LINHA
           IF CLI_QTD_CONTATOS = ZERO
               ADD 1 TO WS-QTD-SEM-CONTATO
               MOVE WS-CHS-SEM-CONTATO TO CHS-LINHA
               WRITE CHS-LINHA
           ELSE
               PERFORM 5010-LISTAR-UM-CONTATO
                   VARYING WS-CTT-IDX FROM 1 BY 1
                   UNTIL WS-CTT-IDX > CLI_QTD_CONTATOS
           END-IF
           MOVE SPACE TO CHS-LINHA
           WRITE CHS-LINHA.
       5000-EXIT.
           EXIT.

       5010-LISTAR-UM-CONTATO.
           SET CLI_IDX_CONTATO TO WS-CTT-IDX
           MOVE CTT_TIPO (CLI_IDX_CONTATO) TO WS-CHS-TIPO
           MOVE CTT_DDD (CLI_IDX_CONTATO) TO WS-CHS-DDD
           MOVE CTT_NUMERO (CLI_IDX_CONTATO) TO WS-CHS-NUMERO
           MOVE CTT_RAMAL (CLI_IDX_CONTATO) TO WS-CHS-RAMAL
           MOVE CTT_EH_WHATSAPP (CLI_IDX_CONTATO) TO WS-CHS-WPP
           MOVE WS-CHS-CONTATO TO CHS-LINHA
           WRITE CHS-LINHA.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRAVAR-ANOTACAO - the return goes on the customer's
      * journal as the next entry, stamped with the batch operator,
      * the way CADCLIENTE option 6 appends one
      ******************************************************************
       6000-GRAVAR-ANOTACAO.
           PERFORM 6020-ACHAR-ULTIMA-SEQ THRU 6020-EXIT
           MOVE WS-DATA-FMT TO WS-DIA-DATA
           MOVE DEV-MOTIVO TO WS-DIA-MOTIVO
           MOVE WS-MOTIVO-DESC (WS-MOT-IDX) TO WS-DIA-DESC
           MOVE SPACE TO DIA-REC
           INITIALIZE DIA-REC
           MOVE CLI_ID TO DIA-ID
           COMPUTE DIA-SEQ = WS-DIA-SEQ-MAX + 1
           ACCEPT DIA-DATA FROM DATE YYYYMMDD
           ACCEPT DIA-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO DIA-OPERADOR
           MOVE WS-DIA-TEXTO TO DIA-TEXTO
           WRITE DIA-REC
               INVALID KEY
                   MOVE "*** ALERTA: ERRO AO GRAVAR A ANOTAÇÃO NO" &
                        " CLI_DIARIO.DAT ***" TO WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-WRITE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6020-ACHAR-ULTIMA-SEQ - highest journal sequence of CLI_ID;
      * zero means the customer has no journal yet.
      ******************************************************************
       6020-ACHAR-ULTIMA-SEQ.
           MOVE ZERO TO WS-DIA-SEQ-MAX
           MOVE "N" TO WS-DIA-FIM
           MOVE CLI_ID TO DIA-ID
           MOVE ZERO TO DIA-SEQ
           START CLI-DIARIO KEY IS >= DIA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-DIA-FIM
           END-START
           PERFORM 6030-LER-PROXIMA-ANOTACAO THRU 6030-EXIT
               UNTIL DIA-FIM.
       6020-EXIT.
           EXIT.

       6030-LER-PROXIMA-ANOTACAO.
           READ CLI-DIARIO NEXT RECORD
               AT END
                   MOVE "S" TO WS-DIA-FIM
                   GO TO 6030-EXIT
           END-READ
           IF DIA-ID NOT = CLI_ID
               MOVE "S" TO WS-DIA-FIM
               GO TO 6030-EXIT
           END-IF
           MOVE DIA-SEQ TO WS-DIA-SEQ-MAX.
       6030-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - totals and the return rate by CEP region
      ******************************************************************
       9000-FINALIZAR.
           IF FEED-LIDO
               PERFORM 9200-LISTAR-TAXAS THRU 9200-EXIT
           END-IF
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "LINHAS DO ARQUIVO LIDAS..........:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "LINHAS INVALIDAS.................:" TO WS-RES-ROTULO
           MOVE WS-QTD-INVALIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES NAO CADASTRADOS.........:" TO WS-RES-ROTULO
           MOVE WS-QTD-NAO-CADASTR TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "DEVOLUCOES JA APLICADAS..........:" TO WS-RES-ROTULO
           MOVE WS-QTD-REPETIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ENDERECOS MARCADOS DEVOLVIDOS....:" TO WS-RES-ROTULO
           MOVE WS-QTD-MARCADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ERROS DE GRAVACAO................:" TO WS-RES-ROTULO
           MOVE WS-QTD-ERRO-GRAVACAO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "MARCADOS SEM CONTATO TELEFONICO..:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-CONTATO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "DEVOLVIDOS SEM CEP (SEM REGIAO)..:" TO WS-RES-ROTULO
           MOVE WS-QTD-DEV-SEM-CEP TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-QTD-ERRO-GRAVACAO > ZERO
               MOVE "*** ALERTA: DEVOLUÇÕES NÃO GRAVADAS NO" &
                    " CADASTRO - REPROCESSAR O ARQUIVO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           CLOSE REL-FILE
           MOVE "CLIENTES PARA CONTATO............:" TO WS-RES-ROTULO
           MOVE WS-QTD-MARCADOS TO WS-RES-QTDE
           MOVE WS-LINRESUMO TO CHS-LINHA
           WRITE CHS-LINHA
           MOVE "SEM CONTATO TELEFONICO...........:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-CONTATO TO WS-RES-QTDE
           MOVE WS-LINRESUMO TO CHS-LINHA
           WRITE CHS-LINHA
           CLOSE CHS-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * 9200-LISTAR-TAXAS - one line per CEP region with customers on
      * the mailing or pieces returned, and the overall rate
      ******************************************************************
       9200-LISTAR-TAXAS.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "TAXA DE DEVOLUÇÃO POR REGIÃO DE CEP:" TO
                WS-ALERTA-TXTO
           PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           MOVE WS-CABTAXA TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 9210-LISTAR-REGIAO THRU 9210-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 10
           MOVE "TOTAL" TO WS-TAX-REGIAO
           MOVE WS-QTD-BASE-TOTAL TO WS-TAX-BASE
           MOVE WS-QTD-DEV-TOTAL TO WS-TAX-DEVOLV
           MOVE ZERO TO WS-TAXA
           IF WS-QTD-BASE-TOTAL > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   (WS-QTD-DEV-TOTAL * 100) / WS-QTD-BASE-TOTAL
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-TAXA
               END-COMPUTE
           END-IF
           MOVE WS-TAXA TO WS-TAX-TAXA
           MOVE WS-LINTAXA TO REL-LINHA
           WRITE REL-LINHA.
       9200-EXIT.
           EXIT.

      * A region with returns but no customer left on the mailing
      * (the address moved region since the run) shows no rate.
       9210-LISTAR-REGIAO.
           IF WS-REG-BASE (WS-REG-IDX) = ZERO
              AND WS-REG-DEVOLV (WS-REG-IDX) = ZERO
               GO TO 9210-EXIT
           END-IF
           COMPUTE WS-CEP-REGIAO = WS-REG-IDX - 1
           MOVE WS-CEP-REGIAO TO WS-TAX-REGIAO
           MOVE WS-REG-BASE (WS-REG-IDX) TO WS-TAX-BASE
           MOVE WS-REG-DEVOLV (WS-REG-IDX) TO WS-TAX-DEVOLV
           MOVE ZERO TO WS-TAXA
           IF WS-REG-BASE (WS-REG-IDX) > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   (WS-REG-DEVOLV (WS-REG-IDX) * 100)
                   / WS-REG-BASE (WS-REG-IDX)
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-TAXA
               END-COMPUTE
           END-IF
           MOVE WS-TAXA TO WS-TAX-TAXA
           MOVE WS-LINTAXA TO REL-LINHA
           WRITE REL-LINHA.
       9210-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_DEVOLUCAO.
