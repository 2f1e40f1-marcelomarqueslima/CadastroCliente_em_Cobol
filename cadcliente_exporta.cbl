      *                registered PENDENTE in cli_expfeeds.dat for
      *                CADCLIENTE_CONFIRMA, and the log shows the
      *                acknowledgment status of the prior feeds.
      * 15/10/2026 MML The feed carries the customer's billing address
      *                from cli_ender.dat (type C) when one was typed
      *                on CADCLIENTE option 8, the main address of
      *                FILE1 otherwise; a billing-address change alone
      *                puts the customer on the delta.
      ******************************************************************
       IDENTIFICATION DIVISION.

           FILE STATUS IS FS-STAT
           RECORD KEY IS ID_CLIENTE.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

           SELECT BILL-FILE ASSIGN TO "./billing_export.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-BILL.

           COPY CLIREG.

      *----------------------------------------------------------------
      * cli_ender.dat - additional addresses; the billing one (type C)
      * replaces the main address on the feed.
      *----------------------------------------------------------------
       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

       FD BILL-FILE.

           COPY BILLREG.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE VALUE 35.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 FS-STAT-BILL PIC 9(02).
           88 FS-OK-BILL VALUE ZEROS.

           88 TEM-CONTROLE VALUE "S".
       77 WS-EXPORT-OK PIC X(01) VALUE "N".
           88 EXPORT-OK VALUE "S".
       77 WS-TEM-ENDERECOS PIC X(01) VALUE "N".
           88 TEM-ENDERECOS VALUE "S".

       77 WS-HOJE             PIC X(08).
       77 WS-AGORA            PIC X(06).
       77 WS-QTD-SAIRAM     PIC 9(08) VALUE ZERO.
       77 WS-QTD-NAO-ATIVOS PIC 9(08) VALUE ZERO.
       77 WS-QTD-QUARENTENA PIC 9(08) VALUE ZERO.
       77 WS-QTD-END-COBRANCA PIC 9(08) VALUE ZERO.
       77 WS-QTD-TRABALHO   PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
           IF MODO-DELTA
               PERFORM 2050-ABRIR-CONTROLE THRU 2050-EXIT
           END-IF
           PERFORM 2060-ABRIR-ENDERECOS THRU 2060-EXIT
           IF FS-OK
               PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
               PERFORM 2200-EXPORTAR-CLIENTE THRU 2200-EXIT
           WRITE BILL-REC
           CLOSE BILL-FILE
           CLOSE CTRL-TRAB
           IF TEM-ENDERECOS
               CLOSE CLI-ENDER
           END-IF
           IF TEM-CONTROLE
               CLOSE EXP-CTRL
           END-IF
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-ABRIR-ENDERECOS - no cli_ender.dat yet means nobody typed
      * an additional address: every customer goes out with the main
      * one.
      ******************************************************************
       2060-ABRIR-ENDERECOS.
           MOVE "N" TO WS-TEM-ENDERECOS
           OPEN INPUT CLI-ENDER
           IF FS-END-AUSENTE
               CLOSE CLI-ENDER
               GO TO 2060-EXIT
           END-IF
           IF NOT FS-OK-END
               MOVE "*** ALERTA: FALHA AO ABRIR CLI_ENDER.DAT -" &
                    " FEED SAI COM O ENDEREÇO PRINCIPAL ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2060-EXIT
           END-IF
           MOVE "S" TO WS-TEM-ENDERECOS.
       2060-EXIT.
           EXIT.

       2100-LER-CLIENTE.
           READ FILE1
               AT END
           MOVE CLI_CIDADE TO BILL-CIDADE
           MOVE CLI_ESTADO TO BILL-ESTADO
           MOVE CLI_CEP TO BILL-CEP
           IF TEM-ENDERECOS
               PERFORM 2210-ENDERECO-COBRANCA THRU 2210-EXIT
           END-IF
           MOVE BILL-REC TO WS-BILL-IMAGEM
           MOVE WS-BILL-IMAGEM TO TRAB-LINHA
           WRITE TRAB-LINHA
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-ENDERECO-COBRANCA - the billing address typed on
      * CADCLIENTE option 8 replaces the main one on the feed
      ******************************************************************
       2210-ENDERECO-COBRANCA.
           MOVE CLI_ID TO ENDR-ID
           MOVE "C" TO ENDR-TIPO
           READ CLI-ENDER
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ
           MOVE ENDR-ENDERECO TO BILL-ENDERECO
           MOVE ENDR-NUMERO TO BILL-NUMERO
           MOVE ENDR-BAIRRO TO BILL-BAIRRO
           MOVE ENDR-CIDADE TO BILL-CIDADE
           MOVE ENDR-ESTADO TO BILL-ESTADO
           MOVE ENDR-CEP TO BILL-CEP
           ADD 1 TO WS-QTD-END-COBRANCA.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2250-2270 - walking the previous feed image alongside FILE1.
      * A control line left behind (its ID below the current one, or
           MOVE "EM QUARENTENA OMITIDOS.........:" TO WS-RES-ROTULO
           MOVE WS-QTD-QUARENTENA TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "COM ENDERECO DE COBRANCA PROPRIO:" TO WS-RES-ROTULO
           MOVE WS-QTD-END-COBRANCA TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE EXP-LOG.
       9000-EXIT.
           EXIT.
