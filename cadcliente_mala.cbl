      *          the post-office manifest, and a grand total.  A
      *          customer still carrying CLI_CEP zero cannot be
      *          presorted: it goes on the separate exceptions list
      *          so the desk can chase the missing code, and so
      *          does a customer whose address the post office
      *          returned as undeliverable.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 MML The piece goes to the customer's correspondence
      *                address from cli_ender.dat (type R) when one was
      *                typed on CADCLIENTE option 8, to the main
      *                address of FILE1 otherwise; the CEP presort and
      *                the no-CEP exception test follow the address
      *                actually used.
      * 15/10/2026 MML A customer whose address came back from the
      *                post office (CLI_DEVOLUCAO, set by
      *                CADCLIENTE_DEVOLUCAO) goes on the exceptions
      *                list with the return reason instead of the
      *                mailing, until ALTERAR changes the address.
      ******************************************************************
       IDENTIFICATION DIVISION.

           FILE STATUS IS FS-STAT
           RECORD KEY IS ID_CLIENTE.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

           SELECT WORK-SORT ASSIGN TO "./malaclien.srt".

           SELECT REL-FILE ASSIGN TO "./malacliente.lst"

           COPY CLIREG.

      *----------------------------------------------------------------
      * cli_ender.dat - additional addresses; the correspondence one
      * (type R) replaces the main address on the piece.
      *----------------------------------------------------------------
       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

       SD WORK-SORT.

           COPY CLIREG
                 ==CLI_SIT_MOTIVO== BY ==SRT-SIT-MOTIVO==
                 ==CLI_CEP== BY ==SRT-CEP==
                 ==CLI_QUARENTENA== BY ==SRT-QUARENTENA==
                 ==CLI-QUARENTENADO== BY ==SRT-QUARENTENADO==
                 ==CLI-QUARENTENA-RECEITA== BY
                 ==SRT-QUARENTENA-RECEITA==
                 ==CLI_VENDEDOR== BY ==SRT-VENDEDOR==
                 ==CLI_DEVOLUCAO== BY ==SRT-DEVOLUCAO==
                 ==CLI_DEV_FLAG== BY ==SRT-DEV-FLAG==
                 ==CLI-END-DEVOLVIDO== BY ==SRT-END-DEVOLVIDO==
                 ==CLI_DEV_MOTIVO== BY ==SRT-DEV-MOTIVO==
                 ==CLI_DEV_DATA== BY ==SRT-DEV-DATA==.

       FD REL-FILE.

           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE VALUE 35.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

       77 WS-QTD-NAO-ATIVOS      PIC 9(08) VALUE ZERO.
       77 WS-QTD-QUARENTENA      PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-CEP         PIC 9(08) VALUE ZERO.
       77 WS-QTD-DEVOLVIDOS      PIC 9(08) VALUE ZERO.
       77 WS-QTD-END-CORRESP     PIC 9(08) VALUE ZERO.
       77 WS-TEM-ENDERECOS       PIC X(01) VALUE "N".
           88 TEM-ENDERECOS VALUE "S".
       77 WS-USOU-CORRESP        PIC X(01).
           88 USOU-CORRESP VALUE "S".
       77 WS-QTD-REGIAO          PIC 9(06) VALUE ZERO.
       77 WS-QTD-GERAL           PIC 9(06) VALUE ZERO.
       77 WS-PRIMEIRO-REG        PIC X(01) VALUE "S".
              "MALA DIRETA DE CLIENTES - ORDENADA POR CEP".

       01 WS-CABECALHO2.
           05 FILLER            PIC X(70) VALUE
              "CLIENTES SEM CEP OU COM ENDEREÇO DEVOLVIDO - FORA DA" &
              " MALA PRESSORTIDA".

      *----------------------------------------------------------------
      * The mailing block: four lines per piece plus a separator.
           05 WS-EXC-CIDADE     PIC X(30).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-EXC-UF         PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-EXC-MOTIVO     PIC X(10).
           05 WS-EXC-DEV-MOTIVO PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-EXC-DEV-DATA   PIC X(08).

       01 WS-LINRESUMO.
           05 FILLER            PIC X(02) VALUE SPACE.
           OPEN INPUT FILE1
           EVALUATE TRUE
               WHEN FS-OK
                   PERFORM 2055-ABRIR-ENDERECOS THRU 2055-EXIT
                   PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
                   PERFORM 2070-LIBERAR-CLIENTE THRU 2070-EXIT
                       UNTIL FS-NAO-EXISTE
                   CLOSE FILE1
                   IF TEM-ENDERECOS
                       CLOSE CLI-ENDER
                   END-IF
               WHEN FS-ARQ-AUSENTE
                   CLOSE FILE1
               WHEN OTHER
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2055-ABRIR-ENDERECOS - no cli_ender.dat yet means nobody typed
      * an additional address: every piece goes to the main one.
      ******************************************************************
       2055-ABRIR-ENDERECOS.
           MOVE "N" TO WS-TEM-ENDERECOS
           OPEN INPUT CLI-ENDER
           IF FS-END-AUSENTE
               CLOSE CLI-ENDER
               GO TO 2055-EXIT
           END-IF
           IF NOT FS-OK-END
               MOVE "*** ALERTA: FALHA AO ABRIR CLI_ENDER.DAT -" &
                    " PEÇAS VÃO PARA O ENDEREÇO PRINCIPAL ***" TO
                    WS-ALERTA-TXTO
               MOVE WS-LINALERTA TO REL-LINHA
               WRITE REL-LINHA
               GO TO 2055-EXIT
           END-IF
           MOVE "S" TO WS-TEM-ENDERECOS.
       2055-EXIT.
           EXIT.

       2060-LER-CLIENTE.
           READ FILE1
               AT END

       2070-LIBERAR-CLIENTE.
           ADD 1 TO WS-QTD-LIDOS
           MOVE "N" TO WS-USOU-CORRESP
           IF TEM-ENDERECOS
               PERFORM 2075-ENDERECO-CORRESP THRU 2075-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT CLI-ATIVO
                   ADD 1 TO WS-QTD-NAO-ATIVOS
               WHEN CLI-QUARENTENADO
                   ADD 1 TO WS-QTD-QUARENTENA
               WHEN CLI-END-DEVOLVIDO
                   ADD 1 TO WS-QTD-DEVOLVIDOS
                   MOVE "DEVOLVIDO" TO WS-EXC-MOTIVO
                   MOVE CLI_DEV_MOTIVO TO WS-EXC-DEV-MOTIVO
                   MOVE CLI_DEV_DATA TO WS-EXC-DEV-DATA
                   PERFORM 2080-GRAVAR-EXCECAO THRU 2080-EXIT
               WHEN CLI_CEP = ZERO
                   ADD 1 TO WS-QTD-SEM-CEP
                   MOVE "SEM CEP" TO WS-EXC-MOTIVO
                   MOVE SPACE TO WS-EXC-DEV-MOTIVO WS-EXC-DEV-DATA
                   PERFORM 2080-GRAVAR-EXCECAO THRU 2080-EXIT
               WHEN OTHER
                   IF USOU-CORRESP
                       ADD 1 TO WS-QTD-END-CORRESP
                   END-IF
                   MOVE FILE1-REC TO SORT-REC
                   RELEASE SORT-REC
           END-EVALUATE
       2070-EXIT.
           EXIT.

      ******************************************************************
      * 2075-ENDERECO-CORRESP - the correspondence address typed on
      * CADCLIENTE option 8 replaces the main one in the record area
      * (FILE1 is only read here), before the CEP test and the sort
      ******************************************************************
       2075-ENDERECO-CORRESP.
           MOVE CLI_ID TO ENDR-ID
           MOVE "R" TO ENDR-TIPO
           READ CLI-ENDER
               INVALID KEY
                   GO TO 2075-EXIT
           END-READ
           MOVE ENDR-ENDERECO TO CLI_ENDERECO
           MOVE ENDR-NUMERO TO CLI_NUMERO
           MOVE ENDR-BAIRRO TO CLI_BAIRRO
           MOVE ENDR-CIDADE TO CLI_CIDADE
           MOVE ENDR-ESTADO TO CLI_ESTADO
           MOVE ENDR-CEP TO CLI_CEP
           MOVE "S" TO WS-USOU-CORRESP.
       2075-EXIT.
           EXIT.

       2080-GRAVAR-EXCECAO.
           MOVE CLI_ID TO WS-EXC-ID
           MOVE CLI_RAZAOSOCIAL TO WS-EXC-RAZAO
           MOVE "SEM CEP (LISTA DE EXCEÇÕES).....:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-CEP TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ENDERECO DEVOLVIDO (EXCECOES)....:" TO WS-RES-ROTULO
           MOVE WS-QTD-DEVOLVIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "COM ENDERECO DE CORRESPONDENCIA..:" TO
                WS-RES-ROTULO
           MOVE WS-QTD-END-CORRESP TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE REL-FILE
           MOVE SPACE TO EXC-LINHA
           WRITE EXC-LINHA
           MOVE WS-QTD-SEM-CEP TO WS-RES-QTDE
           MOVE WS-LINRESUMO TO EXC-LINHA
           WRITE EXC-LINHA
           MOVE "ENDERECO DEVOLVIDO (EXCECOES)....:" TO WS-RES-ROTULO
           MOVE WS-QTD-DEVOLVIDOS TO WS-RES-QTDE
           MOVE WS-LINRESUMO TO EXC-LINHA
           WRITE EXC-LINHA
           CLOSE EXC-FILE.
       9000-EXIT.
           EXIT.
