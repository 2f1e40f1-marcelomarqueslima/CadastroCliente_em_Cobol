      *                on a separate summary line instead of printed.
      *                RELATORIO_INATIVOS=S in the environment lists
      *                every record regardless of situation.
      * 15/10/2026 MML RELATORIO_VENDEDOR in the environment restricts
      *                the roster to one sales rep's portfolio
      *                (CLI_VENDEDOR), named under the page heading.
      ******************************************************************
       IDENTIFICATION DIVISION.

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

       77 WS-INATIVOS-X          PIC X(01).
           88 LISTAR-INATIVOS VALUE "S".

       77 WS-FILTRO-VENDEDOR     PIC X(05).

       77 WS-LINHAS-PAGINA       PIC 9(02) VALUE 50.
       77 WS-LINHAS-IMPRESSAS    PIC 9(02) VALUE ZERO.
       77 WS-PAGINA              PIC 9(04) VALUE ZERO.
           05 FILLER            PIC X(10) VALUE "PAGINA:".
           05 WS-CAB-PAGINA     PIC ZZZ9.

       01 WS-LINFILTRO.
           05 FILLER            PIC X(10) VALUE "VENDEDOR: ".
           05 WS-FIL-VENDEDOR   PIC X(05).

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID         PIC 9(08).
           MOVE "S" TO WS-PRIMEIRO-REG
           MOVE SPACE TO WS-INATIVOS-X
           ACCEPT WS-INATIVOS-X FROM ENVIRONMENT "RELATORIO_INATIVOS"
           MOVE SPACE TO WS-FILTRO-VENDEDOR
           ACCEPT WS-FILTRO-VENDEDOR FROM ENVIRONMENT
               "RELATORIO_VENDEDOR"
           OPEN OUTPUT REL-FILE.
       1000-EXIT.
           EXIT.
           EXIT.

       2070-LIBERAR-CLIENTE.
           IF WS-FILTRO-VENDEDOR NOT = SPACE
              AND CLI_VENDEDOR NOT = WS-FILTRO-VENDEDOR
               PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
               GO TO 2070-EXIT
           END-IF
           IF CLI-ATIVO OR LISTAR-INATIVOS
               MOVE FILE1-REC TO SORT-REC
               RELEASE SORT-REC
           END-IF
           MOVE WS-CABECALHO1 TO REL-LINHA
           WRITE REL-LINHA
           IF WS-FILTRO-VENDEDOR NOT = SPACE
               MOVE WS-FILTRO-VENDEDOR TO WS-FIL-VENDEDOR
               MOVE WS-LINFILTRO TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
