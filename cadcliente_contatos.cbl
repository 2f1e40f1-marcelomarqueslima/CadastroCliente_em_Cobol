      *            CONTATO_TIPO     - only this CTT_TIPO (F/C/X/W/O)
      *            CONTATO_WHATSAPP - S = only WhatsApp-capable
      *                               numbers (CTT_EH_WHATSAPP)
      *            CONTATO_VENDEDOR - only the portfolio of this
      *                               sales rep (CLI_VENDEDOR)
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 MML CONTATO_VENDEDOR selection, so a sales rep's
      *                portfolio can be handed to the call center.
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-FILTRO-TIPO      PIC X(01).
       77 WS-FILTRO-WPP       PIC X(01).
           88 SO-WHATSAPP VALUE "S".
       77 WS-FILTRO-VENDEDOR  PIC X(05).

       77 WS-IDX-CONTATO      PIC 9(02) COMP.
       77 WS-CLIENTE-TEM-LINHA PIC X(01).
           05 WS-FIL-TIPO       PIC X(05).
           05 FILLER            PIC X(14) VALUE " SO WHATSAPP: ".
           05 WS-FIL-WPP        PIC X(03).
           05 FILLER            PIC X(11) VALUE " VENDEDOR: ".
           05 WS-FIL-VENDEDOR   PIC X(05).

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           MOVE SPACE TO WS-FILTRO-UF
           MOVE SPACE TO WS-FILTRO-TIPO
           MOVE SPACE TO WS-FILTRO-WPP
           MOVE SPACE TO WS-FILTRO-VENDEDOR
           ACCEPT WS-FILTRO-UF FROM ENVIRONMENT "CONTATO_UF"
           ACCEPT WS-FILTRO-TIPO FROM ENVIRONMENT "CONTATO_TIPO"
           ACCEPT WS-FILTRO-WPP FROM ENVIRONMENT "CONTATO_WHATSAPP"
           ACCEPT WS-FILTRO-VENDEDOR FROM ENVIRONMENT
               "CONTATO_VENDEDOR"
           INITIALIZE WS-TAB-DDD
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           ELSE
               MOVE "NAO" TO WS-FIL-WPP
           END-IF
           IF WS-FILTRO-VENDEDOR = SPACE
               MOVE "TODOS" TO WS-FIL-VENDEDOR
           ELSE
               MOVE WS-FILTRO-VENDEDOR TO WS-FIL-VENDEDOR
           END-IF
           MOVE WS-LINFILTRO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
               PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-FILTRO-VENDEDOR NOT = SPACE
              AND CLI_VENDEDOR NOT = WS-FILTRO-VENDEDOR
               PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WS-CLIENTE-TEM-LINHA
           PERFORM 2300-EXTRAIR-CONTATO THRU 2300-EXIT
               VARYING WS-IDX-CONTATO FROM 1 BY 1
