      * Date: 02/09/2026
      * Purpose: Driver for the nightly batch chain.  Runs
      *          CADCLIENTE_SALVA, CADCLIENTE_RECONCILIA,
      *          CADCLIENTE_HIGIENIZA, CADCLIENTE_RECEITA,
      *          CADCLIENTE_EXPORTA, CADCLIENTE_CONFCART and (on
      *          request) the monthly CADCLIENTE_ARQUIVA in order,
      *          reads each step's listing for its *** ALERTA lines,
      *          refuses to run EXPORTA when SALVA or RECONCILIA
      *            NOTURNO_ARQUIVA - S = include the monthly
      *                              CADCLIENTE_ARQUIVA step
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 MML CADCLIENTE_RECEITA (Receita Federal status
      *                feed) runs as a step between HIGIENIZA and
      *                EXPORTA, so a quarantine it places is already
      *                on file when the billing export runs.
      * 15/10/2026 MML CADCLIENTE_CONFCART (sales rep portfolio check)
      *                runs as a step after EXPORTA; ARQUIVA becomes
      *                step 7.
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-PASSO-IDX PIC 9(01) COMP.
       77 WS-CTL-IDX PIC 9(01) COMP.
       01 WS-TAB-PASSOS.
           05 WS-PASSOS OCCURS 7 TIMES.
               10 WS-PS-NOME         PIC X(10).
               10 WS-PS-CMD          PIC X(30).
               10 WS-PS-LST          PIC X(20).
           MOVE "./cadcliente_higieniza" TO WS-PS-CMD (3)
           MOVE "./higicli.lst" TO WS-PS-LST (3)
           MOVE "S" TO WS-PS-EXECUTAR (3)
           MOVE "RECEITA" TO WS-PS-NOME (4)
           MOVE "./cadcliente_receita" TO WS-PS-CMD (4)
           MOVE "./rfbcli.lst" TO WS-PS-LST (4)
           MOVE "S" TO WS-PS-EXECUTAR (4)
           MOVE "EXPORTA" TO WS-PS-NOME (5)
           MOVE "./cadcliente_exporta" TO WS-PS-CMD (5)
           MOVE "./expcli.lst" TO WS-PS-LST (5)
           MOVE "S" TO WS-PS-EXECUTAR (5)
           MOVE "CONFCART" TO WS-PS-NOME (6)
           MOVE "./cadcliente_confcart" TO WS-PS-CMD (6)
           MOVE "./confcart.lst" TO WS-PS-LST (6)
           MOVE "S" TO WS-PS-EXECUTAR (6)
           MOVE "ARQUIVA" TO WS-PS-NOME (7)
           MOVE "./cadcliente_arquiva" TO WS-PS-CMD (7)
           MOVE "./arqhist.lst" TO WS-PS-LST (7)
           IF ARQUIVA-PEDIDA
               MOVE "S" TO WS-PS-EXECUTAR (7)
           ELSE
               MOVE "N" TO WS-PS-EXECUTAR (7)
           END-IF.
       1100-EXIT.
           EXIT.
       1220-APLICAR-CONTROLE.
           PERFORM 1230-CASAR-PASSO THRU 1230-EXIT
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 7
           PERFORM 1210-LER-LINHA-CONTROLE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.
       2000-EXECUTAR-CADEIA.
           PERFORM 2100-EXECUTAR-PASSO THRU 2100-EXIT
               VARYING WS-PASSO-IDX FROM 1 BY 1
               UNTIL WS-PASSO-IDX > 7.
       2000-EXIT.
           EXIT.

           OPEN OUTPUT NOT-CTRL
           PERFORM 3100-GRAVAR-UM-PASSO THRU 3100-EXIT
               VARYING WS-PASSO-IDX FROM 1 BY 1
               UNTIL WS-PASSO-IDX > 7
           CLOSE NOT-CTRL.
       3000-EXIT.
           EXIT.
           WRITE JRN-LINHA
           PERFORM 9100-RESUMIR-PASSO THRU 9100-EXIT
               VARYING WS-PASSO-IDX FROM 1 BY 1
               UNTIL WS-PASSO-IDX > 7
           MOVE SPACE TO JRN-LINHA
           WRITE JRN-LINHA
           OPEN INPUT JRN-TRAB
