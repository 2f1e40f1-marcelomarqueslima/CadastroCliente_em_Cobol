      *          CADCLIENTE_EXPORTA until someone fixes them through
      *          ALTERAR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 MML A quarantine placed by CADCLIENTE_RECEITA ("R")
      *                is left alone: passing this sweep says nothing
      *                about the document's status at the Receita.
      ******************************************************************
       IDENTIFICATION DIVISION.


      ******************************************************************
      * 4000-AJUSTAR-QUARENTENA - flag a failing record, release one
      * that passes again (never one the Receita feed quarantined)
      ******************************************************************
       4000-AJUSTAR-QUARENTENA.
           IF REG-COM-ERRO AND NOT CLI-QUARENTENADO
               END-REWRITE
           END-IF
           IF NOT REG-COM-ERRO AND CLI-QUARENTENADO
              AND NOT CLI-QUARENTENA-RECEITA
               MOVE SPACE TO CLI_QUARENTENA
               REWRITE FILE1-REC
                   INVALID KEY
