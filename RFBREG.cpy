      ******************************************************************
      * Copybook: RFBREG
      * Purpose : one line of the monthly registration-status file
      *           the bureau sends (receita.dat) - a CNPJ/CPF as we
      *           key it in CLI_DOC_BUSCA, its status at the Receita
      *           Federal and the date of that status - read by
      *           CADCLIENTE_RECEITA.  ATIVA (CNPJ) and REGULAR (CPF)
      *           are the statuses in good standing; anything else
      *           (BAIXADA, INAPTA, SUSPENSA, NULA, CANCELADA, ...)
      *           is reported.
      * Modification History
      * 15/10/2026 MML Created for the Receita status feed.
      ******************************************************************
       01 RFB-REC.
           05 RFB-DOC-BUSCA.
               10 RFB-TIPO-PESSOA            PIC X(01).
                   88 RFB-PESSOA-FISICA   VALUE "F".
                   88 RFB-PESSOA-JURIDICA VALUE "J".
               10 RFB-DOCUMENTO              PIC 9(14).
           05 FILLER                        PIC X(01).
           05 RFB-SITUACAO                  PIC X(10).
               88 RFB-SIT-REGULAR     VALUES "ATIVA" "REGULAR".
           05 FILLER                        PIC X(01).
           05 RFB-SIT-DATA                  PIC X(08).
