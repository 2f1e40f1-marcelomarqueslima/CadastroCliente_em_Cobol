      *                written before this change must be rebuilt
      *                (CADCLIENTE_SALVA + CADCLIENTE_RESTAURA) to
      *                gain the new index.
      * 15/10/2026 MML CLI_QUARENTENA "R" - quarantine placed by the
      *                CADCLIENTE_RECEITA registration-status feed.
      *                It counts as quarantined everywhere, but the
      *                CADCLIENTE_HIGIENIZA sweep only ever releases
      *                its own "S".
      * 15/10/2026 MML CLI_VENDEDOR - code of the sales rep (VENDREG,
      *                cli_vend.dat) whose portfolio holds the
      *                customer, set on CADCLIENTE option 9 and by the
      *                CADCLIENTE_TRANSFERE portfolio transfer; blank
      *                means no rep yet.
      * 15/10/2026 MML CLI_DEVOLUCAO - set by CADCLIENTE_DEVOLUCAO
      *                when the post office returns a piece as
      *                undeliverable (reason code and return date);
      *                it keeps the customer out of CADCLIENTE_MALA
      *                until ALTERAR (or a new correspondence address
      *                on option 8) changes the address.
      ******************************************************************
       01 FILE1-REC.
           05 ID_CLIENTE.
           05 CLI_SIT_MOTIVO                   PIC X(40).
           05 CLI_CEP                          PIC 9(08).
           05 CLI_QUARENTENA                   PIC X(01).
               88 CLI-QUARENTENADO   VALUES "S" "R".
               88 CLI-QUARENTENA-RECEITA VALUE "R".
           05 CLI_VENDEDOR                     PIC X(05).
           05 CLI_DEVOLUCAO.
               10 CLI_DEV_FLAG                 PIC X(01).
                   88 CLI-END-DEVOLVIDO  VALUE "S".
               10 CLI_DEV_MOTIVO               PIC X(02).
               10 CLI_DEV_DATA                 PIC X(08).
           05 FILLER                           PIC X(26).
