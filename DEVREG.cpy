      ******************************************************************
      * Copybook: DEVREG
      * Purpose : one line of the returned-mail file the post office
      *           sends back after a CADCLIENTE_MALA correspondence
      *           run (devolucao.dat) - the CLI_ID printed on the
      *           mailing label, the return reason code ticked on the
      *           envelope and the date of the return (AAAAMMDD) -
      *           read by CADCLIENTE_DEVOLUCAO.
      *           Reason codes: 01 ENDERECO DESCONHECIDO, 02 MUDOU-SE,
      *           03 RECUSADO, 04 ENDERECO INSUFICIENTE, 05 NAO EXISTE
      *           O NUMERO, 06 AUSENTE, 07 NAO PROCURADO, 08 FALECIDO.
      * Modification History
      * 15/10/2026 MML Created for the returned-mail feed.
      ******************************************************************
       01 DEV-REC.
           05 DEV-ID                        PIC 9(08).
           05 FILLER                        PIC X(01).
           05 DEV-MOTIVO                    PIC X(02).
           05 FILLER                        PIC X(01).
           05 DEV-DATA                      PIC X(08).
