      ******************************************************************
      * Copybook: LOTEREG
      * Purpose : one line of the bulk maintenance file cli_lote.dat
      *           read by CADCLIENTE_LOTE - an action code and the
      *           whole data screen of a customer, contacts included:
      *             I = INCLUIR  (LOTE-ID zero takes the next free
      *                           ID from cli_prxid.dat; an explicit
      *                           ID is a supervisor's prerogative)
      *             A = ALTERAR  (every field is replaced, exactly as
      *                           typed over on the screen)
      *             S = INATIVAR/REATIVAR (only LOTE-ID, LOTE-SIT-NOVA
      *                           A/I/B and LOTE-SIT-MOTIVO are used)
      *           LOTE-CONFIRMA-DUP "S" is the supervisor's answer to
      *           the duplicate-document question.  The rejects file
      *           cli_lote_rej.dat is written in this same layout with
      *           LOTE-REJEICAO filled in, so a corrected copy can be
      *           fed straight back; the reason is ignored on input.
      * Modification History
      * 15/10/2026 MML Created for the bulk maintenance run.
      ******************************************************************
       01 LOTE-REC.
           05 LOTE-ACAO                  PIC X(01).
               88 LOTE-INCLUIR    VALUE "I".
               88 LOTE-ALTERAR    VALUE "A".
               88 LOTE-SITUACAO   VALUE "S".
           05 FILLER                     PIC X(01).
           05 LOTE-ID                    PIC 9(08).
           05 LOTE-ID-X REDEFINES LOTE-ID PIC X(08).
           05 FILLER                     PIC X(01).
           05 LOTE-NOMEFANTASIA          PIC X(80).
           05 FILLER                     PIC X(01).
           05 LOTE-RAZAOSOCIAL           PIC X(80).
           05 FILLER                     PIC X(01).
           05 LOTE-TIPO-PESSOA           PIC X(01).
           05 LOTE-CNPJ                  PIC 9(14).
           05 FILLER                     PIC X(01).
           05 LOTE-ENDERECO              PIC X(80).
           05 FILLER                     PIC X(01).
           05 LOTE-NUMERO                PIC 9(10).
           05 LOTE-NUMERO-X REDEFINES LOTE-NUMERO PIC X(10).
           05 FILLER                     PIC X(01).
           05 LOTE-BAIRRO                PIC X(50).
           05 FILLER                     PIC X(01).
           05 LOTE-CIDADE                PIC X(50).
           05 FILLER                     PIC X(01).
           05 LOTE-ESTADO                PIC X(02).
           05 FILLER                     PIC X(01).
           05 LOTE-CEP                   PIC 9(08).
           05 FILLER                     PIC X(01).
           05 LOTE-QTD-CONTATOS          PIC 9(02).
           05 LOTE-CONTATO OCCURS 5 TIMES.
               10 FILLER                 PIC X(01).
               10 LOTE-CTT-DADOS.
                   15 LOTE-CTT-TIPO      PIC X(01).
                   15 LOTE-CTT-DDD       PIC 9(02).
                   15 LOTE-CTT-NUMERO    PIC 9(09).
                   15 LOTE-CTT-RAMAL     PIC 9(05).
                   15 LOTE-CTT-RAMAL-X REDEFINES LOTE-CTT-RAMAL
                                         PIC X(05).
                   15 LOTE-CTT-WHATSAPP  PIC X(01).
           05 FILLER                     PIC X(01).
           05 LOTE-SIT-NOVA              PIC X(01).
           05 FILLER                     PIC X(01).
           05 LOTE-SIT-MOTIVO            PIC X(40).
           05 FILLER                     PIC X(01).
           05 LOTE-CONFIRMA-DUP          PIC X(01).
               88 LOTE-DUP-CONFIRMADO VALUE "S".
           05 FILLER                     PIC X(01).
           05 LOTE-REJEICAO              PIC X(80).
