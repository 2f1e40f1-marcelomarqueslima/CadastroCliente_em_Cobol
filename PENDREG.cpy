      ******************************************************************
      * Copybook: PENDREG
      * Purpose : one entry of the pending-changes file cli_pend.dat -
      *           an ALTERAR keyed by an operador ("O" profile) that
      *           touches the CNPJ/CPF, the razao social or the
      *           address block is held here instead of being
      *           rewritten on FILE1, keyed by customer + sequence.
      *           PEND-ANTES is the record as the operator found it
      *           (the approval refuses to apply when FILE1 no longer
      *           matches it), PEND-DEPOIS is the proposed after-image
      *           of every field on the data screen.  The entry is
      *           never deleted: the supervisor's decision, reason
      *           and id are stamped on it, so maker and checker both
      *           stay on record.
      * Modification History
      * 15/10/2026 MML Created for the CADCLIENTE approval queue.
      ******************************************************************
       01 PEND-REC.
           05 PEND-CHAVE.
               10 PEND-ID                PIC 9(08).
               10 PEND-SEQ               PIC 9(04).
           05 PEND-STATUS                PIC X(01).
               88 PEND-PENDENTE   VALUE "P".
               88 PEND-APROVADA   VALUE "A".
               88 PEND-REJEITADA  VALUE "R".
           05 PEND-DATA                  PIC X(08).
           05 PEND-HORA                  PIC X(06).
           05 PEND-OPERADOR              PIC X(20).
           05 PEND-DEC-DATA              PIC X(08).
           05 PEND-DEC-HORA              PIC X(06).
           05 PEND-SUPERVISOR            PIC X(20).
           05 PEND-MOTIVO                PIC X(60).
           05 PEND-ANTES.
               10 PEND-A-NOMEFANTASIA    PIC X(80).
               10 PEND-A-RAZAOSOCIAL     PIC X(80).
               10 PEND-A-TIPO-PESSOA     PIC X(01).
               10 PEND-A-CNPJ            PIC 9(14).
               10 PEND-A-ENDERECO        PIC X(80).
               10 PEND-A-NUMERO          PIC 9(10).
               10 PEND-A-BAIRRO          PIC X(50).
               10 PEND-A-CIDADE          PIC X(50).
               10 PEND-A-ESTADO          PIC X(02).
               10 PEND-A-CEP             PIC 9(08).
               10 PEND-A-QTD-CONTATOS    PIC 9(02).
               10 PEND-A-CONTATOS-HASH   PIC 9(09).
           05 PEND-DEPOIS.
               10 PEND-D-NOMEFANTASIA    PIC X(80).
               10 PEND-D-RAZAOSOCIAL     PIC X(80).
               10 PEND-D-TIPO-PESSOA     PIC X(01).
               10 PEND-D-CNPJ            PIC 9(14).
               10 PEND-D-ENDERECO        PIC X(80).
               10 PEND-D-NUMERO          PIC 9(10).
               10 PEND-D-BAIRRO          PIC X(50).
               10 PEND-D-CIDADE          PIC X(50).
               10 PEND-D-ESTADO          PIC X(02).
               10 PEND-D-CEP             PIC 9(08).
               10 PEND-D-QTD-CONTATOS    PIC 9(02).
               10 PEND-D-CONTATO         PIC X(18) OCCURS 5 TIMES.
