      ******************************************************************
      * Copybook: ENDREG
      * Purpose : one additional address of a customer on the keyed
      *           file cli_ender.dat, keyed by CLI_ID + address type -
      *           cobranca (where the invoices go, picked up by
      *           CADCLIENTE_EXPORTA), entrega (the warehouse that
      *           takes the deliveries) and correspondencia (where
      *           letters go, picked up by CADCLIENTE_MALA).  The
      *           address on FILE1-REC stays the customer's main
      *           address and is what every consumer falls back to
      *           when no address of the type was typed.  Each entry
      *           carries its own CEP, checked against cepfaixa.dat
      *           like the main one, and the last operator to touch it.
      * Modification History
      * 15/10/2026 MML Created for the CADCLIENTE additional addresses.
      ******************************************************************
       01 ENDR-REC.
           05 ENDR-CHAVE.
               10 ENDR-ID                PIC 9(08).
               10 ENDR-TIPO              PIC X(01).
                   88 ENDR-COBRANCA        VALUE "C".
                   88 ENDR-ENTREGA         VALUE "E".
                   88 ENDR-CORRESPONDENCIA VALUE "R".
                   88 ENDR-TIPO-VALIDO     VALUES "C" "E" "R".
           05 ENDR-ENDERECO              PIC X(80).
           05 ENDR-NUMERO                PIC 9(10).
           05 ENDR-BAIRRO                PIC X(50).
           05 ENDR-CIDADE                PIC X(50).
           05 ENDR-ESTADO                PIC X(02).
           05 ENDR-CEP                   PIC 9(08).
           05 ENDR-DATA                  PIC X(08).
           05 ENDR-HORA                  PIC X(06).
           05 ENDR-OPERADOR              PIC X(20).
           05 FILLER                     PIC X(40).
