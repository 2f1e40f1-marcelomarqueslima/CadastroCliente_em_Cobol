      *                on more than one record; the INCLUIR/ALTERAR
      *                duplicate sweep rides the same key instead of
      *                crawling the whole file.
      * 15/10/2026 MML An ALTERAR keyed by an operador ("O" profile)
      *                that changes the CNPJ/CPF, the razao social or
      *                the address block is held on the new keyed file
      *                cli_pend.dat (PENDREG) instead of being
      *                rewritten; new supervisor-only menu option 7 -
      *                APROVACOES PENDENTES shows current vs proposed
      *                side by side and approves (applying it with the
      *                usual audit images, stamped maker/checker) or
      *                rejects each one with a reason.  CONSULTAR
      *                warns of a pending change and ALTERAR refuses
      *                the customer until it is decided.
      * 15/10/2026 MML New menu option 8 - ENDERECOS ADICIONAIS keeps
      *                a billing, a delivery and a correspondence
      *                address per customer on the new keyed file
      *                cli_ender.dat (ENDREG), each with its CEP checked
      *                against cepfaixa.dat; every change goes to
      *                CLI_HIST.DAT as an END-COBR/END-ENTR/END-CORR
      *                pair, the billing address is supervisor-only,
      *                and CONSULTAR pages through them after the
      *                journal.
      * 15/10/2026 MML New menu option 9 - VENDEDOR DO CLIENTE puts the
      *                customer in a sales rep's portfolio (CLI_
      *                VENDEDOR), checked against the cli_vend.dat
      *                master (VENDREG): the rep must be active and
      *                serve the customer's UF.  The change goes to
      *                CLI_HIST.DAT as a VENDEDOR pair; CONSULTAR
      *                shows the rep.
      * 15/10/2026 MML An ALTERAR (or an approved proposal) that changes
      *                the address block, or a correspondence address
      *                saved or removed on option 8, clears the
      *                returned-mail mark CADCLIENTE_DEVOLUCAO put on
      *                the customer; CONSULTAR shows the mark.
      * 15/10/2026 MML ALTERAR and the approval of a proposal only
      *                release the HIGIENIZA quarantine ("S"); the
      *                Receita quarantine ("R") stays until
      *                CADCLIENTE_RECEITA releases it (RFB-LIB).
      * 15/10/2026 MML A new main address no longer clears the
      *                returned-mail mark of a customer with a
      *                correspondence address on cli_ender.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.

           FILE STATUS IS FS-STAT-DIA
           RECORD KEY IS DIA-CHAVE.

           SELECT OPTIONAL CLI-PEND ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           FILE STATUS IS FS-STAT-PND
           RECORD KEY IS PEND-CHAVE.

           SELECT OPTIONAL CLI-VEND ASSIGN TO "./cli_vend.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-VND.

           SELECT OPTIONAL CLI-ENDER ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           FILE STATUS IS FS-STAT-END
           RECORD KEY IS ENDR-CHAVE.

       DATA DIVISION.

       FILE SECTION.

           COPY DIAREG.

      *----------------------------------------------------------------
      * cli_pend.dat - operador ALTERARs on the document, razao social
      * or address held for a supervisor's decision, keyed by
      * customer + sequence.  Decided entries stay on file.
      *----------------------------------------------------------------
       FD CLI-PEND VALUE OF PEND-ID IS "./cli_pend.dat".

           COPY PENDREG.

      *----------------------------------------------------------------
      * cli_ender.dat - billing/delivery/correspondence addresses kept
      * besides the main one on FILE1, keyed by customer + type.
      *----------------------------------------------------------------
       FD CLI-ENDER VALUE OF ENDR-ID IS "./cli_ender.dat".

           COPY ENDREG.

      *----------------------------------------------------------------
      * cli_vend.dat - sales rep master kept by the sales office,
      * consulted by option 9.
      *----------------------------------------------------------------
       FD CLI-VEND.

           COPY VENDREG.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           88 E-EXCLUIR   VALUE IS "4".
           88 E-SITUACAO  VALUE IS "5".
           88 E-DIARIO    VALUE IS "6".
           88 E-APROVAR   VALUE IS "7".
           88 E-ENDERECOS VALUE IS "8".
           88 E-VENDEDOR  VALUE IS "9".
           88 E-ENCERRAR  VALUE IS "X" "x".

       77 FS-STAT PIC 9(02).
           88 FS-OK-PRX      VALUE ZEROS.
           88 FS-PRX-AUSENTE VALUE 05.

       77 FS-STAT-PND PIC 9(02).
           88 FS-OK-PND      VALUE ZEROS.
           88 FS-PND-AUSENTE VALUE 05.

       77 FS-STAT-END PIC 9(02).
           88 FS-OK-END      VALUE ZEROS.
           88 FS-END-AUSENTE VALUE 05.

       77 FS-STAT-VND PIC 9(02).
           88 FS-OK-VND      VALUE ZEROS.
           88 FS-VND-AUSENTE VALUE 05.

      *----------------------------------------------------------------
      * Automatic CLI_ID on INCLUIR: the counter read from
      * cli_prxid.dat, the free ID probed from it, and the retry
       77 WS-DIA-FIM PIC X(01).
           88 DIA-FIM VALUE "S".

      *----------------------------------------------------------------
      * Approval queue: the browse of a customer's entries on
      * cli_pend.dat, the supervisor's decision and reason, the
      * maker/checker pair stamped on the audit images, and the
      * markers flagging which fields the proposal changes.
      *----------------------------------------------------------------
       77 WS-PND-CLI-ID PIC 9(08).
       77 WS-PND-SEQ-MAX PIC 9(04).
       77 WS-PND-QTD PIC 9(04).
       77 WS-PND-FIM PIC X(01).
           88 PND-FIM VALUE "S".
       77 WS-PND-EXISTE PIC X(01).
           88 PND-EXISTE VALUE "S".
       77 WS-PND-SENSIVEL PIC X(01).
           88 ALTERACAO-SENSIVEL VALUE "S".
       77 WS-PND-APLICOU PIC X(01).
           88 PND-APLICOU VALUE "S".
       77 WS-PND-DECISAO PIC X(01).
           88 DEC-APROVAR  VALUES "A" "a".
           88 DEC-REJEITAR VALUES "R" "r".
       77 WS-PND-MOTIVO PIC X(60).
       77 WS-PND-CHECKER PIC X(20).

       01 WS-PND-MARCAS.
           05 WS-PND-MARCA-FANT      PIC X(01).
           05 WS-PND-MARCA-RAZAO     PIC X(01).
           05 WS-PND-MARCA-DOC       PIC X(01).
           05 WS-PND-MARCA-END       PIC X(01).
           05 WS-PND-MARCA-NUM       PIC X(01).
           05 WS-PND-MARCA-BAIRRO    PIC X(01).
           05 WS-PND-MARCA-CIDADE    PIC X(01).
           05 WS-PND-MARCA-UFCEP     PIC X(01).
           05 WS-PND-MARCA-CTT       PIC X(01).

      *----------------------------------------------------------------
      * Additional addresses: the type typed on option 8, what to do
      * with it, whether one of that type is already on file, and the
      * three types in the order CONSULTAR pages through them.
      *----------------------------------------------------------------
       77 WS-END-TIPO PIC X(01).
       77 WS-END-ACAO PIC X(01).
           88 ACAO-GRAVAR  VALUES "G" "g".
           88 ACAO-REMOVER VALUES "R" "r".
       77 WS-END-EXISTE PIC X(01).
           88 ENDERECO-EXISTE VALUE "S".
       77 WS-END-MUDOU PIC X(01).
           88 ENDERECO-MUDOU VALUE "S".
       77 WS-END-DESC PIC X(16).
       77 WS-END-IDX PIC 9(01) COMP.

       01 WS-END-TIPOS-LIT PIC X(03) VALUE "CER".
       01 WS-END-TIPOS REDEFINES WS-END-TIPOS-LIT.
           05 WS-END-TIPO-TAB PIC X(01) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * Sales rep of option 9: the code typed, the rep looked up on
      * cli_vend.dat (found, active, serving the customer's UF), and
      * the code + name carried in WH-SIT-MOTIVO of the VENDEDOR
      * audit pair.
      *----------------------------------------------------------------
       77 WS-VND-NOVO PIC X(05).
       77 WS-VND-BUSCA PIC X(05).
       77 WS-VND-IDX PIC 9(02) COMP.
       77 WS-VND-FIM PIC X(01).
           88 VND-FIM VALUE "S".
       77 WS-VND-ACHOU PIC X(01).
           88 VND-ACHOU VALUE "S".
       77 WS-VND-ATIVO PIC X(01).
           88 VND-ATIVO VALUE "S".
       77 WS-VND-ATENDE PIC X(01).
           88 VND-ATENDE-UF VALUE "S".
       77 WS-VND-DESC PIC X(40).
       77 WS-VND-DESC-ATUAL PIC X(40).

      *----------------------------------------------------------------
      * Sign-on in front of the menu: typed credentials, the signed-on
      * operator's profile, and the attempt counter (three strikes).
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - INATIVAR/REATIVAR".
           05 LINE 12 COLUMN 15 VALUE "6 - DIÁRIO DO CLIENTE".
           05 LINE 13 COLUMN 15 VALUE "7 - APROVAÇÕES PENDENTES".
           05 LINE 14 COLUMN 15 VALUE "8 - ENDEREÇOS ADICIONAIS".
           05 LINE 15 COLUMN 15 VALUE "9 - VENDEDOR DO CLIENTE".
           05 LINE 16 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 17 COLUMN 15 VALUE "OPÇÃO: ".
           05 LINE 17 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-ID-CAMPO FOREGROUND-COLOR 6.
           05 LINE 03 COLUMN 05 VALUE "ID CLIENTE (8 DIGITOS)...:".
       01 SS-CONSULTA FOREGROUND-COLOR 6.
           05 LINE 03 COLUMN 05 VALUE "ID CLIENTE...:".
           05 LINE 03 COL PLUS 1 PIC 9(08) FROM CLI_ID.
           05 LINE 03 COLUMN 36 VALUE "VENDEDOR:".
           05 LINE 03 COL PLUS 1 PIC X(05) FROM CLI_VENDEDOR.
           05 LINE 04 COLUMN 05 VALUE "NOME FANTASIA:".
           05 LINE 05 COLUMN 01 PIC X(80) FROM CLI_NOMEFANTASIA.
           05 LINE 06 COLUMN 05 VALUE "RAZAO SOCIAL.:".
           05 LINE 08 COL PLUS 1 PIC X(01) FROM CLI_TIPO_PESSOA.
           05 LINE 08 COLUMN 35 PIC 9(14) FROM CLI_CNPJ.
           05 LINE 09 COLUMN 05 VALUE "ENDERECO.....:".
           05 LINE 09 COLUMN 36 VALUE "CORRESP. DEVOLVIDA:".
           05 LINE 09 COL PLUS 1 PIC X(01) FROM CLI_DEV_FLAG.
           05 LINE 09 COL PLUS 1 PIC X(02) FROM CLI_DEV_MOTIVO.
           05 LINE 09 COL PLUS 1 PIC X(08) FROM CLI_DEV_DATA.
           05 LINE 10 COLUMN 01 PIC X(80) FROM CLI_ENDERECO.
           05 LINE 11 COLUMN 05 VALUE "BAIRRO.......:".
           05 LINE 12 COLUMN 01 PIC X(50) FROM CLI_BAIRRO.
           05 LINE 19 COLUMN 01 PIC X(40) USING CLI_SIT_MOTIVO
              AUTO.

      *----------------------------------------------------------------
      * Additional addresses: the type asked for, then the address of
      * that type (blank when there is none yet) laid out as on the
      * data screen, and the read-only page CONSULTAR shows.
      *----------------------------------------------------------------
       01 SS-END-TIPO FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 05 VALUE "NOME FANTASIA............:".
           05 LINE 05 COLUMN 01 PIC X(80) FROM CLI_NOMEFANTASIA.
           05 LINE 06 COLUMN 05 VALUE
              "TIPO (C=COBRANÇA E=ENTREGA R=CORRESPONDÊNCIA):".
           05 LINE 06 COL PLUS 1 PIC X(01) USING WS-END-TIPO AUTO.

       01 SS-ENDERECO FOREGROUND-COLOR 6.
           05 LINE 08 COLUMN 05 VALUE "ENDEREÇO DE..............:".
           05 LINE 08 COL PLUS 1 PIC X(16) FROM WS-END-DESC.
           05 LINE 09 COLUMN 05 VALUE "ENDERECO..................:".
           05 LINE 10 COLUMN 01 PIC X(80) USING ENDR-ENDERECO
              AUTO.
           05 LINE 11 COLUMN 05 VALUE "NUMERO....................:".
           05 LINE 11 COL PLUS 1 PIC 9(10) USING ENDR-NUMERO AUTO.
           05 LINE 12 COLUMN 05 VALUE "BAIRRO....................:".
           05 LINE 13 COLUMN 01 PIC X(50) USING ENDR-BAIRRO AUTO.
           05 LINE 14 COLUMN 05 VALUE "CIDADE....................:".
           05 LINE 15 COLUMN 01 PIC X(50) USING ENDR-CIDADE AUTO.
           05 LINE 16 COLUMN 05 VALUE "ESTADO (UF)...............:".
           05 LINE 16 COL PLUS 1 PIC X(02) USING ENDR-ESTADO AUTO.
           05 LINE 16 COLUMN 45 VALUE "CEP:".
           05 LINE 16 COL PLUS 1 PIC 9(08) USING ENDR-CEP AUTO.
           05 LINE 18 COLUMN 05 VALUE
              "AÇÃO (G=GRAVAR R=REMOVER BRANCO=CANCELA):".
           05 LINE 18 COL PLUS 1 PIC X(01) USING WS-END-ACAO AUTO.

       01 SS-ENDERECO-VIEW FOREGROUND-COLOR 6.
           05 LINE 18 COLUMN 05 VALUE "ENDEREÇO DE.:".
           05 LINE 18 COL PLUS 1 PIC X(16) FROM WS-END-DESC.
           05 LINE 18 COLUMN 40 VALUE "UF:".
           05 LINE 18 COL PLUS 1 PIC X(02) FROM ENDR-ESTADO.
           05 LINE 18 COLUMN 50 VALUE "CEP:".
           05 LINE 18 COL PLUS 1 PIC 9(08) FROM ENDR-CEP.
           05 LINE 19 COLUMN 01 PIC X(80) FROM ENDR-ENDERECO.
           05 LINE 20 COLUMN 05 VALUE "NUMERO:".
           05 LINE 20 COL PLUS 1 PIC 9(10) FROM ENDR-NUMERO.
           05 LINE 20 COLUMN 30 VALUE "BAIRRO:".
           05 LINE 20 COL PLUS 1 PIC X(40) FROM ENDR-BAIRRO.
           05 LINE 21 COLUMN 05 VALUE "CIDADE:".
           05 LINE 21 COL PLUS 1 PIC X(50) FROM ENDR-CIDADE.

      *----------------------------------------------------------------
      * Sales rep of option 9: the rep the customer is with now and
      * the code of the new one.
      *----------------------------------------------------------------
       01 SS-VENDEDOR FOREGROUND-COLOR 6.
           05 LINE 18 COLUMN 05 VALUE "VENDEDOR ATUAL............:".
           05 LINE 18 COL PLUS 1 PIC X(40) FROM WS-VND-DESC-ATUAL.
           05 LINE 19 COLUMN 05 VALUE
              "NOVO VENDEDOR (BRANCO CANCELA):".
           05 LINE 19 COL PLUS 1 PIC X(05) USING WS-VND-NOVO AUTO.

      *----------------------------------------------------------------
      * Approval queue: the record as it stands on the left, the
      * operador's proposal on the right, a * between the two where
      * the proposal changes the field.
      *----------------------------------------------------------------
       01 SS-PENDENCIA FOREGROUND-COLOR 6.
           05 LINE 03 COLUMN 02 VALUE "ID CLIENTE.:".
           05 LINE 03 COL PLUS 1 PIC 9(08) FROM PEND-ID.
           05 LINE 03 COLUMN 30 VALUE "PENDÊNCIA Nº:".
           05 LINE 03 COL PLUS 1 PIC 9(04) FROM PEND-SEQ.
           05 LINE 04 COLUMN 02 VALUE "PROPOSTA...:".
           05 LINE 04 COL PLUS 1 PIC X(20) FROM PEND-OPERADOR.
           05 LINE 04 COLUMN 49 PIC X(08) FROM PEND-DATA.
           05 LINE 04 COL PLUS 1 PIC X(06) FROM PEND-HORA.
           05 LINE 06 COLUMN 15 VALUE "ATUAL".
           05 LINE 06 COLUMN 49 VALUE "PROPOSTO".
           05 LINE 07 COLUMN 02 VALUE "FANTASIA...:".
           05 LINE 07 COLUMN 15 PIC X(32) FROM CLI_NOMEFANTASIA.
           05 LINE 07 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-FANT.
           05 LINE 07 COLUMN 49 PIC X(32) FROM PEND-D-NOMEFANTASIA.
           05 LINE 08 COLUMN 02 VALUE "RAZAO......:".
           05 LINE 08 COLUMN 15 PIC X(32) FROM CLI_RAZAOSOCIAL.
           05 LINE 08 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-RAZAO.
           05 LINE 08 COLUMN 49 PIC X(32) FROM PEND-D-RAZAOSOCIAL.
           05 LINE 09 COLUMN 02 VALUE "TIPO/DOC...:".
           05 LINE 09 COLUMN 15 PIC X(01) FROM CLI_TIPO_PESSOA.
           05 LINE 09 COLUMN 17 PIC 9(14) FROM CLI_CNPJ.
           05 LINE 09 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-DOC.
           05 LINE 09 COLUMN 49 PIC X(01) FROM PEND-D-TIPO-PESSOA.
           05 LINE 09 COLUMN 51 PIC 9(14) FROM PEND-D-CNPJ.
           05 LINE 10 COLUMN 02 VALUE "ENDERECO...:".
           05 LINE 10 COLUMN 15 PIC X(32) FROM CLI_ENDERECO.
           05 LINE 10 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-END.
           05 LINE 10 COLUMN 49 PIC X(32) FROM PEND-D-ENDERECO.
           05 LINE 11 COLUMN 02 VALUE "NUMERO.....:".
           05 LINE 11 COLUMN 15 PIC 9(10) FROM CLI_NUMERO.
           05 LINE 11 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-NUM.
           05 LINE 11 COLUMN 49 PIC 9(10) FROM PEND-D-NUMERO.
           05 LINE 12 COLUMN 02 VALUE "BAIRRO.....:".
           05 LINE 12 COLUMN 15 PIC X(32) FROM CLI_BAIRRO.
           05 LINE 12 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-BAIRRO.
           05 LINE 12 COLUMN 49 PIC X(32) FROM PEND-D-BAIRRO.
           05 LINE 13 COLUMN 02 VALUE "CIDADE.....:".
           05 LINE 13 COLUMN 15 PIC X(32) FROM CLI_CIDADE.
           05 LINE 13 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-CIDADE.
           05 LINE 13 COLUMN 49 PIC X(32) FROM PEND-D-CIDADE.
           05 LINE 14 COLUMN 02 VALUE "UF/CEP.....:".
           05 LINE 14 COLUMN 15 PIC X(02) FROM CLI_ESTADO.
           05 LINE 14 COLUMN 18 PIC 9(08) FROM CLI_CEP.
           05 LINE 14 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-UFCEP.
           05 LINE 14 COLUMN 49 PIC X(02) FROM PEND-D-ESTADO.
           05 LINE 14 COLUMN 52 PIC 9(08) FROM PEND-D-CEP.
           05 LINE 15 COLUMN 02 VALUE "CONTATOS...:".
           05 LINE 15 COLUMN 15 PIC 9(02) FROM CLI_QTD_CONTATOS.
           05 LINE 15 COLUMN 47 PIC X(01) FROM WS-PND-MARCA-CTT.
           05 LINE 15 COLUMN 49 PIC 9(02) FROM PEND-D-QTD-CONTATOS.
           05 LINE 17 COLUMN 05 VALUE
              "DECISÃO (A=APROVAR R=REJEITAR BRANCO=MANTER):".
           05 LINE 17 COL PLUS 1 PIC X(01) USING WS-PND-DECISAO
              AUTO.
           05 LINE 18 COLUMN 05 VALUE "MOTIVO DA DECISÃO.........:".
           05 LINE 19 COLUMN 01 PIC X(60) USING WS-PND-MOTIVO
              AUTO.

       PROCEDURE DIVISION.

      ******************************************************************
                   PERFORM 6500-SITUACAO THRU 6500-EXIT
               WHEN E-DIARIO
                   PERFORM 6600-DIARIO THRU 6600-EXIT
               WHEN E-APROVAR
                   PERFORM 6700-APROVAR THRU 6700-EXIT
               WHEN E-ENDERECOS
                   PERFORM 6800-ENDERECOS THRU 6800-EXIT
               WHEN E-VENDEDOR
                   PERFORM 6900-VENDEDOR THRU 6900-EXIT
               WHEN E-ENCERRAR
                   CONTINUE
               WHEN OTHER
      ******************************************************************
      * 2100-VERIFICAR-PERMISSAO - what the signed-on profile may do:
      * trainee gets INCLUIR/CONSULTAR and the journal, operador adds
      * ALTERAR, INATIVAR/REATIVAR, the additional addresses and the
      * sales rep, and EXCLUIR and the approval queue stay with the
      * supervisors.
      ******************************************************************
       2100-VERIFICAR-PERMISSAO.
                   MOVE "S" TO WS-PERMITIDO
               WHEN E-INCLUIR OR E-CONSULTAR OR E-DIARIO
                   MOVE "S" TO WS-PERMITIDO
               WHEN E-ALTERAR OR E-SITUACAO OR E-ENDERECOS
                  OR E-VENDEDOR
                   IF PERFIL-OPERADOR OR PERFIL-SUPERVISOR
                       MOVE "S" TO WS-PERMITIDO
                   END-IF
               WHEN E-EXCLUIR OR E-APROVAR
                   IF PERFIL-SUPERVISOR
                       MOVE "S" TO WS-PERMITIDO
                   END-IF
                   DISPLAY SS-ERRO
               NOT INVALID KEY
                   DISPLAY SS-CONSULTA
                   PERFORM 6790-AVISAR-PENDENCIA THRU 6790-EXIT
                   ACCEPT SS-CONSULTA
                   PERFORM 4100-EXIBIR-CONTATOS THRU 4100-EXIT
                   PERFORM 4300-EXIBIR-DIARIO THRU 4300-EXIT
                   PERFORM 4500-EXIBIR-ENDERECOS THRU 4500-EXIT
           END-READ.
       4000-EXIT.
           EXIT.
           END-IF
           MOVE "S" TO WS-ACHOU-REGISTRO
           DISPLAY SS-CONSULTA
           PERFORM 6790-AVISAR-PENDENCIA THRU 6790-EXIT
           ACCEPT SS-CONSULTA
           PERFORM 4100-EXIBIR-CONTATOS THRU 4100-EXIT
           PERFORM 4300-EXIBIR-DIARIO THRU 4300-EXIT
           PERFORM 4500-EXIBIR-ENDERECOS THRU 4500-EXIT.
       4210-EXIT.
           EXIT.

           END-IF
           MOVE "S" TO WS-ACHOU-REGISTRO
           DISPLAY SS-CONSULTA
           PERFORM 6790-AVISAR-PENDENCIA THRU 6790-EXIT
           ACCEPT SS-CONSULTA
           PERFORM 4100-EXIBIR-CONTATOS THRU 4100-EXIT
           PERFORM 4300-EXIBIR-DIARIO THRU 4300-EXIT
           PERFORM 4500-EXIBIR-ENDERECOS THRU 4500-EXIT.
       4410-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EXIBIR-ENDERECOS - page read-only through the customer's
      * additional addresses, billing, delivery and correspondence in
      * that order; a type never typed is simply skipped.
      ******************************************************************
       4500-EXIBIR-ENDERECOS.
           OPEN INPUT CLI-ENDER
           IF NOT FS-OK-END
               IF FS-END-AUSENTE
                   CLOSE CLI-ENDER
               END-IF
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-EXIBIR-UM-ENDERECO THRU 4510-EXIT
               VARYING WS-END-IDX FROM 1 BY 1
               UNTIL WS-END-IDX > 3
           CLOSE CLI-ENDER.
       4500-EXIT.
           EXIT.

       4510-EXIBIR-UM-ENDERECO.
           MOVE CLI_ID TO ENDR-ID
           MOVE WS-END-TIPO-TAB (WS-END-IDX) TO ENDR-TIPO
           READ CLI-ENDER
               INVALID KEY
                   GO TO 4510-EXIT
           END-READ
           PERFORM 6870-DESCREVER-TIPO THRU 6870-EXIT
           DISPLAY SS-CONTATO-LIMPAR
           DISPLAY SS-ENDERECO-VIEW
           MOVE "ENTER PARA O PRÓXIMO ENDEREÇO" TO WS-STATUS
           DISPLAY SS-STATUS
           ACCEPT WS-RESP-PAGINA.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ALTERAR - locate and rewrite an existing customer record
      ******************************************************************
               DISPLAY SS-ERRO
               GO TO 5000-EXIT
           END-IF
           PERFORM 6780-VERIFICAR-PENDENCIA THRU 6780-EXIT
           IF PND-EXISTE
               MOVE "CLIENTE COM ALTERAÇÃO PENDENTE DE APROVAÇÃO" &
                    " - AGUARDE O SUPERVISOR" TO WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 5000-LIBERAR
           END-IF
           PERFORM 7080-CAPTURAR-ANTERIOR THRU 7080-EXIT
           DISPLAY SS-DADOS
           ACCEPT SS-DADOS
                   GO TO 5000-LIBERAR
               END-IF
           END-IF
           IF PERFIL-OPERADOR
               PERFORM 5200-VERIFICAR-SENSIVEL THRU 5200-EXIT
               IF ALTERACAO-SENSIVEL
                   PERFORM 5300-GRAVAR-PENDENCIA THRU 5300-EXIT
                   GO TO 5000-LIBERAR
               END-IF
           END-IF
           MOVE CLI_TIPO_PESSOA TO CLI_CATEGORIA_BUSCA
           MOVE CLI_NOMEFANTASIA TO CLI_NOMEFANTASIA_BUSCA
           MOVE CLI_RAZAOSOCIAL TO CLI_RAZAOSOCIAL_BUSCA
           IF NOT CLI-QUARENTENA-RECEITA
               MOVE SPACE TO CLI_QUARENTENA
           END-IF
           PERFORM 5250-LIMPAR-DEVOLUCAO THRU 5250-EXIT
           MOVE "ALTERAR" TO WS-HIST-OPERACAO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           PERFORM 8000-GRAVAR-CKPT-ATIVO THRU 8000-EXIT
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-VERIFICAR-SENSIVEL - does the edited record change the
      * CNPJ/CPF, the razao social or anything in the address block?
      * Those are the changes an operador may only propose.
      ******************************************************************
       5200-VERIFICAR-SENSIVEL.
           MOVE "N" TO WS-PND-SENSIVEL
           IF CLI_RAZAOSOCIAL NOT = WSA-RAZAOSOCIAL
              OR CLI_TIPO_PESSOA NOT = WSA-TIPO-PESSOA
              OR CLI_CNPJ NOT = WSA-CNPJ
              OR CLI_ENDERECO NOT = WSA-ENDERECO
              OR CLI_NUMERO NOT = WSA-NUMERO
              OR CLI_BAIRRO NOT = WSA-BAIRRO
              OR CLI_CIDADE NOT = WSA-CIDADE
              OR CLI_ESTADO NOT = WSA-ESTADO
              OR CLI_CEP NOT = WSA-CEP
               MOVE "S" TO WS-PND-SENSIVEL
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5250-LIMPAR-DEVOLUCAO - a new address in the address block
      * ends the returned-mail mark, so the customer goes back on the
      * next CADCLIENTE_MALA run - unless the customer has a
      * correspondence address on cli_ender.dat: the pieces went
      * there, not to the main address, and the mark stays until
      * option 8 saves or removes that address (6880).
      ******************************************************************
       5250-LIMPAR-DEVOLUCAO.
           IF CLI_ENDERECO NOT = WSA-ENDERECO
              OR CLI_NUMERO NOT = WSA-NUMERO
              OR CLI_BAIRRO NOT = WSA-BAIRRO
              OR CLI_CIDADE NOT = WSA-CIDADE
              OR CLI_ESTADO NOT = WSA-ESTADO
              OR CLI_CEP NOT = WSA-CEP
               PERFORM 5260-PROCURAR-CORRESP THRU 5260-EXIT
               IF NOT ENDERECO-EXISTE
                   MOVE SPACE TO CLI_DEVOLUCAO
               END-IF
           END-IF.
       5250-EXIT.
           EXIT.

       5260-PROCURAR-CORRESP.
           MOVE "N" TO WS-END-EXISTE
           OPEN INPUT CLI-ENDER
           IF NOT FS-OK-END
               IF FS-END-AUSENTE
                   CLOSE CLI-ENDER
               END-IF
               GO TO 5260-EXIT
           END-IF
           MOVE CLI_ID TO ENDR-ID
           MOVE "R" TO ENDR-TIPO
           READ CLI-ENDER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-END-EXISTE
           END-READ
           CLOSE CLI-ENDER.
       5260-EXIT.
           EXIT.

      ******************************************************************
      * 5300-GRAVAR-PENDENCIA - hold the whole edited record on
      * cli_pend.dat for the supervisor instead of rewriting FILE1:
      * the WSA before-image as the operador found it, every field of
      * the data screen as proposed, the operador and the time.
      ******************************************************************
       5300-GRAVAR-PENDENCIA.
           OPEN I-O CLI-PEND
           IF NOT FS-OK-PND AND NOT FS-PND-AUSENTE
               CLOSE CLI-PEND
               OPEN OUTPUT CLI-PEND
               CLOSE CLI-PEND
               OPEN I-O CLI-PEND
           END-IF
           PERFORM 6750-PERCORRER-PENDENCIAS THRU 6750-EXIT
           MOVE SPACE TO PEND-REC
           INITIALIZE PEND-REC
           MOVE CLI_ID TO PEND-ID
           COMPUTE PEND-SEQ = WS-PND-SEQ-MAX + 1
           MOVE "P" TO PEND-STATUS
           ACCEPT PEND-DATA FROM DATE YYYYMMDD
           ACCEPT PEND-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO PEND-OPERADOR
           MOVE WSA-NOMEFANTASIA TO PEND-A-NOMEFANTASIA
           MOVE WSA-RAZAOSOCIAL TO PEND-A-RAZAOSOCIAL
           MOVE WSA-TIPO-PESSOA TO PEND-A-TIPO-PESSOA
           MOVE WSA-CNPJ TO PEND-A-CNPJ
           MOVE WSA-ENDERECO TO PEND-A-ENDERECO
           MOVE WSA-NUMERO TO PEND-A-NUMERO
           MOVE WSA-BAIRRO TO PEND-A-BAIRRO
           MOVE WSA-CIDADE TO PEND-A-CIDADE
           MOVE WSA-ESTADO TO PEND-A-ESTADO
           MOVE WSA-CEP TO PEND-A-CEP
           MOVE WSA-QTD-CONTATOS TO PEND-A-QTD-CONTATOS
           MOVE WSA-CONTATOS-HASH TO PEND-A-CONTATOS-HASH
           MOVE CLI_NOMEFANTASIA TO PEND-D-NOMEFANTASIA
           MOVE CLI_RAZAOSOCIAL TO PEND-D-RAZAOSOCIAL
           MOVE CLI_TIPO_PESSOA TO PEND-D-TIPO-PESSOA
           MOVE CLI_CNPJ TO PEND-D-CNPJ
           MOVE CLI_ENDERECO TO PEND-D-ENDERECO
           MOVE CLI_NUMERO TO PEND-D-NUMERO
           MOVE CLI_BAIRRO TO PEND-D-BAIRRO
           MOVE CLI_CIDADE TO PEND-D-CIDADE
           MOVE CLI_ESTADO TO PEND-D-ESTADO
           MOVE CLI_CEP TO PEND-D-CEP
           MOVE CLI_QTD_CONTATOS TO PEND-D-QTD-CONTATOS
           PERFORM 5310-GUARDAR-CONTATO
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > 5
           WRITE PEND-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A PENDÊNCIA" TO WS-MSGERRO
                   DISPLAY SS-ERRO
               NOT INVALID KEY
                   MOVE "ENVIADA PARA O SUPERVISOR APROVAR" TO
                        WS-STATUS
                   DISPLAY SS-STATUS
                   ACCEPT WS-RESP-PAGINA
           END-WRITE
           CLOSE CLI-PEND.
       5300-EXIT.
           EXIT.

       5310-GUARDAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-IDX-CONTATO
           MOVE CLI_CONTATOS (CLI_IDX_CONTATO) TO
                PEND-D-CONTATO (WS-IDX-CONTATO).
       5310-EXIT.
           EXIT.

      ******************************************************************
      * 6000-EXCLUIR - confirm and delete a customer record
      ******************************************************************
       6630-EXIT.
           EXIT.

      ******************************************************************
      * 6700-APROVAR - supervisor's pass over the changes an operador
      * proposed for one customer: each entry still pending is shown
      * against the record as it stands and is approved, rejected
      * (both with a reason) or left for later.
      ******************************************************************
       6700-APROVAR.
           MOVE SPACE TO FILE1-REC
           INITIALIZE FILE1-REC
           DISPLAY SS-CLS
           DISPLAY SS-CABECALHO
           DISPLAY SS-ID-CAMPO
           ACCEPT SS-ID-CAMPO
           IF CLI_ID = ZERO
               MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
               GO TO 6700-EXIT
           END-IF
           MOVE CLI_ID TO WS-PND-CLI-ID
           MOVE ZERO TO WS-PND-QTD
           OPEN I-O CLI-PEND
           IF NOT FS-OK-PND
               CLOSE CLI-PEND
               GO TO 6700-SEM-PENDENCIA
           END-IF
           MOVE "N" TO WS-PND-FIM
           MOVE WS-PND-CLI-ID TO PEND-ID
           MOVE ZERO TO PEND-SEQ
           START CLI-PEND KEY IS >= PEND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-PND-FIM
           END-START
           PERFORM 6710-LER-PROXIMA-PENDENCIA THRU 6710-EXIT
               UNTIL PND-FIM
           CLOSE CLI-PEND.

       6700-SEM-PENDENCIA.
           IF WS-PND-QTD = ZERO
               MOVE "NENHUMA ALTERAÇÃO PENDENTE PARA ESTE CLIENTE" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
           END-IF.
       6700-EXIT.
           EXIT.

       6710-LER-PROXIMA-PENDENCIA.
           READ CLI-PEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-PND-FIM
                   GO TO 6710-EXIT
           END-READ
           IF PEND-ID NOT = WS-PND-CLI-ID
               MOVE "S" TO WS-PND-FIM
               GO TO 6710-EXIT
           END-IF
           IF NOT PEND-PENDENTE
               GO TO 6710-EXIT
           END-IF
           ADD 1 TO WS-PND-QTD
           PERFORM 6720-DECIDIR-PENDENCIA THRU 6720-EXIT.
       6710-EXIT.
           EXIT.

      ******************************************************************
      * 6720-DECIDIR-PENDENCIA - one entry on screen.  A customer
      * excluded since the proposal shows blank on the left and can
      * only be rejected.
      ******************************************************************
       6720-DECIDIR-PENDENCIA.
           MOVE SPACE TO WS-MSGERRO
           MOVE WS-PND-CLI-ID TO CLI_ID
           READ FILE1
               INVALID KEY
                   MOVE SPACE TO FILE1-REC
                   INITIALIZE FILE1-REC
                   MOVE WS-PND-CLI-ID TO CLI_ID
                   MOVE "CLIENTE NÃO ENCONTRADO - SÓ PODE SER" &
                        " REJEITADA" TO WS-MSGERRO
           END-READ
           IF FS-TRAVADO
               MOVE "REGISTRO EM USO POR OUTRO OPERADOR" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6720-EXIT
           END-IF
           PERFORM 6730-MARCAR-DIFERENCAS THRU 6730-EXIT
           MOVE SPACE TO WS-PND-DECISAO
           MOVE SPACE TO WS-PND-MOTIVO
           DISPLAY SS-CLS
           DISPLAY SS-CABECALHO
           DISPLAY SS-PENDENCIA
           DISPLAY SS-ERRO
           ACCEPT SS-PENDENCIA
           MOVE SPACE TO WS-MSGERRO
           DISPLAY SS-ERRO
           IF NOT DEC-APROVAR AND NOT DEC-REJEITAR
               MOVE "PENDÊNCIA MANTIDA" TO WS-STATUS
               GO TO 6720-PAUSA
           END-IF
           IF WS-PND-MOTIVO = SPACE
               MOVE "INFORME O MOTIVO DA DECISÃO - PENDÊNCIA MANTIDA"
                    TO WS-MSGERRO
               DISPLAY SS-ERRO
               MOVE SPACE TO WS-STATUS
               GO TO 6720-PAUSA
           END-IF
           IF DEC-APROVAR
               PERFORM 6740-APLICAR-PENDENCIA THRU 6740-EXIT
               IF NOT PND-APLICOU
                   MOVE "PENDÊNCIA MANTIDA" TO WS-STATUS
                   GO TO 6720-PAUSA
               END-IF
               MOVE "A" TO PEND-STATUS
           ELSE
               MOVE "R" TO PEND-STATUS
           END-IF
           ACCEPT PEND-DEC-DATA FROM DATE YYYYMMDD
           ACCEPT PEND-DEC-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO PEND-SUPERVISOR
           MOVE WS-PND-MOTIVO TO PEND-MOTIVO
           REWRITE PEND-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A PENDÊNCIA" TO WS-MSGERRO
                   DISPLAY SS-ERRO
               NOT INVALID KEY
                   IF PEND-APROVADA
                       MOVE "ALTERAÇÃO APROVADA E APLICADA" TO
                            WS-STATUS
                   ELSE
                       MOVE "ALTERAÇÃO REJEITADA" TO WS-STATUS
                   END-IF
           END-REWRITE.

       6720-PAUSA.
           DISPLAY SS-STATUS
           ACCEPT WS-RESP-PAGINA
           MOVE SPACE TO WS-STATUS.
       6720-EXIT.
           EXIT.

      ******************************************************************
      * 6730-MARCAR-DIFERENCAS - a * beside every line of the screen
      * on which the proposal differs from the record on file.
      ******************************************************************
       6730-MARCAR-DIFERENCAS.
           MOVE SPACE TO WS-PND-MARCAS
           IF PEND-D-NOMEFANTASIA NOT = CLI_NOMEFANTASIA
               MOVE "*" TO WS-PND-MARCA-FANT
           END-IF
           IF PEND-D-RAZAOSOCIAL NOT = CLI_RAZAOSOCIAL
               MOVE "*" TO WS-PND-MARCA-RAZAO
           END-IF
           IF PEND-D-TIPO-PESSOA NOT = CLI_TIPO_PESSOA
              OR PEND-D-CNPJ NOT = CLI_CNPJ
               MOVE "*" TO WS-PND-MARCA-DOC
           END-IF
           IF PEND-D-ENDERECO NOT = CLI_ENDERECO
               MOVE "*" TO WS-PND-MARCA-END
           END-IF
           IF PEND-D-NUMERO NOT = CLI_NUMERO
               MOVE "*" TO WS-PND-MARCA-NUM
           END-IF
           IF PEND-D-BAIRRO NOT = CLI_BAIRRO
               MOVE "*" TO WS-PND-MARCA-BAIRRO
           END-IF
           IF PEND-D-CIDADE NOT = CLI_CIDADE
               MOVE "*" TO WS-PND-MARCA-CIDADE
           END-IF
           IF PEND-D-ESTADO NOT = CLI_ESTADO
              OR PEND-D-CEP NOT = CLI_CEP
               MOVE "*" TO WS-PND-MARCA-UFCEP
           END-IF
           IF PEND-D-QTD-CONTATOS NOT = CLI_QTD_CONTATOS
               MOVE "*" TO WS-PND-MARCA-CTT
           END-IF
           PERFORM 6735-COMPARAR-CONTATO
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > 5.
       6730-EXIT.
           EXIT.

       6735-COMPARAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-IDX-CONTATO
           IF PEND-D-CONTATO (WS-IDX-CONTATO) NOT =
              CLI_CONTATOS (CLI_IDX_CONTATO)
               MOVE "*" TO WS-PND-MARCA-CTT
           END-IF.
       6735-EXIT.
           EXIT.

      ******************************************************************
      * 6740-APLICAR-PENDENCIA - the approved proposal goes through
      * the same steps as an ALTERAR: record locked, the before-image
      * taken, the document re-checked for duplicates when it
      * changes, the audit pair written around the REWRITE.  The
      * images carry "maker/checker" as the operator.  When the
      * record no longer matches what the operador saw (a batch
      * rewrote it since), the proposal is stale and is not applied.
      ******************************************************************
       6740-APLICAR-PENDENCIA.
           MOVE "N" TO WS-PND-APLICOU
           MOVE WS-PND-CLI-ID TO CLI_ID
           READ FILE1 WITH LOCK
               INVALID KEY
                   MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
                   DISPLAY SS-ERRO
                   GO TO 6740-EXIT
           END-READ
           IF FS-TRAVADO
               MOVE "REGISTRO EM USO POR OUTRO OPERADOR" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6740-EXIT
           END-IF
           PERFORM 7080-CAPTURAR-ANTERIOR THRU 7080-EXIT
           IF WSA-NOMEFANTASIA NOT = PEND-A-NOMEFANTASIA
              OR WSA-RAZAOSOCIAL NOT = PEND-A-RAZAOSOCIAL
              OR WSA-TIPO-PESSOA NOT = PEND-A-TIPO-PESSOA
              OR WSA-CNPJ NOT = PEND-A-CNPJ
              OR WSA-ENDERECO NOT = PEND-A-ENDERECO
              OR WSA-NUMERO NOT = PEND-A-NUMERO
              OR WSA-BAIRRO NOT = PEND-A-BAIRRO
              OR WSA-CIDADE NOT = PEND-A-CIDADE
              OR WSA-ESTADO NOT = PEND-A-ESTADO
              OR WSA-CEP NOT = PEND-A-CEP
              OR WSA-QTD-CONTATOS NOT = PEND-A-QTD-CONTATOS
              OR WSA-CONTATOS-HASH NOT = PEND-A-CONTATOS-HASH
               MOVE "CADASTRO MUDOU DESDE A PROPOSTA - REJEITE E" &
                    " PEÇA NOVA ALTERAÇÃO" TO WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6740-LIBERAR
           END-IF
           MOVE PEND-D-NOMEFANTASIA TO CLI_NOMEFANTASIA
           MOVE PEND-D-RAZAOSOCIAL TO CLI_RAZAOSOCIAL
           MOVE PEND-D-TIPO-PESSOA TO CLI_TIPO_PESSOA
           MOVE PEND-D-CNPJ TO CLI_CNPJ
           MOVE PEND-D-ENDERECO TO CLI_ENDERECO
           MOVE PEND-D-NUMERO TO CLI_NUMERO
           MOVE PEND-D-BAIRRO TO CLI_BAIRRO
           MOVE PEND-D-CIDADE TO CLI_CIDADE
           MOVE PEND-D-ESTADO TO CLI_ESTADO
           MOVE PEND-D-CEP TO CLI_CEP
           MOVE PEND-D-QTD-CONTATOS TO CLI_QTD_CONTATOS
           PERFORM 6745-APLICAR-CONTATO
               VARYING WS-IDX-CONTATO FROM 1 BY 1
               UNTIL WS-IDX-CONTATO > 5
           IF CLI_CNPJ NOT = WSA-CNPJ
              OR CLI_TIPO_PESSOA NOT = WSA-TIPO-PESSOA
               PERFORM 3150-VERIFICAR-DOC-DUPLICADO THRU 3150-EXIT
               IF DUP-SEM-VERIFICAR
                   MOVE "NÃO FOI POSSÍVEL VERIFICAR DUPLICIDADE -" &
                        " TENTE NOVAMENTE" TO WS-MSGERRO
                   DISPLAY SS-ERRO
                   GO TO 6740-LIBERAR
               END-IF
               IF DUP-ACHOU
                   PERFORM 3170-CONFIRMAR-DOC-DUPLICADO THRU
                       3170-EXIT
                   IF NOT E-SIM
                       GO TO 6740-LIBERAR
                   END-IF
               END-IF
               PERFORM 5100-RETRAVAR-REGISTRO THRU 5100-EXIT
               IF NOT RETRAVA-OK
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR" TO
                        WS-MSGERRO
                   DISPLAY SS-ERRO
                   GO TO 6740-LIBERAR
               END-IF
           END-IF
           MOVE CLI_TIPO_PESSOA TO CLI_CATEGORIA_BUSCA
           MOVE CLI_NOMEFANTASIA TO CLI_NOMEFANTASIA_BUSCA
           MOVE CLI_RAZAOSOCIAL TO CLI_RAZAOSOCIAL_BUSCA
           IF NOT CLI-QUARENTENA-RECEITA
               MOVE SPACE TO CLI_QUARENTENA
           END-IF
           PERFORM 5250-LIMPAR-DEVOLUCAO THRU 5250-EXIT
           MOVE "ALTERAR" TO WS-HIST-OPERACAO
           MOVE WS-HIST-OPERADOR TO WS-PND-CHECKER
           MOVE SPACE TO WS-HIST-OPERADOR
           STRING
               PEND-OPERADOR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-PND-CHECKER DELIMITED BY SPACE
               INTO WS-HIST-OPERADOR
           END-STRING
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           PERFORM 8000-GRAVAR-CKPT-ATIVO THRU 8000-EXIT
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR O REGISTRO" TO WS-MSGERRO
                   DISPLAY SS-ERRO
               NOT INVALID KEY
                   PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
                   MOVE "S" TO WS-PND-APLICOU
           END-REWRITE
           PERFORM 8010-GRAVAR-CKPT-LIVRE THRU 8010-EXIT
           MOVE WS-PND-CHECKER TO WS-HIST-OPERADOR.

       6740-LIBERAR.
           UNLOCK FILE1.
       6740-EXIT.
           EXIT.

       6745-APLICAR-CONTATO.
           SET CLI_IDX_CONTATO TO WS-IDX-CONTATO
           MOVE PEND-D-CONTATO (WS-IDX-CONTATO) TO
                CLI_CONTATOS (CLI_IDX_CONTATO).
       6745-EXIT.
           EXIT.

      ******************************************************************
      * 6750-PERCORRER-PENDENCIAS - browse the customer's entries on
      * cli_pend.dat (already open): the highest sequence used, and
      * whether any of them is still waiting for a decision.
      ******************************************************************
       6750-PERCORRER-PENDENCIAS.
           MOVE ZERO TO WS-PND-SEQ-MAX
           MOVE "N" TO WS-PND-EXISTE
           MOVE "N" TO WS-PND-FIM
           MOVE CLI_ID TO PEND-ID
           MOVE ZERO TO PEND-SEQ
           START CLI-PEND KEY IS >= PEND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-PND-FIM
           END-START
           PERFORM 6760-LER-PENDENCIA-SEGUINTE THRU 6760-EXIT
               UNTIL PND-FIM.
       6750-EXIT.
           EXIT.

       6760-LER-PENDENCIA-SEGUINTE.
           READ CLI-PEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-PND-FIM
                   GO TO 6760-EXIT
           END-READ
           IF PEND-ID NOT = CLI_ID
               MOVE "S" TO WS-PND-FIM
               GO TO 6760-EXIT
           END-IF
           MOVE PEND-SEQ TO WS-PND-SEQ-MAX
           IF PEND-PENDENTE
               MOVE "S" TO WS-PND-EXISTE
           END-IF.
       6760-EXIT.
           EXIT.

      ******************************************************************
      * 6780-VERIFICAR-PENDENCIA - is a change for CLI_ID waiting for
      * the supervisor?  No file yet means nothing was ever proposed.
      ******************************************************************
       6780-VERIFICAR-PENDENCIA.
           MOVE "N" TO WS-PND-EXISTE
           OPEN INPUT CLI-PEND
           IF NOT FS-OK-PND
               IF FS-PND-AUSENTE
                   CLOSE CLI-PEND
               END-IF
               GO TO 6780-EXIT
           END-IF
           PERFORM 6750-PERCORRER-PENDENCIAS THRU 6750-EXIT
           CLOSE CLI-PEND.
       6780-EXIT.
           EXIT.

      * CONSULTAR: the warning line is always repainted, so paging to
      * the next match never leaves a stale warning on screen.
       6790-AVISAR-PENDENCIA.
           PERFORM 6780-VERIFICAR-PENDENCIA THRU 6780-EXIT
           MOVE SPACE TO WS-MSGERRO
           IF PND-EXISTE
               MOVE "ATENÇÃO: ALTERAÇÃO PENDENTE DE APROVAÇÃO" &
                    " DO SUPERVISOR" TO WS-MSGERRO
           END-IF
           DISPLAY SS-ERRO
           MOVE SPACE TO WS-MSGERRO.
       6790-EXIT.
           EXIT.

      ******************************************************************
      * 6800-ENDERECOS - the customer's additional addresses on
      * cli_ender.dat, one of each type at most: cobranca, entrega
      * and correspondencia.  The address of the typed type is read
      * back (blank when there is none yet) and either saved (G)
      * after the same completeness, UF and CEP-range checks as the
      * main address, or removed (R).  Each change writes its pair of
      * images on CLI_HIST.DAT - the customer's record with the
      * additional address in the address block - under END-COBR,
      * END-ENTR or END-CORR.  The billing address redirects the
      * invoices, the very change an operador may only propose on the
      * main record, so only a supervisor may touch it.
      ******************************************************************
       6800-ENDERECOS.
           MOVE SPACE TO FILE1-REC
           INITIALIZE FILE1-REC
           DISPLAY SS-CLS
           DISPLAY SS-CABECALHO
           DISPLAY SS-ID-CAMPO
           ACCEPT SS-ID-CAMPO
           IF CLI_ID = ZERO
               MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
               GO TO 6800-EXIT
           END-IF
           READ FILE1
               INVALID KEY
                   MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
                   DISPLAY SS-ERRO
                   GO TO 6800-EXIT
           END-READ
           IF FS-TRAVADO
               MOVE "REGISTRO EM USO POR OUTRO OPERADOR" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6800-EXIT
           END-IF
           PERFORM 7080-CAPTURAR-ANTERIOR THRU 7080-EXIT
           MOVE SPACE TO WS-END-TIPO
           DISPLAY SS-END-TIPO
           ACCEPT SS-END-TIPO
           INSPECT WS-END-TIPO CONVERTING "cer" TO "CER"
           IF WS-END-TIPO = SPACE
               MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
               GO TO 6800-EXIT
           END-IF
           MOVE WS-END-TIPO TO ENDR-TIPO
           IF NOT ENDR-TIPO-VALIDO
               MOVE "TIPO DE ENDEREÇO INVÁLIDO - USE C, E OU R" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6800-EXIT
           END-IF
           IF ENDR-COBRANCA AND NOT PERFIL-SUPERVISOR
               MOVE "ENDEREÇO DE COBRANÇA SÓ PODE SER ALTERADO" &
                    " PELO SUPERVISOR" TO WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6800-EXIT
           END-IF
           PERFORM 6810-ABRIR-ENDERECOS THRU 6810-EXIT
           MOVE CLI_ID TO ENDR-ID
           MOVE WS-END-TIPO TO ENDR-TIPO
           MOVE "S" TO WS-END-EXISTE
           READ CLI-ENDER
               INVALID KEY
                   MOVE "N" TO WS-END-EXISTE
                   MOVE SPACE TO ENDR-REC
                   INITIALIZE ENDR-REC
                   MOVE CLI_ID TO ENDR-ID
                   MOVE WS-END-TIPO TO ENDR-TIPO
           END-READ
           PERFORM 6850-GUARDAR-ANTERIOR THRU 6850-EXIT
           PERFORM 6870-DESCREVER-TIPO THRU 6870-EXIT
           IF ENDERECO-EXISTE
               MOVE "ALTERE OU REMOVA O ENDEREÇO" TO WS-STATUS
           ELSE
               MOVE "NOVO ENDEREÇO DESTE TIPO" TO WS-STATUS
           END-IF
           DISPLAY SS-STATUS
           MOVE SPACE TO WS-END-ACAO
           DISPLAY SS-ENDERECO
           ACCEPT SS-ENDERECO
           MOVE SPACE TO WS-STATUS
           MOVE "N" TO WS-END-MUDOU
           EVALUATE TRUE
               WHEN ACAO-GRAVAR
                   PERFORM 6830-GRAVAR-ENDERECO THRU 6830-EXIT
               WHEN ACAO-REMOVER AND ENDERECO-EXISTE
                   PERFORM 6840-REMOVER-ENDERECO THRU 6840-EXIT
               WHEN ACAO-REMOVER
                   MOVE "NÃO HÁ ENDEREÇO DESTE TIPO PARA REMOVER" TO
                        WS-MSGERRO
                   DISPLAY SS-ERRO
               WHEN OTHER
                   MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
           END-EVALUATE
           CLOSE CLI-ENDER
           IF ENDERECO-MUDOU AND WS-END-TIPO = "R"
              AND CLI-END-DEVOLVIDO
               PERFORM 6880-LIMPAR-DEVOLUCAO THRU 6880-EXIT
           END-IF.
       6800-EXIT.
           EXIT.

       6810-ABRIR-ENDERECOS.
           OPEN I-O CLI-ENDER
           IF NOT FS-OK-END AND NOT FS-END-AUSENTE
               CLOSE CLI-ENDER
               OPEN OUTPUT CLI-ENDER
               CLOSE CLI-ENDER
               OPEN I-O CLI-ENDER
           END-IF.
       6810-EXIT.
           EXIT.

      ******************************************************************
      * 6820-VALIDAR-ENDERECO - the address checks of 3200 on the
      * additional address, already moved into the CLI_ address
      * fields by the caller so 3220 checks its CEP unchanged.
      ******************************************************************
       6820-VALIDAR-ENDERECO.
           MOVE SPACE TO WS-MSGERRO
           IF CLI_ENDERECO = SPACE
               MOVE "ENDEREÇO NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 6820-EXIT
           END-IF
           IF CLI_BAIRRO = SPACE
               MOVE "BAIRRO NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 6820-EXIT
           END-IF
           IF CLI_CIDADE = SPACE
               MOVE "CIDADE NÃO PODE FICAR EM BRANCO" TO WS-MSGERRO
               GO TO 6820-EXIT
           END-IF
           IF NOT CLI-UF-VALIDA
               MOVE "ESTADO (UF) INVÁLIDO" TO WS-MSGERRO
               GO TO 6820-EXIT
           END-IF
           PERFORM 3220-VALIDAR-CEP THRU 3220-EXIT.
       6820-EXIT.
           EXIT.

      ******************************************************************
      * 6830-GRAVAR-ENDERECO - the customer's record is parked in
      * WS-REG-SALVO while its address block carries the typed
      * address, for the checks and for the DEPOIS image, and is put
      * back on every way out.
      ******************************************************************
       6830-GRAVAR-ENDERECO.
           MOVE FILE1-REC TO WS-REG-SALVO
           MOVE ENDR-ENDERECO TO CLI_ENDERECO
           MOVE ENDR-NUMERO TO CLI_NUMERO
           MOVE ENDR-BAIRRO TO CLI_BAIRRO
           MOVE ENDR-CIDADE TO CLI_CIDADE
           MOVE ENDR-ESTADO TO CLI_ESTADO
           MOVE ENDR-CEP TO CLI_CEP
           PERFORM 6820-VALIDAR-ENDERECO THRU 6820-EXIT
           IF WS-MSGERRO NOT = SPACE
               DISPLAY SS-ERRO
               GO TO 6830-RESTAURAR
           END-IF
           ACCEPT ENDR-DATA FROM DATE YYYYMMDD
           ACCEPT ENDR-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO ENDR-OPERADOR
           PERFORM 6860-DEFINIR-OPERACAO THRU 6860-EXIT
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           PERFORM 8000-GRAVAR-CKPT-ATIVO THRU 8000-EXIT
           IF ENDERECO-EXISTE
               REWRITE ENDR-REC
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR O ENDEREÇO" TO
                            WS-MSGERRO
                       DISPLAY SS-ERRO
                   NOT INVALID KEY
                       PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
                       MOVE "S" TO WS-END-MUDOU
                       MOVE "ENDEREÇO GRAVADO COM SUCESSO" TO
                            WS-STATUS
               END-REWRITE
           ELSE
               WRITE ENDR-REC
                   INVALID KEY
                       MOVE "ENDEREÇO INCLUÍDO POR OUTRO OPERADOR -" &
                            " CONSULTE E REFAÇA" TO WS-MSGERRO
                       DISPLAY SS-ERRO
                   NOT INVALID KEY
                       PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
                       MOVE "S" TO WS-END-MUDOU
                       MOVE "ENDEREÇO GRAVADO COM SUCESSO" TO
                            WS-STATUS
               END-WRITE
           END-IF
           PERFORM 8010-GRAVAR-CKPT-LIVRE THRU 8010-EXIT.

       6830-RESTAURAR.
           MOVE WS-REG-SALVO TO FILE1-REC.
       6830-EXIT.
           EXIT.

       6840-REMOVER-ENDERECO.
           MOVE "CONFIRMA A REMOÇÃO S/N?" TO WS-STATUS
           DISPLAY SS-STATUS
           ACCEPT WS-ERRO
           IF NOT E-SIM
               MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
               GO TO 6840-EXIT
           END-IF
           PERFORM 6860-DEFINIR-OPERACAO THRU 6860-EXIT
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           PERFORM 8000-GRAVAR-CKPT-ATIVO THRU 8000-EXIT
           DELETE CLI-ENDER
               INVALID KEY
                   MOVE "ERRO AO REMOVER O ENDEREÇO" TO WS-MSGERRO
                   DISPLAY SS-ERRO
               NOT INVALID KEY
                   PERFORM 6845-GRAVAR-HIST-REMOVIDO THRU 6845-EXIT
                   MOVE "S" TO WS-END-MUDOU
                   MOVE "ENDEREÇO REMOVIDO COM SUCESSO" TO WS-STATUS
           END-DELETE
           PERFORM 8010-GRAVAR-CKPT-LIVRE THRU 8010-EXIT.
       6840-EXIT.
           EXIT.

      * DEPOIS image of a removal: the address block carries the
      * *ENDERECO REMOVIDO* marker, mirror of the *ENDERECO NOVO* of
      * 6850, the rest of the record as it stands.
       6845-GRAVAR-HIST-REMOVIDO.
           MOVE FILE1-REC TO WS-REG-SALVO
           MOVE "*ENDERECO REMOVIDO*" TO CLI_ENDERECO
           MOVE SPACE TO CLI_BAIRRO CLI_CIDADE CLI_ESTADO
           MOVE ZERO TO CLI_NUMERO CLI_CEP
           PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
           MOVE WS-REG-SALVO TO FILE1-REC.
       6845-EXIT.
           EXIT.

      ******************************************************************
      * 6850-GUARDAR-ANTERIOR - the ANTES image of an additional
      * address is the WSA before-image of the record with the
      * address as read from cli_ender.dat in the address block, or
      * the *ENDERECO NOVO* marker when the type is being created.
      ******************************************************************
       6850-GUARDAR-ANTERIOR.
           IF ENDERECO-EXISTE
               MOVE ENDR-ENDERECO TO WSA-ENDERECO
               MOVE ENDR-NUMERO TO WSA-NUMERO
               MOVE ENDR-BAIRRO TO WSA-BAIRRO
               MOVE ENDR-CIDADE TO WSA-CIDADE
               MOVE ENDR-ESTADO TO WSA-ESTADO
               MOVE ENDR-CEP TO WSA-CEP
           ELSE
               MOVE "*ENDERECO NOVO*" TO WSA-ENDERECO
               MOVE SPACE TO WSA-BAIRRO WSA-CIDADE WSA-ESTADO
               MOVE ZERO TO WSA-NUMERO WSA-CEP
           END-IF.
       6850-EXIT.
           EXIT.

       6860-DEFINIR-OPERACAO.
           EVALUATE TRUE
               WHEN ENDR-COBRANCA
                   MOVE "END-COBR" TO WS-HIST-OPERACAO
               WHEN ENDR-ENTREGA
                   MOVE "END-ENTR" TO WS-HIST-OPERACAO
               WHEN OTHER
                   MOVE "END-CORR" TO WS-HIST-OPERACAO
           END-EVALUATE.
       6860-EXIT.
           EXIT.

       6870-DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN ENDR-COBRANCA
                   MOVE "COBRANÇA" TO WS-END-DESC
               WHEN ENDR-ENTREGA
                   MOVE "ENTREGA" TO WS-END-DESC
               WHEN OTHER
                   MOVE "CORRESPONDÊNCIA" TO WS-END-DESC
           END-EVALUATE.
       6870-EXIT.
           EXIT.

      ******************************************************************
      * 6880-LIMPAR-DEVOLUCAO - the pieces go to the correspondence
      * address, so a new one (or going back to the main address)
      * ends the returned-mail mark on FILE1.  Only the mark changes,
      * which the audit images do not carry: no pair is written.
      ******************************************************************
       6880-LIMPAR-DEVOLUCAO.
           READ FILE1 WITH LOCK
               INVALID KEY
                   GO TO 6880-EXIT
           END-READ
           IF FS-TRAVADO
               MOVE "REGISTRO EM USO - MARCA DE DEVOLUÇÃO NÃO" &
                    " LIMPA, REFAÇA" TO WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6880-EXIT
           END-IF
           IF CLI-END-DEVOLVIDO
               MOVE SPACE TO CLI_DEVOLUCAO
               REWRITE FILE1-REC
                   INVALID KEY
                       MOVE "ERRO AO LIMPAR A MARCA DE DEVOLUÇÃO" TO
                            WS-MSGERRO
                       DISPLAY SS-ERRO
               END-REWRITE
           END-IF
           UNLOCK FILE1.
       6880-EXIT.
           EXIT.

      ******************************************************************
      * 6900-VENDEDOR - put the customer in a sales rep's portfolio.
      * The rep must be on cli_vend.dat, active, and serve the
      * customer's UF.  The change goes to CLI_HIST.DAT as a VENDEDOR
      * pair: the record as it stands, with the rep's code and name
      * in WH-SIT-MOTIVO in place of the situation reason - the old
      * rep on the ANTES image, the new one on the DEPOIS.
      ******************************************************************
       6900-VENDEDOR.
           MOVE SPACE TO FILE1-REC
           INITIALIZE FILE1-REC
           DISPLAY SS-CLS
           DISPLAY SS-CABECALHO
           DISPLAY SS-ID-CAMPO
           ACCEPT SS-ID-CAMPO
           IF CLI_ID = ZERO
               MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
               GO TO 6900-EXIT
           END-IF
           READ FILE1 WITH LOCK
               INVALID KEY
                   MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
                   DISPLAY SS-ERRO
                   GO TO 6900-EXIT
           END-READ
           IF FS-TRAVADO
               MOVE "REGISTRO EM USO POR OUTRO OPERADOR" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6900-EXIT
           END-IF
           PERFORM 7080-CAPTURAR-ANTERIOR THRU 7080-EXIT
           MOVE CLI_VENDEDOR TO WS-VND-BUSCA
           PERFORM 6910-PROCURAR-VENDEDOR THRU 6910-EXIT
           MOVE WS-VND-DESC TO WS-VND-DESC-ATUAL
           MOVE SPACE TO WS-VND-NOVO
           DISPLAY SS-CONSULTA
           DISPLAY SS-VENDEDOR
           ACCEPT SS-VENDEDOR
           INSPECT WS-VND-NOVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-VND-NOVO = SPACE
               MOVE "OPERAÇÃO CANCELADA" TO WS-STATUS
               GO TO 6900-LIBERAR
           END-IF
           IF WS-VND-NOVO = CLI_VENDEDOR
               MOVE "CLIENTE JÁ ESTÁ NA CARTEIRA DESTE VENDEDOR" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6900-LIBERAR
           END-IF
           MOVE WS-VND-NOVO TO WS-VND-BUSCA
           PERFORM 6910-PROCURAR-VENDEDOR THRU 6910-EXIT
           IF NOT VND-ACHOU
               MOVE "VENDEDOR NÃO CADASTRADO" TO WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6900-LIBERAR
           END-IF
           IF NOT VND-ATIVO
               MOVE "VENDEDOR INATIVO - ESCOLHA OUTRO" TO WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6900-LIBERAR
           END-IF
           IF NOT VND-ATENDE-UF
               MOVE "VENDEDOR NÃO ATENDE A UF DO CLIENTE" TO
                    WS-MSGERRO
               DISPLAY SS-ERRO
               GO TO 6900-LIBERAR
           END-IF
           MOVE "VENDEDOR" TO WS-HIST-OPERACAO
           MOVE WS-VND-DESC-ATUAL TO WSA-SIT-MOTIVO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           PERFORM 8000-GRAVAR-CKPT-ATIVO THRU 8000-EXIT
           MOVE WS-VND-NOVO TO CLI_VENDEDOR
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR O REGISTRO" TO WS-MSGERRO
                   DISPLAY SS-ERRO
               NOT INVALID KEY
                   PERFORM 6920-GRAVAR-HIST-VENDEDOR THRU 6920-EXIT
                   MOVE "VENDEDOR ATUALIZADO COM SUCESSO" TO
                        WS-STATUS
           END-REWRITE
           PERFORM 8010-GRAVAR-CKPT-LIVRE THRU 8010-EXIT.

       6900-LIBERAR.
           UNLOCK FILE1.
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 6910-PROCURAR-VENDEDOR - WS-VND-BUSCA on cli_vend.dat: found,
      * active, serving CLI_ESTADO (a rep with no UF listed serves
      * them all), and the code + name for the audit image.
      ******************************************************************
       6910-PROCURAR-VENDEDOR.
           MOVE "N" TO WS-VND-ACHOU
           MOVE "N" TO WS-VND-ATIVO
           MOVE "N" TO WS-VND-ATENDE
           IF WS-VND-BUSCA = SPACE
               MOVE "*SEM VENDEDOR*" TO WS-VND-DESC
               GO TO 6910-EXIT
           END-IF
           MOVE WS-VND-BUSCA TO WS-VND-DESC
           MOVE "N" TO WS-VND-FIM
           OPEN INPUT CLI-VEND
           IF NOT FS-OK-VND
               IF FS-VND-AUSENTE
                   CLOSE CLI-VEND
               END-IF
               GO TO 6910-EXIT
           END-IF
           PERFORM 6915-LER-VENDEDOR THRU 6915-EXIT
               UNTIL VND-FIM
           CLOSE CLI-VEND.
       6910-EXIT.
           EXIT.

       6915-LER-VENDEDOR.
           READ CLI-VEND
               AT END
                   MOVE "S" TO WS-VND-FIM
                   GO TO 6915-EXIT
           END-READ
           IF VEND-CODIGO NOT = WS-VND-BUSCA
               GO TO 6915-EXIT
           END-IF
           MOVE "S" TO WS-VND-ACHOU
           MOVE "S" TO WS-VND-FIM
           IF VEND-ATIVO
               MOVE "S" TO WS-VND-ATIVO
           END-IF
           MOVE SPACE TO WS-VND-DESC
           STRING VEND-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VEND-NOME DELIMITED BY SIZE
               INTO WS-VND-DESC
           END-STRING
           IF VEND-REGIAO = SPACE
               MOVE "S" TO WS-VND-ATENDE
           ELSE
               PERFORM 6916-TESTAR-UF
                   VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > 27
           END-IF.
       6915-EXIT.
           EXIT.

       6916-TESTAR-UF.
           IF VEND-UF (WS-VND-IDX) = CLI_ESTADO
               MOVE "S" TO WS-VND-ATENDE
           END-IF.

      * DEPOIS image of a rep change: the record as rewritten, with
      * the new rep in the situation-reason slot, as on the ANTES.
       6920-GRAVAR-HIST-VENDEDOR.
           MOVE FILE1-REC TO WS-REG-SALVO
           MOVE WS-VND-DESC TO CLI_SIT_MOTIVO
           PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
           MOVE WS-REG-SALVO TO FILE1-REC.
       6920-EXIT.
           EXIT.

      ******************************************************************
      * 7000-7099 - CLI_HIST.DAT before/after audit trail
      ******************************************************************
