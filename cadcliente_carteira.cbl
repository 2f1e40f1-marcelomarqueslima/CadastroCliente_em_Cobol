      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Sales rep portfolio listing of FILE1 (cliete.dat).
      *          Every customer is listed under the rep in CLI_VENDEDOR
      *          - the rep's name, whether still active and the UFs of
      *          the region, taken from the rep master cli_vend.dat
      *          (VENDREG) - with city/UF, CLI_SITUACAO and quarantine
      *          flag, so sales can see what each rep carries and what
      *          billing or the Receita has blocked.  Customers outside
      *          the rep's region are marked FORA; customers with no rep
      *          are listed first under SEM VENDEDOR, and a code missing
      *          from the master is printed as an ALERTA.  Each
      *          portfolio closes with its totals, and reps on the
      *          master with no customer are listed at the end.
      *          Output on cartcli.lst.
      *          Selection from the environment (blank = no filter):
      *            CARTEIRA_VENDEDOR - only this rep's portfolio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_CARTEIRA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL FILE1 ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           ALTERNATE KEY CLI_RAZAOSOCIAL WITH DUPLICATES
           ALTERNATE KEY CLI_DOC_BUSCA WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_BUSCA WITH DUPLICATES
           FILE STATUS IS FS-STAT
           RECORD KEY IS ID_CLIENTE.

           SELECT OPTIONAL CLI-VEND ASSIGN TO "./cli_vend.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-VND.

           SELECT WORK-SORT ASSIGN TO "./cartclie.srt".

           SELECT REL-FILE ASSIGN TO "./cartcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD CLI-VEND.

           COPY VENDREG.

       SD WORK-SORT.

           COPY CLIREG
               REPLACING ==FILE1-REC== BY ==SORT-REC==
                 ==ID_CLIENTE== BY ==SRT-ID-CLIENTE==
                 ==CLI_ID== BY ==SRT-ID==
                 ==CLI_NOMEFANTASIA_BUSCA== BY
                    ==SRT-NOMEFANTASIA-BUSCA==
                 ==CLI_RAZAOSOCIAL_BUSCA== BY
                    ==SRT-RAZAOSOCIAL-BUSCA==
                 ==CLI_CATEGORIA_BUSCA== BY ==SRT-CATEGORIA-BUSCA==
                 ==CLI_ALT_BUSCA== BY ==SRT-ALT-BUSCA==
                 ==CLI_NOMEFANTASIA== BY ==SRT-NOMEFANTASIA==
                 ==CLI_RAZAOSOCIAL== BY ==SRT-RAZAOSOCIAL==
                 ==CLI_TIPO_PESSOA== BY ==SRT-TIPO-PESSOA==
                 ==CLI-PESSOA-FISICA== BY ==SRT-PESSOA-FISICA==
                 ==CLI-PESSOA-JURIDICA== BY
                    ==SRT-PESSOA-JURIDICA==
                 ==CLI_DOC_BUSCA== BY ==SRT-DOC-BUSCA==
                 ==CLI_CNPJ== BY ==SRT-CNPJ==
                 ==CLI_ENDERECO== BY ==SRT-ENDERECO==
                 ==CLI_NUMERO== BY ==SRT-NUMERO==
                 ==CLI_BAIRRO== BY ==SRT-BAIRRO==
                 ==CLI_CIDADE== BY ==SRT-CIDADE==
                 ==CLI_ESTADO== BY ==SRT-ESTADO==
                 ==CLI-UF-VALIDA== BY ==SRT-UF-VALIDA==
                 ==CLI_QTD_CONTATOS== BY ==SRT-QTD-CONTATOS==
                 ==CLI_CONTATOS== BY ==SRT-CONTATOS==
                 ==CLI_IDX_CONTATO== BY ==SRT-IDX-CONTATO==
                 ==CTT_TIPO== BY ==SRT-CTT-TIPO==
                 ==CTT-FIXO== BY ==SRT-CTT-FIXO==
                 ==CTT-CELULAR== BY ==SRT-CTT-CELULAR==
                 ==CTT-FAX== BY ==SRT-CTT-FAX==
                 ==CTT-WHATSAPP== BY ==SRT-CTT-WHATSAPP==
                 ==CTT-COMERCIAL== BY ==SRT-CTT-COMERCIAL==
                 ==CTT_DDD== BY ==SRT-CTT-DDD==
                 ==CTT_NUMERO== BY ==SRT-CTT-NUMERO==
                 ==CTT_RAMAL== BY ==SRT-CTT-RAMAL==
                 ==CTT_EH_WHATSAPP== BY ==SRT-CTT-EH-WHATSAPP==
                 ==CTT-E-WHATSAPP== BY ==SRT-CTT-E-WHATSAPP==
                 ==CLI_SITUACAO== BY ==SRT-SITUACAO==
                 ==CLI-ATIVO== BY ==SRT-ATIVO==
                 ==CLI-INATIVO== BY ==SRT-INATIVO==
                 ==CLI-BLOQUEADO== BY ==SRT-BLOQUEADO==
                 ==CLI_SIT_DATA== BY ==SRT-SIT-DATA==
                 ==CLI_SIT_MOTIVO== BY ==SRT-SIT-MOTIVO==
                 ==CLI_CEP== BY ==SRT-CEP==
                 ==CLI_QUARENTENA== BY ==SRT-QUARENTENA==
                 ==CLI-QUARENTENADO== BY ==SRT-QUARENTENADO==
                 ==CLI-QUARENTENA-RECEITA== BY
                 ==SRT-QUARENTENA-RECEITA==
                 ==CLI_VENDEDOR== BY ==SRT-VENDEDOR==
                 ==CLI_DEVOLUCAO== BY ==SRT-DEVOLUCAO==
                 ==CLI_DEV_FLAG== BY ==SRT-DEV-FLAG==
                 ==CLI-END-DEVOLVIDO== BY ==SRT-END-DEVOLVIDO==
                 ==CLI_DEV_MOTIVO== BY ==SRT-DEV-MOTIVO==
                 ==CLI_DEV_DATA== BY ==SRT-DEV-DATA==.

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE VALUE 35.

       77 FS-STAT-VND PIC 9(02).
           88 FS-OK-VND      VALUE ZEROS.
           88 FS-VND-AUSENTE VALUE 05.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

      *----------------------------------------------------------------
      * Selection typed by the operator through the environment.
      *----------------------------------------------------------------
       77 WS-FILTRO-VENDEDOR  PIC X(05).

       77 WS-LINHAS-PAGINA       PIC 9(02) VALUE 50.
       77 WS-LINHAS-IMPRESSAS    PIC 9(02) VALUE ZERO.
       77 WS-PAGINA              PIC 9(04) VALUE ZERO.
       77 WS-LINHA-SALVA         PIC X(132).

       77 WS-QTD-LIDOS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-FORA-FILTRO     PIC 9(08) VALUE ZERO.
       77 WS-QTD-CLIENTES        PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-VENDEDOR    PIC 9(08) VALUE ZERO.
       77 WS-QTD-NAO-CADASTRADO  PIC 9(08) VALUE ZERO.
       77 WS-QTD-VEND-INATIVO    PIC 9(08) VALUE ZERO.
       77 WS-QTD-FORA-REGIAO     PIC 9(08) VALUE ZERO.
       77 WS-QTD-ATIVOS          PIC 9(08) VALUE ZERO.
       77 WS-QTD-INATIVOS        PIC 9(08) VALUE ZERO.
       77 WS-QTD-BLOQUEADOS      PIC 9(08) VALUE ZERO.
       77 WS-QTD-QUARENTENA      PIC 9(08) VALUE ZERO.
       77 WS-QTD-CARTEIRAS       PIC 9(06) VALUE ZERO.
       77 WS-QTD-VEND-SEM-CLI    PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * The rep master, loaded once.  Reps past the last slot are
      * counted and reported; their customers print as not on file.
      *----------------------------------------------------------------
       77 WS-VT-MAX              PIC 9(04) COMP VALUE 200.
       77 WS-VT-QTDE             PIC 9(04) COMP VALUE ZERO.
       77 WS-VT-IDX              PIC 9(04) COMP.
       77 WS-VT-EXCEDENTES       PIC 9(06) VALUE ZERO.
       77 WS-VT-FIM              PIC X(01).
           88 VT-FIM VALUE "S".

       01 WS-VT-TAB.
           05 WS-VT-VENDEDOR OCCURS 200 TIMES.
               10 WS-VT-CODIGO      PIC X(05).
               10 WS-VT-NOME        PIC X(40).
               10 WS-VT-SITUACAO    PIC X(01).
                   88 WS-VT-ATIVO   VALUE "S".
               10 WS-VT-REGIAO.
                   15 WS-VT-UF      PIC X(02) OCCURS 27 TIMES.
               10 WS-VT-COM-CLIENTE PIC X(01).
                   88 WS-VT-LISTADO VALUE "S".

      *----------------------------------------------------------------
      * Rep lookup: the code searched, the slot found (zero = not on
      * the master) and whether the region covers the customer's UF.
      *----------------------------------------------------------------
       77 WS-BUSCA-CODIGO        PIC X(05).
       77 WS-BUSCA-IDX           PIC 9(04) COMP.
       77 WS-UF-IDX              PIC 9(02) COMP.
       77 WS-NA-REGIAO           PIC X(01).
           88 NA-REGIAO VALUE "S".
       77 WS-REGIAO-PONTEIRO     PIC 9(03) COMP.

      *----------------------------------------------------------------
      * The portfolio being printed.
      *----------------------------------------------------------------
       77 WS-CRT-ABERTA          PIC X(01) VALUE "N".
           88 CARTEIRA-ABERTA VALUE "S".

       01 WS-CRT-TOTAIS.
           05 WS-CRT-CODIGO      PIC X(05).
           05 WS-CRT-IDX         PIC 9(04) COMP.
           05 WS-CRT-QTDE        PIC 9(06).
           05 WS-CRT-ATIVOS      PIC 9(06).
           05 WS-CRT-INATIVOS    PIC 9(06).
           05 WS-CRT-BLOQUEADOS  PIC 9(06).
           05 WS-CRT-QUARENTENA  PIC 9(06).
           05 WS-CRT-FORA-REGIAO PIC 9(06).

       01 WS-CABECALHO1.
           05 FILLER            PIC X(45) VALUE
              "CARTEIRA DE CLIENTES POR VENDEDOR".
           05 FILLER            PIC X(10) VALUE " PAGINA:".
           05 WS-CAB-PAGINA     PIC ZZZ9.

       01 WS-CABECALHO2.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "VENDEDOR: ".
           05 WS-CAB-VENDEDOR   PIC X(05).

       01 WS-CABECALHO3.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "ID".
           05 FILLER            PIC X(42) VALUE "RAZAO SOCIAL".
           05 FILLER            PIC X(29) VALUE "CIDADE/UF".
           05 FILLER            PIC X(11) VALUE "SITUACAO".
           05 FILLER            PIC X(05) VALUE "QUAR".
           05 FILLER            PIC X(06) VALUE "REGIAO".

       01 WS-LINVENDEDOR.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(09) VALUE "VENDEDOR ".
           05 WS-LV-CODIGO      PIC X(05).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-LV-NOME        PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-LV-SITUACAO    PIC X(16).

       01 WS-LINREGIAO.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 FILLER            PIC X(08) VALUE "REGIAO: ".
           05 WS-LR-REGIAO      PIC X(81).

       01 WS-LINDET.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-DET-ID         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAZAO      PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-CIDADE     PIC X(25).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-DET-ESTADO     PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-SITUACAO   PIC X(09).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-QUARENTENA PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-REGIAO     PIC X(04).

       01 WS-LINTOTCRT.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 FILLER            PIC X(19) VALUE "TOTAL DA CARTEIRA: ".
           05 WS-TCR-QTDE       PIC ZZ.ZZ9.
           05 FILLER            PIC X(11) VALUE " CLIENTE(S)".
           05 FILLER            PIC X(09) VALUE "  ATIVOS ".
           05 WS-TCR-ATIVOS     PIC ZZ.ZZ9.
           05 FILLER            PIC X(11) VALUE "  INATIVOS ".
           05 WS-TCR-INATIVOS   PIC ZZ.ZZ9.
           05 FILLER            PIC X(13) VALUE "  BLOQUEADOS ".
           05 WS-TCR-BLOQUEADOS PIC ZZ.ZZ9.
           05 FILLER            PIC X(13) VALUE "  QUARENTENA ".
           05 WS-TCR-QUARENTENA PIC ZZ.ZZ9.
           05 FILLER            PIC X(07) VALUE "  FORA ".
           05 WS-TCR-FORA       PIC ZZ.ZZ9.

       01 WS-LINSEMCLI.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-LSC-CODIGO     PIC X(05).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-LSC-NOME       PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-LSC-SITUACAO   PIC X(07).

       01 WS-LINRESUMO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-RES-ROTULO     PIC X(34).
           05 WS-RES-QTDE       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINALERTA.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-ALERTA-TXTO     PIC X(100).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           MOVE ZERO TO WS-PAGINA
           MOVE ZERO TO WS-LINHAS-IMPRESSAS
           MOVE "N" TO WS-CRT-ABERTA
           PERFORM 1100-LER-FILTROS THRU 1100-EXIT
           OPEN OUTPUT REL-FILE
           PERFORM 2500-CABECALHO THRU 2500-EXIT
           PERFORM 1200-CARREGAR-VENDEDORES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LER-FILTROS.
           MOVE SPACE TO WS-FILTRO-VENDEDOR
           ACCEPT WS-FILTRO-VENDEDOR FROM ENVIRONMENT
               "CARTEIRA_VENDEDOR"
           INSPECT WS-FILTRO-VENDEDOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-FILTRO-VENDEDOR = SPACE
               MOVE "TODOS" TO WS-CAB-VENDEDOR
           ELSE
               MOVE WS-FILTRO-VENDEDOR TO WS-CAB-VENDEDOR
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-VENDEDORES - the rep master into WS-VT-TAB.
      * Without it every assigned customer prints as not on file.
      ******************************************************************
       1200-CARREGAR-VENDEDORES.
           MOVE ZERO TO WS-VT-QTDE
           MOVE "N" TO WS-VT-FIM
           OPEN INPUT CLI-VEND
           IF NOT FS-OK-VND
               IF FS-VND-AUSENTE
                   CLOSE CLI-VEND
               END-IF
               MOVE "*** ALERTA: CADASTRO DE VENDEDORES (CLI_VEND.DAT)"
                    & " NAO DISPONIVEL ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LER-VENDEDOR THRU 1210-EXIT
               UNTIL VT-FIM
           CLOSE CLI-VEND
           IF WS-VT-EXCEDENTES > ZERO
               MOVE "*** ALERTA: CADASTRO DE VENDEDORES MAIOR QUE A" &
                    " TABELA - VENDEDORES EXCEDENTES IGNORADOS ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           IF WS-VT-QTDE = ZERO
               MOVE "*** ALERTA: CADASTRO DE VENDEDORES (CLI_VEND.DAT)"
                    & " VAZIO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LER-VENDEDOR.
           READ CLI-VEND
               AT END
                   MOVE "S" TO WS-VT-FIM
                   GO TO 1210-EXIT
           END-READ
           IF VEND-CODIGO = SPACE
               GO TO 1210-EXIT
           END-IF
           IF WS-VT-QTDE >= WS-VT-MAX
               ADD 1 TO WS-VT-EXCEDENTES
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-VT-QTDE
           MOVE VEND-CODIGO TO WS-VT-CODIGO (WS-VT-QTDE)
           MOVE VEND-NOME TO WS-VT-NOME (WS-VT-QTDE)
           MOVE VEND-SITUACAO TO WS-VT-SITUACAO (WS-VT-QTDE)
           MOVE VEND-REGIAO TO WS-VT-REGIAO (WS-VT-QTDE)
           MOVE "N" TO WS-VT-COM-CLIENTE (WS-VT-QTDE).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - sort the customers by rep; a blank rep sorts
      * first, so SEM VENDEDOR heads the listing
      ******************************************************************
       2000-PROCESSAR.
           SORT WORK-SORT
               ON ASCENDING KEY SRT-VENDEDOR
                  ASCENDING KEY SRT-ID
               INPUT PROCEDURE IS 2050-SELECIONAR-CLIENTES
               OUTPUT PROCEDURE IS 2100-LISTAR-ORDENADO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-SELECIONAR-CLIENTES - release every customer (of the
      * selected rep, if one was asked for).  Situation and quarantine
      * do not filter: the portfolio shows them.
      ******************************************************************
       2050-SELECIONAR-CLIENTES.
           OPEN INPUT FILE1
           EVALUATE TRUE
               WHEN FS-OK
                   PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
                   PERFORM 2070-LIBERAR-CLIENTE THRU 2070-EXIT
                       UNTIL FS-NAO-EXISTE
                   CLOSE FILE1
               WHEN FS-ARQ-AUSENTE
                   CLOSE FILE1
               WHEN OTHER
                   MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO DE" &
                        " CLIENTES - RELATÓRIO INCOMPLETO ***" TO
                        WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2060-LER-CLIENTE.
           READ FILE1
               AT END
                   MOVE 35 TO FS-STAT
           END-READ.
       2060-EXIT.
           EXIT.

       2070-LIBERAR-CLIENTE.
           ADD 1 TO WS-QTD-LIDOS
           IF WS-FILTRO-VENDEDOR NOT = SPACE
              AND CLI_VENDEDOR NOT = WS-FILTRO-VENDEDOR
               ADD 1 TO WS-QTD-FORA-FILTRO
               PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
               GO TO 2070-EXIT
           END-IF
           MOVE FILE1-REC TO SORT-REC
           RELEASE SORT-REC
           PERFORM 2060-LER-CLIENTE THRU 2060-EXIT.
       2070-EXIT.
           EXIT.

       2100-LISTAR-ORDENADO.
           PERFORM 2110-LER-ORDENADO THRU 2110-EXIT
           PERFORM 2200-TRATAR-REGISTRO THRU 2200-EXIT
               UNTIL FS-NAO-EXISTE
           IF CARTEIRA-ABERTA
               PERFORM 2300-FECHAR-CARTEIRA THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-LER-ORDENADO.
           RETURN WORK-SORT
               AT END
                   MOVE 35 TO FS-STAT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TRATAR-REGISTRO - close the portfolio when the rep
      * changes, then print the customer under the (new) one
      ******************************************************************
       2200-TRATAR-REGISTRO.
           IF CARTEIRA-ABERTA
              AND SRT-VENDEDOR NOT = WS-CRT-CODIGO
               PERFORM 2300-FECHAR-CARTEIRA THRU 2300-EXIT
           END-IF
           IF NOT CARTEIRA-ABERTA
               PERFORM 2210-ABRIR-CARTEIRA THRU 2210-EXIT
           END-IF
           PERFORM 2220-IMPRIMIR-CLIENTE THRU 2220-EXIT
           PERFORM 2110-LER-ORDENADO THRU 2110-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-ABRIR-CARTEIRA - the rep's heading: code, name, active or
      * not, and the region; a code missing from the master is flagged
      ******************************************************************
       2210-ABRIR-CARTEIRA.
           MOVE "S" TO WS-CRT-ABERTA
           INITIALIZE WS-CRT-TOTAIS
           MOVE SRT-VENDEDOR TO WS-CRT-CODIGO
           ADD 1 TO WS-QTD-CARTEIRAS
           IF WS-LINHAS-IMPRESSAS + 5 > WS-LINHAS-PAGINA
               PERFORM 2500-CABECALHO THRU 2500-EXIT
           END-IF
           MOVE SPACE TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           IF SRT-VENDEDOR = SPACE
               MOVE ZERO TO WS-CRT-IDX
               MOVE "-----" TO WS-LV-CODIGO
               MOVE "SEM VENDEDOR" TO WS-LV-NOME
               MOVE SPACE TO WS-LV-SITUACAO
               MOVE WS-LINVENDEDOR TO REL-LINHA
               PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
               GO TO 2210-EXIT
           END-IF
           MOVE SRT-VENDEDOR TO WS-BUSCA-CODIGO
           PERFORM 3000-PROCURAR-VENDEDOR THRU 3000-EXIT
           MOVE WS-BUSCA-IDX TO WS-CRT-IDX
           MOVE SRT-VENDEDOR TO WS-LV-CODIGO
           IF WS-CRT-IDX = ZERO
               MOVE "?" TO WS-LV-NOME
               MOVE "NAO CADASTRADO" TO WS-LV-SITUACAO
               MOVE WS-LINVENDEDOR TO REL-LINHA
               PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
               MOVE "*** ALERTA: VENDEDOR NAO CONSTA DO CADASTRO DE" &
                    " VENDEDORES (CLI_VEND.DAT) ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 2210-EXIT
           END-IF
           MOVE "S" TO WS-VT-COM-CLIENTE (WS-CRT-IDX)
           MOVE WS-VT-NOME (WS-CRT-IDX) TO WS-LV-NOME
           IF WS-VT-ATIVO (WS-CRT-IDX)
               MOVE "ATIVO" TO WS-LV-SITUACAO
           ELSE
               MOVE "INATIVO" TO WS-LV-SITUACAO
           END-IF
           MOVE WS-LINVENDEDOR TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           PERFORM 3200-MONTAR-REGIAO THRU 3200-EXIT
           MOVE WS-LINREGIAO TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           IF NOT WS-VT-ATIVO (WS-CRT-IDX)
               MOVE "*** ALERTA: VENDEDOR INATIVO COM CLIENTES NA" &
                    " CARTEIRA ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2220-IMPRIMIR-CLIENTE - count the customer and print its line
      ******************************************************************
       2220-IMPRIMIR-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES
           ADD 1 TO WS-CRT-QTDE
           MOVE SRT-ID TO WS-DET-ID
           MOVE SRT-RAZAOSOCIAL TO WS-DET-RAZAO
           MOVE SRT-CIDADE TO WS-DET-CIDADE
           MOVE SRT-ESTADO TO WS-DET-ESTADO
           EVALUATE TRUE
               WHEN SRT-BLOQUEADO
                   ADD 1 TO WS-CRT-BLOQUEADOS
                   MOVE "BLOQUEADO" TO WS-DET-SITUACAO
               WHEN SRT-INATIVO
                   ADD 1 TO WS-CRT-INATIVOS
                   MOVE "INATIVO" TO WS-DET-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-CRT-ATIVOS
                   MOVE "ATIVO" TO WS-DET-SITUACAO
           END-EVALUATE
           EVALUATE TRUE
               WHEN SRT-QUARENTENA-RECEITA
                   ADD 1 TO WS-CRT-QUARENTENA
                   MOVE "RFB" TO WS-DET-QUARENTENA
               WHEN SRT-QUARENTENADO
                   ADD 1 TO WS-CRT-QUARENTENA
                   MOVE "SIM" TO WS-DET-QUARENTENA
               WHEN OTHER
                   MOVE SPACE TO WS-DET-QUARENTENA
           END-EVALUATE
           MOVE SPACE TO WS-DET-REGIAO
           IF WS-CRT-IDX > ZERO
               MOVE WS-CRT-IDX TO WS-BUSCA-IDX
               PERFORM 3100-VERIFICAR-REGIAO THRU 3100-EXIT
               IF NOT NA-REGIAO
                   ADD 1 TO WS-CRT-FORA-REGIAO
                   MOVE "FORA" TO WS-DET-REGIAO
               END-IF
           END-IF
           MOVE WS-LINDET TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FECHAR-CARTEIRA - the portfolio totals, added to the run's
      ******************************************************************
       2300-FECHAR-CARTEIRA.
           MOVE "N" TO WS-CRT-ABERTA
           MOVE WS-CRT-QTDE TO WS-TCR-QTDE
           MOVE WS-CRT-ATIVOS TO WS-TCR-ATIVOS
           MOVE WS-CRT-INATIVOS TO WS-TCR-INATIVOS
           MOVE WS-CRT-BLOQUEADOS TO WS-TCR-BLOQUEADOS
           MOVE WS-CRT-QUARENTENA TO WS-TCR-QUARENTENA
           MOVE WS-CRT-FORA-REGIAO TO WS-TCR-FORA
           MOVE WS-LINTOTCRT TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           ADD WS-CRT-ATIVOS TO WS-QTD-ATIVOS
           ADD WS-CRT-INATIVOS TO WS-QTD-INATIVOS
           ADD WS-CRT-BLOQUEADOS TO WS-QTD-BLOQUEADOS
           ADD WS-CRT-QUARENTENA TO WS-QTD-QUARENTENA
           ADD WS-CRT-FORA-REGIAO TO WS-QTD-FORA-REGIAO
           EVALUATE TRUE
               WHEN WS-CRT-CODIGO = SPACE
                   ADD WS-CRT-QTDE TO WS-QTD-SEM-VENDEDOR
               WHEN WS-CRT-IDX = ZERO
                   ADD WS-CRT-QTDE TO WS-QTD-NAO-CADASTRADO
               WHEN NOT WS-VT-ATIVO (WS-CRT-IDX)
                   ADD WS-CRT-QTDE TO WS-QTD-VEND-INATIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LISTAR-SEM-CLIENTES - reps on the master that have no
      * customer on file (not listed when one rep was selected)
      ******************************************************************
       2400-LISTAR-SEM-CLIENTES.
           IF WS-FILTRO-VENDEDOR NOT = SPACE
               GO TO 2400-EXIT
           END-IF
           IF WS-LINHAS-IMPRESSAS + 4 > WS-LINHAS-PAGINA
               PERFORM 2500-CABECALHO THRU 2500-EXIT
           END-IF
           MOVE SPACE TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           MOVE "  VENDEDORES SEM CLIENTES NA CARTEIRA" TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           PERFORM 2410-LISTAR-VENDEDOR THRU 2410-EXIT
               VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VT-QTDE.
       2400-EXIT.
           EXIT.

       2410-LISTAR-VENDEDOR.
           IF WS-VT-LISTADO (WS-VT-IDX)
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO WS-QTD-VEND-SEM-CLI
           MOVE WS-VT-CODIGO (WS-VT-IDX) TO WS-LSC-CODIGO
           MOVE WS-VT-NOME (WS-VT-IDX) TO WS-LSC-NOME
           IF WS-VT-ATIVO (WS-VT-IDX)
               MOVE "ATIVO" TO WS-LSC-SITUACAO
           ELSE
               MOVE "INATIVO" TO WS-LSC-SITUACAO
           END-IF
           MOVE WS-LINSEMCLI TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT.
       2410-EXIT.
           EXIT.

       2500-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           MOVE SPACE TO REL-LINHA
           IF WS-PAGINA > 1
               WRITE REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE WS-CABECALHO1 TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CABECALHO2 TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CABECALHO3 TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-GRAVAR-LINHA - write REL-LINHA, breaking the page first
      * when it is full
      ******************************************************************
       2600-GRAVAR-LINHA.
           IF WS-LINHAS-IMPRESSAS >= WS-LINHAS-PAGINA
               MOVE REL-LINHA TO WS-LINHA-SALVA
               PERFORM 2500-CABECALHO THRU 2500-EXIT
               MOVE WS-LINHA-SALVA TO REL-LINHA
           END-IF
           WRITE REL-LINHA
           ADD 1 TO WS-LINHAS-IMPRESSAS.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCURAR-VENDEDOR - WS-BUSCA-CODIGO in the rep table;
      * WS-BUSCA-IDX is its slot, zero when it is not on the master
      ******************************************************************
       3000-PROCURAR-VENDEDOR.
           MOVE ZERO TO WS-BUSCA-IDX
           PERFORM 3010-COMPARAR-VENDEDOR THRU 3010-EXIT
               VARYING WS-VT-IDX FROM 1 BY 1
               UNTIL WS-VT-IDX > WS-VT-QTDE
                  OR WS-BUSCA-IDX > ZERO.
       3000-EXIT.
           EXIT.

       3010-COMPARAR-VENDEDOR.
           IF WS-VT-CODIGO (WS-VT-IDX) = WS-BUSCA-CODIGO
               MOVE WS-VT-IDX TO WS-BUSCA-IDX
           END-IF.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VERIFICAR-REGIAO - does the region of the rep in slot
      * WS-BUSCA-IDX cover SRT-ESTADO?  No UF listed = whole country.
      ******************************************************************
       3100-VERIFICAR-REGIAO.
           MOVE "N" TO WS-NA-REGIAO
           IF WS-VT-REGIAO (WS-BUSCA-IDX) = SPACE
               MOVE "S" TO WS-NA-REGIAO
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-COMPARAR-UF THRU 3110-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1
               UNTIL WS-UF-IDX > 27 OR NA-REGIAO.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-UF.
           IF WS-VT-UF (WS-BUSCA-IDX, WS-UF-IDX) = SRT-ESTADO
               MOVE "S" TO WS-NA-REGIAO
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-MONTAR-REGIAO - the UFs of the portfolio's rep spaced out
      * for the heading, or NACIONAL when none is listed
      ******************************************************************
       3200-MONTAR-REGIAO.
           MOVE SPACE TO WS-LR-REGIAO
           IF WS-VT-REGIAO (WS-CRT-IDX) = SPACE
               MOVE "NACIONAL" TO WS-LR-REGIAO
               GO TO 3200-EXIT
           END-IF
           MOVE 1 TO WS-REGIAO-PONTEIRO
           PERFORM 3210-JUNTAR-UF THRU 3210-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1
               UNTIL WS-UF-IDX > 27.
       3200-EXIT.
           EXIT.

       3210-JUNTAR-UF.
           IF WS-VT-UF (WS-CRT-IDX, WS-UF-IDX) = SPACE
               GO TO 3210-EXIT
           END-IF
           STRING WS-VT-UF (WS-CRT-IDX, WS-UF-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO WS-LR-REGIAO
               WITH POINTER WS-REGIAO-PONTEIRO
           END-STRING.
       3210-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - reps without customers, then the run totals
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 2400-LISTAR-SEM-CLIENTES THRU 2400-EXIT
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CLIENTES LIDOS..................:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-FILTRO-VENDEDOR NOT = SPACE
               MOVE "CLIENTES DE OUTROS VENDEDORES...:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-FORA-FILTRO TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           MOVE "CLIENTES LISTADOS...............:" TO WS-RES-ROTULO
           MOVE WS-QTD-CLIENTES TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "  ATIVOS........................:" TO WS-RES-ROTULO
           MOVE WS-QTD-ATIVOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "  INATIVOS......................:" TO WS-RES-ROTULO
           MOVE WS-QTD-INATIVOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "  BLOQUEADOS....................:" TO WS-RES-ROTULO
           MOVE WS-QTD-BLOQUEADOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "  EM QUARENTENA.................:" TO WS-RES-ROTULO
           MOVE WS-QTD-QUARENTENA TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES SEM VENDEDOR...........:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-VENDEDOR TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES DE VENDEDOR NAO CADAST.:" TO WS-RES-ROTULO
           MOVE WS-QTD-NAO-CADASTRADO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES DE VENDEDOR INATIVO....:" TO WS-RES-ROTULO
           MOVE WS-QTD-VEND-INATIVO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES FORA DA REGIAO.........:" TO WS-RES-ROTULO
           MOVE WS-QTD-FORA-REGIAO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CARTEIRAS LISTADAS..............:" TO WS-RES-ROTULO
           MOVE WS-QTD-CARTEIRAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "VENDEDORES NO CADASTRO..........:" TO WS-RES-ROTULO
           MOVE WS-VT-QTDE TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-FILTRO-VENDEDOR = SPACE
               MOVE "VENDEDORES SEM CLIENTES.........:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-VEND-SEM-CLI TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_CARTEIRA.
