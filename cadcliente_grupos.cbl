      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Corporate group (matriz/filial) listing of FILE1
      *          (cliete.dat).  Every CLI-PESSOA-JURIDICA record is
      *          grouped by the CNPJ root (first 8 digits): the
      *          headquarters (/0001) first, then each branch with its
      *          city/UF, CLI_SITUACAO and quarantine flag, and the
      *          group totals, so sales can see everything we carry
      *          for a company and the desk can see when billing has
      *          blocked one branch while another is still invoiced.
      *          Each group is checked for
      *            - branches on file but no headquarters (/0001);
      *            - branches whose CLI_RAZAOSOCIAL differs from the
      *              headquarters' (compared on CLI_RAZAOSOCIAL_BUSCA,
      *              so case alone does not count);
      *            - blocked and active branches in the same group;
      *          and each finding is printed as an ALERTA under the
      *          group.  Output on grupocli.lst.
      *          Selection from the environment (blank = no filter):
      *            GRUPOS_RAIZ - only this CNPJ root (8 digits)
      *            GRUPOS_UF   - only groups with at least one company
      *                          in this UF; the whole group is listed
      *                          so the checks still see every branch
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_GRUPOS.

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

           SELECT WORK-SORT ASSIGN TO "./grpclien.srt".

           SELECT REL-FILE ASSIGN TO "./grupocli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

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

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

      *----------------------------------------------------------------
      * Selection typed by the operator through the environment.
      *----------------------------------------------------------------
       77 WS-FILTRO-RAIZ-X    PIC X(08).
       77 WS-FILTRO-RAIZ      PIC 9(08) VALUE ZERO.
       77 WS-FILTRO-UF        PIC X(02).

       77 WS-LINHAS-PAGINA       PIC 9(02) VALUE 50.
       77 WS-LINHAS-IMPRESSAS    PIC 9(02) VALUE ZERO.
       77 WS-PAGINA              PIC 9(04) VALUE ZERO.
       77 WS-LINHA-SALVA         PIC X(132).

       77 WS-QTD-LIDOS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-FISICAS         PIC 9(08) VALUE ZERO.
       77 WS-QTD-SEM-CNPJ        PIC 9(08) VALUE ZERO.
       77 WS-QTD-FORA-RAIZ       PIC 9(08) VALUE ZERO.
       77 WS-QTD-EMPRESAS        PIC 9(08) VALUE ZERO.
       77 WS-QTD-GRUPOS          PIC 9(06) VALUE ZERO.
       77 WS-QTD-GRUPOS-FORA-UF  PIC 9(06) VALUE ZERO.
       77 WS-QTD-GRUPOS-FILIAIS  PIC 9(06) VALUE ZERO.
       77 WS-QTD-GRUPOS-SEM-MAT  PIC 9(06) VALUE ZERO.
       77 WS-QTD-GRUPOS-RAZAO    PIC 9(06) VALUE ZERO.
       77 WS-QTD-GRUPOS-MISTOS   PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * CNPJ split into root / branch / check digits.
      *----------------------------------------------------------------
       01 WS-CNPJ-PARTES.
           05 WS-CNPJ-RAIZ       PIC 9(08).
           05 WS-CNPJ-FILIAL     PIC 9(04).
           05 WS-CNPJ-DV         PIC 9(02).
       01 WS-CNPJ-NUM REDEFINES WS-CNPJ-PARTES PIC 9(14).

      *----------------------------------------------------------------
      * The group being read, held back until the root changes so the
      * UF selection and the consistency checks see every company.
      * A group larger than the table still has every company counted
      * and checked; only the detail lines past the last slot are not
      * printed.
      *----------------------------------------------------------------
       77 WS-GRP-MAX             PIC 9(04) COMP VALUE 300.
       77 WS-GRP-IDX             PIC 9(04) COMP.
       77 WS-GRP-ABERTO          PIC X(01) VALUE "N".
           88 GRUPO-ABERTO VALUE "S".
       77 WS-GRP-TEM-MATRIZ      PIC X(01).
           88 GRUPO-TEM-MATRIZ VALUE "S".
       77 WS-GRP-NA-UF           PIC X(01).
           88 GRUPO-NA-UF VALUE "S".
       77 WS-GRP-RAZAO-MATRIZ    PIC X(80).

       01 WS-GRP-TOTAIS.
           05 WS-GRP-RAIZ        PIC 9(08).
           05 WS-GRP-QTDE        PIC 9(06).
           05 WS-GRP-QTDE-TAB    PIC 9(04) COMP.
           05 WS-GRP-ATIVOS      PIC 9(06).
           05 WS-GRP-INATIVOS    PIC 9(06).
           05 WS-GRP-BLOQUEADOS  PIC 9(06).
           05 WS-GRP-QUARENTENA  PIC 9(06).
           05 WS-GRP-RAZAO-DIF   PIC 9(06).

       01 WS-GRP-TAB.
           05 WS-GRP-EMPRESA OCCURS 300 TIMES.
               10 WS-GT-ID          PIC 9(08).
               10 WS-GT-CNPJ        PIC 9(14).
               10 WS-GT-RAZAO       PIC X(80).
               10 WS-GT-CIDADE      PIC X(50).
               10 WS-GT-ESTADO      PIC X(02).
               10 WS-GT-SITUACAO    PIC X(01).
                   88 WS-GT-ATIVO     VALUES "A" " ".
                   88 WS-GT-INATIVO   VALUE "I".
                   88 WS-GT-BLOQUEADO VALUE "B".
               10 WS-GT-QUARENTENA  PIC X(01).
                   88 WS-GT-QUAR-HIGIENIZA VALUE "S".
                   88 WS-GT-QUAR-RECEITA   VALUE "R".
               10 WS-GT-RAZAO-DIF   PIC X(01).
                   88 WS-GT-DIVERGE   VALUE "S".

       01 WS-CABECALHO1.
           05 FILLER            PIC X(45) VALUE
              "GRUPOS EMPRESARIAIS - MATRIZ/FILIAIS POR RAIZ".
           05 FILLER            PIC X(10) VALUE " PAGINA:".
           05 WS-CAB-PAGINA     PIC ZZZ9.

       01 WS-CABECALHO2.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(06) VALUE "RAIZ: ".
           05 WS-CAB-RAIZ       PIC X(08).
           05 FILLER            PIC X(06) VALUE "  UF: ".
           05 WS-CAB-UF         PIC X(05).

       01 WS-CABECALHO3.
           05 FILLER            PIC X(10) VALUE SPACE.
           05 FILLER            PIC X(20) VALUE "CNPJ".
           05 FILLER            PIC X(10) VALUE "ID".
           05 FILLER            PIC X(37) VALUE "RAZAO SOCIAL".
           05 FILLER            PIC X(29) VALUE "CIDADE/UF".
           05 FILLER            PIC X(11) VALUE "SITUACAO".
           05 FILLER            PIC X(05) VALUE "QUAR".

       01 WS-LINGRUPO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(11) VALUE "RAIZ CNPJ ".
           05 WS-GRP-L-RAIZ     PIC 9(08).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-GRP-L-RAZAO    PIC X(80).

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-PAPEL      PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAIZ       PIC 9(08).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-DET-FILIAL     PIC 9(04).
           05 FILLER            PIC X(01) VALUE "-".
           05 WS-DET-DV         PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAZAO-DIF  PIC X(01).
           05 WS-DET-RAZAO      PIC X(35).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-CIDADE     PIC X(25).
           05 FILLER            PIC X(01) VALUE "/".
           05 WS-DET-ESTADO     PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-SITUACAO   PIC X(09).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-QUARENTENA PIC X(03).

       01 WS-LINTOTGRP.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 FILLER            PIC X(17) VALUE "TOTAL DO GRUPO: ".
           05 WS-TGR-QTDE       PIC ZZ.ZZ9.
           05 FILLER            PIC X(11) VALUE " EMPRESA(S)".
           05 FILLER            PIC X(09) VALUE "  ATIVAS ".
           05 WS-TGR-ATIVOS     PIC ZZ.ZZ9.
           05 FILLER            PIC X(11) VALUE "  INATIVAS ".
           05 WS-TGR-INATIVOS   PIC ZZ.ZZ9.
           05 FILLER            PIC X(13) VALUE "  BLOQUEADAS ".
           05 WS-TGR-BLOQUEADOS PIC ZZ.ZZ9.
           05 FILLER            PIC X(15) VALUE "  QUARENTENA ".
           05 WS-TGR-QUARENTENA PIC ZZ.ZZ9.

       01 WS-LINRESUMO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-RES-ROTULO     PIC X(34).
           05 WS-RES-QTDE       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINALERTA.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 WS-ALERTA-TXTO     PIC X(100).

       01 WS-ALERTA-RAZAO.
           05 FILLER            PIC X(21) VALUE
              "*** ALERTA: RAZAO DE ".
           05 WS-ALR-QTDE       PIC ZZ.ZZ9.
           05 FILLER            PIC X(40) VALUE
              " FILIAL(IS) DIFERENTE DA MATRIZ (*) ***".

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
           MOVE "N" TO WS-GRP-ABERTO
           PERFORM 1100-LER-FILTROS THRU 1100-EXIT
           OPEN OUTPUT REL-FILE
           PERFORM 2500-CABECALHO THRU 2500-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-FILTROS - pick up the selection from the environment;
      * a root that is not 8 digits means no restriction on the root.
      ******************************************************************
       1100-LER-FILTROS.
           MOVE SPACE TO WS-FILTRO-RAIZ-X
           MOVE SPACE TO WS-FILTRO-UF
           MOVE ZERO TO WS-FILTRO-RAIZ
           ACCEPT WS-FILTRO-RAIZ-X FROM ENVIRONMENT "GRUPOS_RAIZ"
           IF WS-FILTRO-RAIZ-X IS NUMERIC
               MOVE WS-FILTRO-RAIZ-X TO WS-FILTRO-RAIZ
           END-IF
           ACCEPT WS-FILTRO-UF FROM ENVIRONMENT "GRUPOS_UF"
           INSPECT WS-FILTRO-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-FILTRO-RAIZ = ZERO
               MOVE "TODAS" TO WS-CAB-RAIZ
           ELSE
               MOVE WS-FILTRO-RAIZ-X TO WS-CAB-RAIZ
           END-IF
           IF WS-FILTRO-UF = SPACE
               MOVE "TODAS" TO WS-CAB-UF
           ELSE
               MOVE WS-FILTRO-UF TO WS-CAB-UF
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - sort the companies by CNPJ; ascending CNPJ
      * puts each root together with its /0001 ahead of the branches
      ******************************************************************
       2000-PROCESSAR.
           SORT WORK-SORT
               ON ASCENDING KEY SRT-CNPJ
                  ASCENDING KEY SRT-ID
               INPUT PROCEDURE IS 2050-SELECIONAR-EMPRESAS
               OUTPUT PROCEDURE IS 2100-AGRUPAR-ORDENADO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-SELECIONAR-EMPRESAS - release every pessoa juridica with a
      * CNPJ (and inside the selected root, if one was asked for).
      * Situation and quarantine do not filter: the point of the
      * listing is to show blocked and active branches side by side.
      ******************************************************************
       2050-SELECIONAR-EMPRESAS.
           OPEN INPUT FILE1
           EVALUATE TRUE
               WHEN FS-OK
                   PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
                   PERFORM 2070-LIBERAR-EMPRESA THRU 2070-EXIT
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

       2070-LIBERAR-EMPRESA.
           ADD 1 TO WS-QTD-LIDOS
           IF NOT CLI-PESSOA-JURIDICA
               ADD 1 TO WS-QTD-FISICAS
               PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
               GO TO 2070-EXIT
           END-IF
           IF CLI_CNPJ = ZERO
               ADD 1 TO WS-QTD-SEM-CNPJ
               PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
               GO TO 2070-EXIT
           END-IF
           MOVE CLI_CNPJ TO WS-CNPJ-NUM
           IF WS-FILTRO-RAIZ NOT = ZERO
              AND WS-CNPJ-RAIZ NOT = WS-FILTRO-RAIZ
               ADD 1 TO WS-QTD-FORA-RAIZ
               PERFORM 2060-LER-CLIENTE THRU 2060-EXIT
               GO TO 2070-EXIT
           END-IF
           MOVE FILE1-REC TO SORT-REC
           RELEASE SORT-REC
           PERFORM 2060-LER-CLIENTE THRU 2060-EXIT.
       2070-EXIT.
           EXIT.

       2100-AGRUPAR-ORDENADO.
           PERFORM 2110-LER-ORDENADO THRU 2110-EXIT
           PERFORM 2200-TRATAR-REGISTRO THRU 2200-EXIT
               UNTIL FS-NAO-EXISTE
           IF GRUPO-ABERTO
               PERFORM 2300-FECHAR-GRUPO THRU 2300-EXIT
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
      * 2200-TRATAR-REGISTRO - close the held group when the root
      * changes, then add the current company to the (new) group
      ******************************************************************
       2200-TRATAR-REGISTRO.
           ADD 1 TO WS-QTD-EMPRESAS
           MOVE SRT-CNPJ TO WS-CNPJ-NUM
           IF GRUPO-ABERTO
              AND WS-CNPJ-RAIZ NOT = WS-GRP-RAIZ
               PERFORM 2300-FECHAR-GRUPO THRU 2300-EXIT
           END-IF
           IF NOT GRUPO-ABERTO
               PERFORM 2210-ABRIR-GRUPO THRU 2210-EXIT
           END-IF
           PERFORM 2220-ACUMULAR-EMPRESA THRU 2220-EXIT
           PERFORM 2110-LER-ORDENADO THRU 2110-EXIT.
       2200-EXIT.
           EXIT.

       2210-ABRIR-GRUPO.
           MOVE "S" TO WS-GRP-ABERTO
           INITIALIZE WS-GRP-TOTAIS
           MOVE WS-CNPJ-RAIZ TO WS-GRP-RAIZ
           MOVE "N" TO WS-GRP-TEM-MATRIZ
           MOVE "N" TO WS-GRP-NA-UF
           MOVE SPACE TO WS-GRP-RAZAO-MATRIZ.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2220-ACUMULAR-EMPRESA - count the company and keep its line.
      * The /0001 sorts ahead of every branch of its root, so by the
      * time a branch arrives the headquarters' razao social is known.
      ******************************************************************
       2220-ACUMULAR-EMPRESA.
           ADD 1 TO WS-GRP-QTDE
           EVALUATE TRUE
               WHEN SRT-BLOQUEADO
                   ADD 1 TO WS-GRP-BLOQUEADOS
               WHEN SRT-INATIVO
                   ADD 1 TO WS-GRP-INATIVOS
               WHEN OTHER
                   ADD 1 TO WS-GRP-ATIVOS
           END-EVALUATE
           IF SRT-QUARENTENADO
               ADD 1 TO WS-GRP-QUARENTENA
           END-IF
           IF WS-FILTRO-UF NOT = SPACE
              AND SRT-ESTADO = WS-FILTRO-UF
               MOVE "S" TO WS-GRP-NA-UF
           END-IF
           IF WS-GRP-QTDE-TAB < WS-GRP-MAX
               ADD 1 TO WS-GRP-QTDE-TAB
               MOVE WS-GRP-QTDE-TAB TO WS-GRP-IDX
               MOVE SRT-ID TO WS-GT-ID (WS-GRP-IDX)
               MOVE SRT-CNPJ TO WS-GT-CNPJ (WS-GRP-IDX)
               MOVE SRT-RAZAOSOCIAL TO WS-GT-RAZAO (WS-GRP-IDX)
               MOVE SRT-CIDADE TO WS-GT-CIDADE (WS-GRP-IDX)
               MOVE SRT-ESTADO TO WS-GT-ESTADO (WS-GRP-IDX)
               MOVE SRT-SITUACAO TO WS-GT-SITUACAO (WS-GRP-IDX)
               MOVE SRT-QUARENTENA TO WS-GT-QUARENTENA (WS-GRP-IDX)
               MOVE "N" TO WS-GT-RAZAO-DIF (WS-GRP-IDX)
           ELSE
               MOVE ZERO TO WS-GRP-IDX
           END-IF
           IF WS-CNPJ-FILIAL = 1
              AND NOT GRUPO-TEM-MATRIZ
               MOVE "S" TO WS-GRP-TEM-MATRIZ
               MOVE SRT-RAZAOSOCIAL-BUSCA TO WS-GRP-RAZAO-MATRIZ
               GO TO 2220-EXIT
           END-IF
           IF GRUPO-TEM-MATRIZ
              AND SRT-RAZAOSOCIAL-BUSCA NOT = WS-GRP-RAZAO-MATRIZ
               ADD 1 TO WS-GRP-RAZAO-DIF
               IF WS-GRP-IDX > ZERO
                   MOVE "S" TO WS-GT-RAZAO-DIF (WS-GRP-IDX)
               END-IF
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FECHAR-GRUPO - apply the UF selection to the whole group,
      * then print its companies, totals and findings
      ******************************************************************
       2300-FECHAR-GRUPO.
           MOVE "N" TO WS-GRP-ABERTO
           IF WS-FILTRO-UF NOT = SPACE
              AND NOT GRUPO-NA-UF
               ADD 1 TO WS-QTD-GRUPOS-FORA-UF
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-QTD-GRUPOS
           IF WS-GRP-QTDE > 1
               ADD 1 TO WS-QTD-GRUPOS-FILIAIS
           END-IF
           IF WS-LINHAS-IMPRESSAS + 4 > WS-LINHAS-PAGINA
               PERFORM 2500-CABECALHO THRU 2500-EXIT
           END-IF
           MOVE SPACE TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           MOVE WS-GRP-RAIZ TO WS-GRP-L-RAIZ
           MOVE WS-GT-RAZAO (1) TO WS-GRP-L-RAZAO
           MOVE WS-LINGRUPO TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           PERFORM 2310-IMPRIMIR-EMPRESA THRU 2310-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-QTDE-TAB
           MOVE WS-GRP-QTDE TO WS-TGR-QTDE
           MOVE WS-GRP-ATIVOS TO WS-TGR-ATIVOS
           MOVE WS-GRP-INATIVOS TO WS-TGR-INATIVOS
           MOVE WS-GRP-BLOQUEADOS TO WS-TGR-BLOQUEADOS
           MOVE WS-GRP-QUARENTENA TO WS-TGR-QUARENTENA
           MOVE WS-LINTOTGRP TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT
           PERFORM 2320-VERIFICAR-GRUPO THRU 2320-EXIT.
       2300-EXIT.
           EXIT.

       2310-IMPRIMIR-EMPRESA.
           MOVE WS-GT-CNPJ (WS-GRP-IDX) TO WS-CNPJ-NUM
           IF WS-CNPJ-FILIAL = 1
               MOVE "MATRIZ" TO WS-DET-PAPEL
           ELSE
               MOVE "FILIAL" TO WS-DET-PAPEL
           END-IF
           MOVE WS-CNPJ-RAIZ TO WS-DET-RAIZ
           MOVE WS-CNPJ-FILIAL TO WS-DET-FILIAL
           MOVE WS-CNPJ-DV TO WS-DET-DV
           MOVE WS-GT-ID (WS-GRP-IDX) TO WS-DET-ID
           IF WS-GT-DIVERGE (WS-GRP-IDX)
               MOVE "*" TO WS-DET-RAZAO-DIF
           ELSE
               MOVE SPACE TO WS-DET-RAZAO-DIF
           END-IF
           MOVE WS-GT-RAZAO (WS-GRP-IDX) TO WS-DET-RAZAO
           MOVE WS-GT-CIDADE (WS-GRP-IDX) TO WS-DET-CIDADE
           MOVE WS-GT-ESTADO (WS-GRP-IDX) TO WS-DET-ESTADO
           EVALUATE TRUE
               WHEN WS-GT-BLOQUEADO (WS-GRP-IDX)
                   MOVE "BLOQUEADO" TO WS-DET-SITUACAO
               WHEN WS-GT-INATIVO (WS-GRP-IDX)
                   MOVE "INATIVO" TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE "ATIVO" TO WS-DET-SITUACAO
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-GT-QUAR-RECEITA (WS-GRP-IDX)
                   MOVE "RFB" TO WS-DET-QUARENTENA
               WHEN WS-GT-QUAR-HIGIENIZA (WS-GRP-IDX)
                   MOVE "SIM" TO WS-DET-QUARENTENA
               WHEN OTHER
                   MOVE SPACE TO WS-DET-QUARENTENA
           END-EVALUATE
           MOVE WS-LINDET TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2320-VERIFICAR-GRUPO - the consistency findings for the group
      ******************************************************************
       2320-VERIFICAR-GRUPO.
           IF WS-GRP-QTDE > WS-GRP-QTDE-TAB
               MOVE "*** ALERTA: GRUPO GRANDE DEMAIS - NEM TODAS AS" &
                    " EMPRESAS FORAM LISTADAS ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           IF NOT GRUPO-TEM-MATRIZ
               ADD 1 TO WS-QTD-GRUPOS-SEM-MAT
               MOVE "*** ALERTA: FILIAL(IS) SEM MATRIZ (/0001) NO" &
                    " CADASTRO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           IF WS-GRP-RAZAO-DIF > ZERO
               ADD 1 TO WS-QTD-GRUPOS-RAZAO
               MOVE WS-GRP-RAZAO-DIF TO WS-ALR-QTDE
               MOVE WS-ALERTA-RAZAO TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           IF WS-GRP-BLOQUEADOS > ZERO
              AND WS-GRP-ATIVOS > ZERO
               ADD 1 TO WS-QTD-GRUPOS-MISTOS
               MOVE "*** ALERTA: GRUPO COM EMPRESAS BLOQUEADAS E" &
                    " ATIVAS ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF.
       2320-EXIT.
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

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           PERFORM 2600-GRAVAR-LINHA THRU 2600-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - run totals
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CLIENTES LIDOS..................:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "PESSOAS FISICAS IGNORADAS.......:" TO WS-RES-ROTULO
           MOVE WS-QTD-FISICAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "PESSOAS JURIDICAS SEM CNPJ......:" TO WS-RES-ROTULO
           MOVE WS-QTD-SEM-CNPJ TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-FILTRO-RAIZ NOT = ZERO
               MOVE "EMPRESAS FORA DA RAIZ PEDIDA....:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-FORA-RAIZ TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           IF WS-FILTRO-UF NOT = SPACE
               MOVE "GRUPOS SEM EMPRESA NA UF PEDIDA.:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-GRUPOS-FORA-UF TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           MOVE "EMPRESAS AGRUPADAS..............:" TO WS-RES-ROTULO
           MOVE WS-QTD-EMPRESAS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "GRUPOS LISTADOS.................:" TO WS-RES-ROTULO
           MOVE WS-QTD-GRUPOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "GRUPOS COM MAIS DE UMA EMPRESA..:" TO WS-RES-ROTULO
           MOVE WS-QTD-GRUPOS-FILIAIS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "GRUPOS SEM MATRIZ NO CADASTRO...:" TO WS-RES-ROTULO
           MOVE WS-QTD-GRUPOS-SEM-MAT TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "GRUPOS COM RAZAO DIVERGENTE.....:" TO WS-RES-ROTULO
           MOVE WS-QTD-GRUPOS-RAZAO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "GRUPOS BLOQUEADOS E ATIVOS......:" TO WS-RES-ROTULO
           MOVE WS-QTD-GRUPOS-MISTOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_GRUPOS.
