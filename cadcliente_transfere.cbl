      ******************************************************************
      * Author: Marcelo Marques de Lima
      * Date: 15/10/2026
      * Purpose: Sales rep portfolio transfer.  Moves every customer
      *          of one rep (CLI_VENDEDOR) to another - or only those
      *          in one UF, when a region is split - with a VENDEDOR
      *          before/after pair on CLI_HIST.DAT for each, as
      *          CADCLIENTE option 9 writes it, and a before/after
      *          listing on transcli.lst.  The receiving rep must be on
      *          the rep master cli_vend.dat (VENDREG) and active; when
      *          a UF is given the rep's region must cover it, or
      *          nothing is moved.  Moving a whole portfolio to a rep
      *          whose region does not cover every customer is allowed
      *          - those customers are marked FORA DA REGIAO on the
      *          listing and counted, and the nightly
      *          CADCLIENTE_CONFCART check keeps listing them.  Running
      *          it again finds nothing left to move.
      *          Configuration from the environment:
      *            TRANSF_ORIGEM  - rep losing the customers (required)
      *            TRANSF_DESTINO - rep receiving them (required)
      *            TRANSF_UF      - only customers in this UF (blank =
      *                             the whole portfolio)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CADCLIENTE_TRANSFERE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL FILE1 ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           ALTERNATE KEY CLI_RAZAOSOCIAL WITH DUPLICATES
           ALTERNATE KEY CLI_DOC_BUSCA WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_BUSCA WITH DUPLICATES
           FILE STATUS IS FS-STAT
           RECORD KEY IS ID_CLIENTE.

           SELECT OPTIONAL CLI-VEND ASSIGN TO "./cli_vend.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-VND.

           SELECT OPTIONAL CLI-HIST ASSIGN TO "./cli_hist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-HIST.

           SELECT REL-FILE ASSIGN TO "./transcli.lst"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FS-STAT-REL.

       DATA DIVISION.

       FILE SECTION.

       FD FILE1 VALUE OF CLI_ID IS "./cliete.dat".

           COPY CLIREG.

       FD CLI-VEND.

           COPY VENDREG.

       FD CLI-HIST.

       01 HIST-LINHA                           PIC X(502).

       FD REL-FILE.

       01 REL-LINHA                            PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-STAT PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-ARQ-AUSENTE VALUE 05.
           88 FS-NAO-EXISTE  VALUE 35.

       77 FS-STAT-VND PIC 9(02).
           88 FS-OK-VND      VALUE ZEROS.
           88 FS-VND-AUSENTE VALUE 05.

       77 FS-STAT-HIST PIC 9(02).
           88 FS-OK-HIST VALUE ZEROS.

       77 FS-STAT-REL PIC 9(02).
           88 FS-OK-REL VALUE ZEROS.

      *----------------------------------------------------------------
      * What to move, typed by the operator through the environment.
      *----------------------------------------------------------------
       77 WS-ORIGEM           PIC X(05).
       77 WS-DESTINO          PIC X(05).
       77 WS-FILTRO-UF        PIC X(02).

       77 WS-PARAM-OK         PIC X(01).
           88 PARAMETROS-OK VALUE "S".

      *----------------------------------------------------------------
      * Rep lookup on cli_vend.dat: the code searched and what was
      * found - active, its region, and code + name for the audit
      * image.  The two reps of the run are kept apart.
      *----------------------------------------------------------------
       77 WS-BUSCA-CODIGO     PIC X(05).
       77 WS-BUSCA-FIM        PIC X(01).
           88 BUSCA-FIM VALUE "S".
       77 WS-BUSCA-ACHOU      PIC X(01).
           88 BUSCA-ACHOU VALUE "S".
       77 WS-BUSCA-ATIVO      PIC X(01).
           88 BUSCA-ATIVO VALUE "S".
       77 WS-BUSCA-DESC       PIC X(40).
       01 WS-BUSCA-REGIAO.
           05 WS-BUSCA-UF     PIC X(02) OCCURS 27 TIMES.

       77 WS-DESC-ORIGEM      PIC X(40).
       77 WS-DESC-DESTINO     PIC X(40).
       01 WS-DESTINO-REGIAO.
           05 WS-DESTINO-UF   PIC X(02) OCCURS 27 TIMES.

       77 WS-UF-TESTE         PIC X(02).
       77 WS-UF-IDX           PIC 9(02) COMP.
       77 WS-NA-REGIAO        PIC X(01).
           88 NA-REGIAO VALUE "S".

       77 WS-MOTIVO-SALVO     PIC X(40).

       77 WS-HIST-OPERADOR PIC X(20).
       77 WS-HIST-OPERACAO PIC X(08).

       77 WS-HASH-IDX PIC 9(02) COMP.
       77 WS-CONTATOS-HASH PIC 9(09) COMP.
       77 WS-HASH-TIPO PIC 9(01) COMP.
       77 WS-HASH-WPP PIC 9(01) COMP.

       COPY HISTREG.

       77 WS-QTD-LIDOS           PIC 9(08) VALUE ZERO.
       77 WS-QTD-DA-ORIGEM       PIC 9(08) VALUE ZERO.
       77 WS-QTD-OUTRA-UF        PIC 9(08) VALUE ZERO.
       77 WS-QTD-TRANSFERIDOS    PIC 9(08) VALUE ZERO.
       77 WS-QTD-FORA-REGIAO     PIC 9(08) VALUE ZERO.
       77 WS-QTD-ERROS           PIC 9(08) VALUE ZERO.

       01 WS-CABECALHO.
           05 FILLER            PIC X(45) VALUE
              "TRANSFERENCIA DE CARTEIRA DE VENDEDOR".

       01 WS-CABPARAM.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-CAB-ROTULO     PIC X(10).
           05 WS-CAB-DESC       PIC X(40).

       01 WS-CABDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 FILLER            PIC X(10) VALUE "ID".
           05 FILLER            PIC X(42) VALUE "RAZAO SOCIAL".
           05 FILLER            PIC X(04) VALUE "UF".
           05 FILLER            PIC X(08) VALUE "ANTES".
           05 FILLER            PIC X(08) VALUE "DEPOIS".
           05 FILLER            PIC X(30) VALUE "OBSERVACAO".

       01 WS-LINDET.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ID         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-RAZAO      PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ESTADO     PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-DET-ANTES      PIC X(05).
           05 FILLER            PIC X(03) VALUE SPACE.
           05 WS-DET-DEPOIS     PIC X(05).
           05 FILLER            PIC X(03) VALUE SPACE.
           05 WS-DET-OBS        PIC X(40).

       01 WS-LINRESUMO.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-RES-ROTULO     PIC X(34).
           05 WS-RES-QTDE       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINALERTA.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-ALERTA-TXTO     PIC X(100).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 1100-VALIDAR-PARAMETROS THRU 1100-EXIT
           IF PARAMETROS-OK
               PERFORM 2000-PROCESSAR THRU 2000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           MOVE SPACE TO WS-ORIGEM
           MOVE SPACE TO WS-DESTINO
           MOVE SPACE TO WS-FILTRO-UF
           ACCEPT WS-ORIGEM FROM ENVIRONMENT "TRANSF_ORIGEM"
           ACCEPT WS-DESTINO FROM ENVIRONMENT "TRANSF_DESTINO"
           ACCEPT WS-FILTRO-UF FROM ENVIRONMENT "TRANSF_UF"
           INSPECT WS-ORIGEM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-DESTINO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-FILTRO-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ACCEPT WS-HIST-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-HIST-OPERADOR = SPACE
               MOVE "DESCONHECIDO" TO WS-HIST-OPERADOR
           END-IF
           MOVE "VENDEDOR" TO WS-HIST-OPERACAO
           OPEN OUTPUT REL-FILE
           MOVE WS-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VALIDAR-PARAMETROS - both reps given and different, the
      * UF (if any) a real one, the receiving rep on the master, active
      * and serving that UF; otherwise an ALERTA and nothing is moved
      ******************************************************************
       1100-VALIDAR-PARAMETROS.
           MOVE "N" TO WS-PARAM-OK
           IF WS-ORIGEM = SPACE OR WS-DESTINO = SPACE
               MOVE "*** ALERTA: TRANSF_ORIGEM E TRANSF_DESTINO SAO" &
                    " OBRIGATORIOS - NADA FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-ORIGEM = WS-DESTINO
               MOVE "*** ALERTA: VENDEDOR DE ORIGEM IGUAL AO DE" &
                    " DESTINO - NADA FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-FILTRO-UF NOT = SPACE
               MOVE WS-FILTRO-UF TO CLI_ESTADO
               IF NOT CLI-UF-VALIDA
                   MOVE "*** ALERTA: TRANSF_UF INVALIDA - NADA" &
                        " FEITO ***" TO WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
                   GO TO 1100-EXIT
               END-IF
           END-IF
           MOVE WS-ORIGEM TO WS-BUSCA-CODIGO
           PERFORM 1200-PROCURAR-VENDEDOR THRU 1200-EXIT
           MOVE WS-BUSCA-DESC TO WS-DESC-ORIGEM
           MOVE "ORIGEM..:" TO WS-CAB-ROTULO
           MOVE WS-DESC-ORIGEM TO WS-CAB-DESC
           MOVE WS-CABPARAM TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DESTINO TO WS-BUSCA-CODIGO
           PERFORM 1200-PROCURAR-VENDEDOR THRU 1200-EXIT
           MOVE WS-BUSCA-DESC TO WS-DESC-DESTINO
           MOVE WS-BUSCA-REGIAO TO WS-DESTINO-REGIAO
           MOVE "DESTINO.:" TO WS-CAB-ROTULO
           MOVE WS-DESC-DESTINO TO WS-CAB-DESC
           MOVE WS-CABPARAM TO REL-LINHA
           WRITE REL-LINHA
           MOVE "UF......:" TO WS-CAB-ROTULO
           IF WS-FILTRO-UF = SPACE
               MOVE "TODAS" TO WS-CAB-DESC
           ELSE
               MOVE WS-FILTRO-UF TO WS-CAB-DESC
           END-IF
           MOVE WS-CABPARAM TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF NOT BUSCA-ACHOU
               MOVE "*** ALERTA: VENDEDOR DE DESTINO NAO CADASTRADO EM"
                    & " CLI_VEND.DAT - NADA FEITO ***" TO
                    WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           IF NOT BUSCA-ATIVO
               MOVE "*** ALERTA: VENDEDOR DE DESTINO INATIVO - NADA" &
                    " FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-FILTRO-UF NOT = SPACE
               MOVE WS-FILTRO-UF TO WS-UF-TESTE
               PERFORM 3100-VERIFICAR-REGIAO THRU 3100-EXIT
               IF NOT NA-REGIAO
                   MOVE "*** ALERTA: VENDEDOR DE DESTINO NAO ATENDE A"
                        & " UF PEDIDA - NADA FEITO ***" TO
                        WS-ALERTA-TXTO
                   PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
                   GO TO 1100-EXIT
               END-IF
           END-IF
           MOVE "S" TO WS-PARAM-OK.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PROCURAR-VENDEDOR - WS-BUSCA-CODIGO on cli_vend.dat.  A
      * rep that is not on the master is described by its code alone.
      ******************************************************************
       1200-PROCURAR-VENDEDOR.
           MOVE "N" TO WS-BUSCA-ACHOU
           MOVE "N" TO WS-BUSCA-ATIVO
           MOVE "N" TO WS-BUSCA-FIM
           MOVE WS-BUSCA-CODIGO TO WS-BUSCA-DESC
           MOVE SPACE TO WS-BUSCA-REGIAO
           OPEN INPUT CLI-VEND
           IF NOT FS-OK-VND
               IF FS-VND-AUSENTE
                   CLOSE CLI-VEND
               END-IF
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LER-VENDEDOR THRU 1210-EXIT
               UNTIL BUSCA-FIM
           CLOSE CLI-VEND.
       1200-EXIT.
           EXIT.

       1210-LER-VENDEDOR.
           READ CLI-VEND
               AT END
                   MOVE "S" TO WS-BUSCA-FIM
                   GO TO 1210-EXIT
           END-READ
           IF VEND-CODIGO NOT = WS-BUSCA-CODIGO
               GO TO 1210-EXIT
           END-IF
           MOVE "S" TO WS-BUSCA-ACHOU
           MOVE "S" TO WS-BUSCA-FIM
           IF VEND-ATIVO
               MOVE "S" TO WS-BUSCA-ATIVO
           END-IF
           MOVE VEND-REGIAO TO WS-BUSCA-REGIAO
           MOVE SPACE TO WS-BUSCA-DESC
           STRING VEND-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VEND-NOME DELIMITED BY SIZE
               INTO WS-BUSCA-DESC
           END-STRING.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR - the whole file in key order; every customer of
      * the losing rep (in the UF, if one was given) is moved
      ******************************************************************
       2000-PROCESSAR.
           OPEN I-O FILE1
           IF NOT FS-OK
               MOVE "*** ALERTA: FALHA AO ABRIR O CADASTRO -" &
                    " NADA FEITO ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
               IF FS-ARQ-AUSENTE
                   CLOSE FILE1
               END-IF
               GO TO 2000-EXIT
           END-IF
           OPEN EXTEND CLI-HIST
           IF NOT FS-OK-HIST
               CLOSE CLI-HIST
               OPEN OUTPUT CLI-HIST
               CLOSE CLI-HIST
               OPEN EXTEND CLI-HIST
           END-IF
           MOVE WS-CABDET TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-TRATAR-CLIENTE THRU 2200-EXIT
               UNTIL FS-NAO-EXISTE
           CLOSE CLI-HIST
           CLOSE FILE1.
       2000-EXIT.
           EXIT.

       2100-LER-CLIENTE.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 35 TO FS-STAT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TRATAR-CLIENTE.
           ADD 1 TO WS-QTD-LIDOS
           IF CLI_VENDEDOR NOT = WS-ORIGEM
               GO TO 2200-PROXIMO
           END-IF
           ADD 1 TO WS-QTD-DA-ORIGEM
           IF WS-FILTRO-UF NOT = SPACE
              AND CLI_ESTADO NOT = WS-FILTRO-UF
               ADD 1 TO WS-QTD-OUTRA-UF
               GO TO 2200-PROXIMO
           END-IF
           PERFORM 2300-TRANSFERIR-CLIENTE THRU 2300-EXIT.

       2200-PROXIMO.
           PERFORM 2100-LER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-TRANSFERIR-CLIENTE - the VENDEDOR pair carries the rep in
      * the situation-reason slot of the image, as CADCLIENTE option 9
      * writes it; the record keeps its own reason
      ******************************************************************
       2300-TRANSFERIR-CLIENTE.
           MOVE CLI_ID TO WS-DET-ID
           MOVE CLI_RAZAOSOCIAL TO WS-DET-RAZAO
           MOVE CLI_ESTADO TO WS-DET-ESTADO
           MOVE CLI_VENDEDOR TO WS-DET-ANTES
           MOVE CLI_SIT_MOTIVO TO WS-MOTIVO-SALVO
           MOVE WS-DESC-ORIGEM TO CLI_SIT_MOTIVO
           PERFORM 7000-GRAVAR-HIST-ANTES THRU 7000-EXIT
           MOVE WS-MOTIVO-SALVO TO CLI_SIT_MOTIVO
           MOVE WS-DESTINO TO CLI_VENDEDOR
           REWRITE FILE1-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
                   MOVE WS-ORIGEM TO CLI_VENDEDOR
                   MOVE WS-ORIGEM TO WS-DET-DEPOIS
                   MOVE "ERRO AO REGRAVAR - NAO TRANSFERIDO" TO
                        WS-DET-OBS
                   PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-REWRITE
           ADD 1 TO WS-QTD-TRANSFERIDOS
           MOVE WS-DESC-DESTINO TO CLI_SIT_MOTIVO
           PERFORM 7010-GRAVAR-HIST-DEPOIS THRU 7010-EXIT
           MOVE WS-MOTIVO-SALVO TO CLI_SIT_MOTIVO
           MOVE CLI_VENDEDOR TO WS-DET-DEPOIS
           MOVE SPACE TO WS-DET-OBS
           MOVE CLI_ESTADO TO WS-UF-TESTE
           PERFORM 3100-VERIFICAR-REGIAO THRU 3100-EXIT
           IF NOT NA-REGIAO
               ADD 1 TO WS-QTD-FORA-REGIAO
               MOVE "FORA DA REGIAO DO VENDEDOR" TO WS-DET-OBS
           END-IF
           PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

       2900-GRAVAR-DETALHE.
           MOVE WS-LINDET TO REL-LINHA
           WRITE REL-LINHA.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VERIFICAR-REGIAO - does the receiving rep's region cover
      * WS-UF-TESTE?  No UF listed = the whole country.
      ******************************************************************
       3100-VERIFICAR-REGIAO.
           MOVE "N" TO WS-NA-REGIAO
           IF WS-DESTINO-REGIAO = SPACE
               MOVE "S" TO WS-NA-REGIAO
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-COMPARAR-UF THRU 3110-EXIT
               VARYING WS-UF-IDX FROM 1 BY 1
               UNTIL WS-UF-IDX > 27 OR NA-REGIAO.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-UF.
           IF WS-DESTINO-UF (WS-UF-IDX) = WS-UF-TESTE
               MOVE "S" TO WS-NA-REGIAO
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 7000-7099 - CLI_HIST.DAT before/after images, in the layout
      * CADCLIENTE writes
      ******************************************************************
       7000-GRAVAR-HIST-ANTES.
           MOVE "ANTES" TO WH-IMAGEM
           PERFORM 7050-MONTAR-IMAGEM THRU 7050-EXIT
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7000-EXIT.
           EXIT.

       7010-GRAVAR-HIST-DEPOIS.
           MOVE "DEPOIS" TO WH-IMAGEM
           PERFORM 7050-MONTAR-IMAGEM THRU 7050-EXIT
           PERFORM 7099-GRAVAR-LINHA-HIST THRU 7099-EXIT.
       7010-EXIT.
           EXIT.

       7050-MONTAR-IMAGEM.
           MOVE CLI_ID TO WH-ID
           MOVE CLI_NOMEFANTASIA TO WH-NOMEFANTASIA
           MOVE CLI_RAZAOSOCIAL TO WH-RAZAOSOCIAL
           MOVE CLI_TIPO_PESSOA TO WH-TIPO-PESSOA
           MOVE CLI_CNPJ TO WH-CNPJ
           MOVE CLI_ENDERECO TO WH-ENDERECO
           MOVE CLI_NUMERO TO WH-NUMERO
           MOVE CLI_BAIRRO TO WH-BAIRRO
           MOVE CLI_CIDADE TO WH-CIDADE
           MOVE CLI_ESTADO TO WH-ESTADO
           PERFORM 7090-CALC-HASH-CONTATOS THRU 7090-EXIT
           MOVE CLI_QTD_CONTATOS TO WH-QTD-CONTATOS
           MOVE WS-CONTATOS-HASH TO WH-CONTATOS-HASH
           MOVE CLI_SITUACAO TO WH-SITUACAO
           MOVE CLI_SIT_MOTIVO TO WH-SIT-MOTIVO
           MOVE CLI_CEP TO WH-CEP.
       7050-EXIT.
           EXIT.

       7090-CALC-HASH-CONTATOS.
           MOVE ZERO TO WS-CONTATOS-HASH
           PERFORM 7095-SOMAR-UM-CONTATO
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > CLI_QTD_CONTATOS.
       7090-EXIT.
           EXIT.

       7095-SOMAR-UM-CONTATO.
           SET CLI_IDX_CONTATO TO WS-HASH-IDX
           EVALUATE TRUE
               WHEN CTT-FIXO (CLI_IDX_CONTATO)
                   MOVE 1 TO WS-HASH-TIPO
               WHEN CTT-CELULAR (CLI_IDX_CONTATO)
                   MOVE 2 TO WS-HASH-TIPO
               WHEN CTT-FAX (CLI_IDX_CONTATO)
                   MOVE 3 TO WS-HASH-TIPO
               WHEN CTT-WHATSAPP (CLI_IDX_CONTATO)
                   MOVE 4 TO WS-HASH-TIPO
               WHEN CTT-COMERCIAL (CLI_IDX_CONTATO)
                   MOVE 5 TO WS-HASH-TIPO
               WHEN OTHER
                   MOVE 0 TO WS-HASH-TIPO
           END-EVALUATE
           IF CTT-E-WHATSAPP (CLI_IDX_CONTATO)
               MOVE 1 TO WS-HASH-WPP
           ELSE
               MOVE 0 TO WS-HASH-WPP
           END-IF
           ADD CTT_DDD (CLI_IDX_CONTATO) CTT_NUMERO (CLI_IDX_CONTATO)
              CTT_RAMAL (CLI_IDX_CONTATO) WS-HASH-TIPO WS-HASH-WPP
              TO WS-CONTATOS-HASH.
       7095-EXIT.
           EXIT.

       7099-GRAVAR-LINHA-HIST.
           ACCEPT WH-DATA FROM DATE YYYYMMDD
           ACCEPT WH-HORA FROM TIME
           MOVE WS-HIST-OPERADOR TO WH-OPERADOR
           MOVE WS-HIST-OPERACAO TO WH-OPERACAO
           MOVE WS-HIST-REC TO HIST-LINHA
           WRITE HIST-LINHA.
       7099-EXIT.
           EXIT.

       8000-GRAVAR-ALERTA.
           MOVE WS-LINALERTA TO REL-LINHA
           WRITE REL-LINHA.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - run totals
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACE TO REL-LINHA
           WRITE REL-LINHA
           IF PARAMETROS-OK
              AND WS-QTD-DA-ORIGEM = ZERO
               MOVE "NENHUM CLIENTE NA CARTEIRA DO VENDEDOR DE ORIGEM"
                    TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           IF WS-QTD-FORA-REGIAO > ZERO
               MOVE "*** ALERTA: CLIENTES TRANSFERIDOS PARA FORA DA" &
                    " REGIAO DO VENDEDOR ***" TO WS-ALERTA-TXTO
               PERFORM 8000-GRAVAR-ALERTA THRU 8000-EXIT
           END-IF
           MOVE "CLIENTES LIDOS..................:" TO WS-RES-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "CLIENTES DO VENDEDOR DE ORIGEM..:" TO WS-RES-ROTULO
           MOVE WS-QTD-DA-ORIGEM TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           IF WS-FILTRO-UF NOT = SPACE
               MOVE "MANTIDOS - OUTRAS UFS...........:" TO
                    WS-RES-ROTULO
               MOVE WS-QTD-OUTRA-UF TO WS-RES-QTDE
               PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           END-IF
           MOVE "CLIENTES TRANSFERIDOS...........:" TO WS-RES-ROTULO
           MOVE WS-QTD-TRANSFERIDOS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "  FORA DA REGIAO DO DESTINO.....:" TO WS-RES-ROTULO
           MOVE WS-QTD-FORA-REGIAO TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           MOVE "ERROS DE REGRAVACAO.............:" TO WS-RES-ROTULO
           MOVE WS-QTD-ERROS TO WS-RES-QTDE
           PERFORM 9100-GRAVAR-RESUMO THRU 9100-EXIT
           CLOSE REL-FILE.
       9000-EXIT.
           EXIT.

       9100-GRAVAR-RESUMO.
           MOVE WS-LINRESUMO TO REL-LINHA
           WRITE REL-LINHA.
       9100-EXIT.
           EXIT.

       END PROGRAM CADCLIENTE_TRANSFERE.
