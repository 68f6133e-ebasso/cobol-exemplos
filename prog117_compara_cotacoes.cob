      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Comparativo de Cotacoes de Fornecedor
      *          Le as cotacoes de preco (PROG18-COT.DAT, PROG018) na
      *          ordem da chave alternada CQ-PID e, para cada produto,
      *          lista todos os fornecedores que cotaram lado a lado,
      *          do menor preco unitario para o maior (cotacoes
      *          vencidas no fim): preco, quantidade minima, prazo de
      *          entrega, validade e a pontualidade do fornecedor
      *          apurada pelo PROG083 (PROG83-DESEMP.DAT): percentual
      *          no prazo, lead time medio e fill rate. O comparativo
      *          sai no spool de relatorios (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog117_compara_cotacoes -std=default -I copybooks prog117_compara_cotacoes.cob && ./bin/prog117_compara_cotacoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG117-COMPARA-COTACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * COTACOES DE PRECO POR FORNECEDOR + PRODUTO.
           SELECT FD-COTACOES ASSIGN TO "PROG18-COT.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CQ-CHAVE
                              ALTERNATE RECORD KEY IS CQ-PID
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-COT.

      * CADASTRO DE FORNECEDORES, PARA MOSTRAR O NOME.
           SELECT FD-FORNECEDORES ASSIGN TO "PROG18-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FR-CODIGO
                              FILE STATUS WS-FILE-STATUS-FOR.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * DESEMPENHO POR FORNECEDOR APURADO PELO PROG083.
           SELECT FD-DESEMPENHO ASSIGN TO "PROG83-DESEMP.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DSP.

       DATA DIVISION.
       FILE SECTION.

       FD FD-COTACOES
          RECORD CONTAINS 58 CHARACTERS.
           COPY COTACAO.CPY.

       FD FD-FORNECEDORES
          RECORD CONTAINS 69 CHARACTERS.
           COPY FORNEC.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-DESEMPENHO
          RECORD CONTAINS 44 CHARACTERS.
           COPY DESEMPFN.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-COT        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-FOR        PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-DSP        PIC 9(02).

      ************* DESEMPENHO DOS FORNECEDORES (PROG083) ************
       01 TAB-DESEMPENHO.
          02 DESEMPENHO-ITEM OCCURS 50 TIMES.
             03 TD-FORNECEDOR   PIC 9(05).
             03 TD-LEAD-MEDIO   PIC 9(05)V9(01).
             03 TD-PCT-ATRASO   PIC 9(03)V9(02).
             03 TD-FILL-RATE    PIC 9(03)V9(02).
       77 WS-QTD-DESEMPENHO         PIC 9(02) VALUE ZERO.
       77 WS-IDX-DSP                PIC 9(02) VALUE ZERO.
       77 WS-DSP-ACHOU              PIC 9(01) VALUE ZERO.
       77 WS-DATA-APURACAO          PIC 9(08) VALUE ZERO.

      ************* COTACOES DO PRODUTO CORRENTE ************
       01 TAB-COTACOES.
          02 COTACAO-ITEM OCCURS 50 TIMES.
             03 CT-FORNECEDOR   PIC 9(05).
             03 CT-PRECO        PIC 9(10)V9(02).
             03 CT-QTD-MINIMA   PIC 9(10)V9(02).
             03 CT-PRAZO-DIAS   PIC 9(03).
             03 CT-VALIDADE     PIC 9(08).
             03 CT-VALIDA       PIC 9(01).
       77 WS-QTD-COTACOES           PIC 9(02) VALUE ZERO.
       77 WS-IDX-COT                PIC 9(02) VALUE ZERO.
       77 WS-PID-CORRENTE           PIC 9(10) VALUE ZERO.

      ************* VARIAVEIS PARA A ORDENACAO ************
      * VALIDAS ANTES DAS VENCIDAS, DEPOIS O MENOR PRECO E, NO
      * EMPATE, O MENOR PRAZO.
       77 WS-IDX-ORDENA             PIC 9(02) VALUE ZERO.
       77 WS-IDX-MELHOR             PIC 9(02) VALUE ZERO.
       77 WS-IDX-VARRE              PIC 9(02) VALUE ZERO.
       01 WS-TROCA-ITEM             PIC X(41).

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-NOME-FORNEC            PIC X(30).
       77 WS-NOME-PRODUTO           PIC X(10).
       77 WS-SITUACAO-COT           PIC X(07).
       77 WS-PCT-NO-PRAZO           PIC 9(03)V9(02).
       77 WS-RANK-EDT               PIC Z9.
       77 WS-PRECO-EDT              PIC Z(09)9.99.
       77 WS-QTD-EDT                PIC Z(09)9.99.
       77 WS-PCT-EDT                PIC ZZ9.99.
       77 WS-FILL-EDT               PIC ZZ9.99.
       77 WS-LEAD-EDT               PIC ZZZZ9.9.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-PRODUTOS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-COTACOES          PIC 9(05) VALUE ZERO.
       77 WS-CONT-VENCIDAS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA              PIC 9(05) VALUE ZERO.

       77 WS-FIM-COTACOES           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-COTACOES      VALUE 1.
       77 WS-FIM-LEITURA            PIC 9(01) VALUE ZERO.
           88 FIM-DA-LEITURA        VALUE 1.
       77 WS-FORNEC-OK              PIC 9(01) VALUE ZERO.
           88 FORNEC-OK             VALUE 1.
       77 WS-PRODUTOS-OK            PIC 9(01) VALUE ZERO.
           88 PRODUTOS-OK           VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-COT.
           OPEN INPUT FD-COTACOES.
           IF NOT FS-OK
              DISPLAY "-- SEM COTACOES REGISTRADAS (STATUS "
                      WS-FILE-STATUS-COT ")"
              STOP RUN
           END-IF.

           PERFORM 00000-ABRE-CADASTROS.
           PERFORM 00001-CARREGA-DESEMPENHO.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== COMPARATIVO DE COTACOES DE FORNECEDOR - "
                  DELIMITED BY SIZE
                  WS-DATA-HOJE      DELIMITED BY SIZE
                  " ===="           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           IF WS-QTD-DESEMPENHO > 0
              STRING "DESEMPENHO APURADO PELO PROG083 EM "
                     DELIMITED BY SIZE
                     WS-DATA-APURACAO DELIMITED BY SIZE
                     INTO SP-LINHA
           ELSE
              MOVE "SEM DESEMPENHO APURADO (RODAR O PROG083)"
                TO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 0 TO WS-FIM-COTACOES.
           MOVE ZERO TO CQ-PID.
           START FD-COTACOES KEY IS NOT LESS THAN CQ-PID
                 INVALID KEY
                    MOVE 1 TO WS-FIM-COTACOES
           END-START.
           IF NOT FIM-DAS-COTACOES
              PERFORM 00002-LER-COTACAO
           END-IF.
           PERFORM 00003-PROCESSA-COTACAO UNTIL FIM-DAS-COTACOES.
           IF WS-QTD-COTACOES > 0
              PERFORM 00004-FECHA-PRODUTO
           END-IF.

           PERFORM 00009-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.

           CLOSE FD-COTACOES.
           IF FORNEC-OK
              CLOSE FD-FORNECEDORES
           END-IF.
           IF PRODUTOS-OK
              CLOSE FD-PRODUTOS
           END-IF.
           STOP RUN.

      * CADASTROS DE APOIO: SEM ELES O COMPARATIVO SAI SO COM CODIGOS.
       00000-ABRE-CADASTROS.
           MOVE 0 TO WS-FILE-STATUS-FOR.
           OPEN INPUT FD-FORNECEDORES.
           IF WS-FILE-STATUS-FOR = 0
              MOVE 1 TO WS-FORNEC-OK
           ELSE
              DISPLAY "-- SEM CADASTRO DE FORNECEDORES, LISTA SO COM "
                      "O CODIGO".
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD = 0
              MOVE 1 TO WS-PRODUTOS-OK
           ELSE
              DISPLAY "-- CATALOGO DA LOJA INDISPONIVEL, LISTA SO "
                      "COM O PID".

      ******************************************************************
      * CARREGA O ULTIMO SCORECARD GRAVADO PELO PROG083. FORNECEDOR
      * FORA DA TABELA SAI SEM OS NUMEROS DE DESEMPENHO.
      ******************************************************************
       00001-CARREGA-DESEMPENHO.
           MOVE 0 TO WS-FILE-STATUS-DSP.
           OPEN INPUT FD-DESEMPENHO.
           IF WS-FILE-STATUS-DSP = 0
              MOVE 0 TO WS-FIM-LEITURA
              PERFORM 00001-A-LER-DESEMPENHO UNTIL FIM-DA-LEITURA
              CLOSE FD-DESEMPENHO
           ELSE
              DISPLAY "-- SEM PROG83-DESEMP.DAT, COMPARATIVO SEM "
                      "DESEMPENHO".

       00001-A-LER-DESEMPENHO.
           READ FD-DESEMPENHO
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   IF WS-QTD-DESEMPENHO = 50
                      DISPLAY "-- TABELA DE DESEMPENHO CHEIA, "
                              "FORNECEDOR SEM NUMEROS --> "
                              DF-FORNECEDOR
                   ELSE
                      ADD 1 TO WS-QTD-DESEMPENHO
                      MOVE DF-FORNECEDOR
                        TO TD-FORNECEDOR(WS-QTD-DESEMPENHO)
                      MOVE DF-LEAD-MEDIO
                        TO TD-LEAD-MEDIO(WS-QTD-DESEMPENHO)
                      MOVE DF-PCT-ATRASO
                        TO TD-PCT-ATRASO(WS-QTD-DESEMPENHO)
                      MOVE DF-FILL-RATE
                        TO TD-FILL-RATE(WS-QTD-DESEMPENHO)
                      MOVE DF-DATA-APURACAO TO WS-DATA-APURACAO
                   END-IF
           END-READ.

       00002-LER-COTACAO.
           READ FD-COTACOES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-COTACOES
                NOT AT END
                   ADD 1 TO WS-CONT-COTACOES
           END-READ.

      ******************************************************************
      * QUEBRA POR PRODUTO: AS COTACOES DO MESMO PID SAO GUARDADAS NA
      * TABELA E, NA TROCA DE PID, ORDENADAS E IMPRESSAS.
      ******************************************************************
       00003-PROCESSA-COTACAO.
           IF WS-QTD-COTACOES > 0 AND CQ-PID NOT = WS-PID-CORRENTE
              PERFORM 00004-FECHA-PRODUTO
           END-IF.
           MOVE CQ-PID TO WS-PID-CORRENTE.
           IF WS-QTD-COTACOES = 50
              ADD 1 TO WS-CONT-FORA
              DISPLAY "-- TABELA DE COTACOES CHEIA, FORNECEDOR FORA "
                      "DO COMPARATIVO --> " CQ-FORNECEDOR
           ELSE
              ADD 1 TO WS-QTD-COTACOES
              MOVE CQ-FORNECEDOR TO CT-FORNECEDOR(WS-QTD-COTACOES)
              MOVE CQ-PRECO      TO CT-PRECO(WS-QTD-COTACOES)
              MOVE CQ-QTD-MINIMA TO CT-QTD-MINIMA(WS-QTD-COTACOES)
              MOVE CQ-PRAZO-DIAS TO CT-PRAZO-DIAS(WS-QTD-COTACOES)
              MOVE CQ-VALIDADE   TO CT-VALIDADE(WS-QTD-COTACOES)
              IF CQ-VALIDADE < WS-DATA-HOJE
                 MOVE 0 TO CT-VALIDA(WS-QTD-COTACOES)
                 ADD 1 TO WS-CONT-VENCIDAS
              ELSE
                 MOVE 1 TO CT-VALIDA(WS-QTD-COTACOES)
              END-IF
           END-IF.
           PERFORM 00002-LER-COTACAO.

       00004-FECHA-PRODUTO.
           ADD 1 TO WS-CONT-PRODUTOS.
           PERFORM 00005-ORDENA-COTACOES.
           PERFORM 00006-CABECALHO-PRODUTO.
           MOVE 1 TO WS-IDX-COT.
           PERFORM 00007-LINHA-COTACAO
               UNTIL WS-IDX-COT > WS-QTD-COTACOES.
           MOVE 0 TO WS-QTD-COTACOES.

      ******************************************************************
      * ORDENA AS COTACOES DO PRODUTO (SELECAO DIRETA), COMO O
      * SCORECARD DO PROG083.
      ******************************************************************
       00005-ORDENA-COTACOES.
           MOVE 1 TO WS-IDX-ORDENA.
           PERFORM 00005-A-POSICIONA-MELHOR
               UNTIL WS-IDX-ORDENA NOT < WS-QTD-COTACOES.

       00005-A-POSICIONA-MELHOR.
           MOVE WS-IDX-ORDENA TO WS-IDX-MELHOR.
           COMPUTE WS-IDX-VARRE = WS-IDX-ORDENA + 1.
           PERFORM 00005-B-COMPARA
               UNTIL WS-IDX-VARRE > WS-QTD-COTACOES.
           IF WS-IDX-MELHOR NOT = WS-IDX-ORDENA
              MOVE COTACAO-ITEM(WS-IDX-ORDENA) TO WS-TROCA-ITEM
              MOVE COTACAO-ITEM(WS-IDX-MELHOR)
                TO COTACAO-ITEM(WS-IDX-ORDENA)
              MOVE WS-TROCA-ITEM TO COTACAO-ITEM(WS-IDX-MELHOR)
           END-IF.
           ADD 1 TO WS-IDX-ORDENA.

       00005-B-COMPARA.
           IF CT-VALIDA(WS-IDX-VARRE) > CT-VALIDA(WS-IDX-MELHOR)
              MOVE WS-IDX-VARRE TO WS-IDX-MELHOR
           ELSE
           IF CT-VALIDA(WS-IDX-VARRE) = CT-VALIDA(WS-IDX-MELHOR)
              IF CT-PRECO(WS-IDX-VARRE) < CT-PRECO(WS-IDX-MELHOR)
                 OR (CT-PRECO(WS-IDX-VARRE) = CT-PRECO(WS-IDX-MELHOR)
                     AND CT-PRAZO-DIAS(WS-IDX-VARRE) <
                         CT-PRAZO-DIAS(WS-IDX-MELHOR))
                 MOVE WS-IDX-VARRE TO WS-IDX-MELHOR
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-VARRE.

       00006-CABECALHO-PRODUTO.
           MOVE SPACES TO WS-NOME-PRODUTO.
           IF PRODUTOS-OK
              MOVE WS-PID-CORRENTE TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      MOVE "(FORA)" TO WS-NOME-PRODUTO
                   NOT INVALID KEY
                      MOVE RP-NOME TO WS-NOME-PRODUTO
              END-READ
           END-IF.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PRODUTO "        DELIMITED BY SIZE
                  WS-PID-CORRENTE   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NOME-PRODUTO   DELIMITED BY SIZE
                  "  COTACOES: "    DELIMITED BY SIZE
                  WS-QTD-COTACOES   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * DUAS LINHAS POR FORNECEDOR: CONDICOES DA COTACAO E, AO LADO
      * DA VALIDADE, A PONTUALIDADE APURADA PELO PROG083 (NO PRAZO =
      * 100 MENOS O PERCENTUAL DE ITENS ATRASADOS).
      ******************************************************************
       00007-LINHA-COTACAO.
           PERFORM 00008-BUSCA-NOME.
           MOVE WS-IDX-COT TO WS-RANK-EDT.
           MOVE CT-PRECO(WS-IDX-COT)      TO WS-PRECO-EDT.
           MOVE CT-QTD-MINIMA(WS-IDX-COT) TO WS-QTD-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  "                    DELIMITED BY SIZE
                  WS-RANK-EDT             DELIMITED BY SIZE
                  ") "                    DELIMITED BY SIZE
                  CT-FORNECEDOR(WS-IDX-COT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-NOME-FORNEC          DELIMITED BY SIZE
                  " PRECO "               DELIMITED BY SIZE
                  WS-PRECO-EDT            DELIMITED BY SIZE
                  " MINIMO "              DELIMITED BY SIZE
                  WS-QTD-EDT              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           IF CT-VALIDA(WS-IDX-COT) = 1
              MOVE "VALIDA" TO WS-SITUACAO-COT
           ELSE
              MOVE "VENCIDA" TO WS-SITUACAO-COT
           END-IF.
           PERFORM 00008-A-BUSCA-DESEMPENHO.
           MOVE SPACES TO SP-LINHA.
           IF WS-DSP-ACHOU = 1
              COMPUTE WS-PCT-NO-PRAZO =
                      100 - TD-PCT-ATRASO(WS-IDX-DSP)
              MOVE WS-PCT-NO-PRAZO            TO WS-PCT-EDT
              MOVE TD-LEAD-MEDIO(WS-IDX-DSP)  TO WS-LEAD-EDT
              MOVE TD-FILL-RATE(WS-IDX-DSP)   TO WS-FILL-EDT
              STRING "      PRAZO "           DELIMITED BY SIZE
                     CT-PRAZO-DIAS(WS-IDX-COT) DELIMITED BY SIZE
                     " DIAS ATE "             DELIMITED BY SIZE
                     CT-VALIDADE(WS-IDX-COT)  DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-SITUACAO-COT          DELIMITED BY SIZE
                     " NO PRAZO "             DELIMITED BY SIZE
                     WS-PCT-EDT               DELIMITED BY SIZE
                     " PCT LEAD "             DELIMITED BY SIZE
                     WS-LEAD-EDT              DELIMITED BY SIZE
                     " FILL "                 DELIMITED BY SIZE
                     WS-FILL-EDT              DELIMITED BY SIZE
                     " PCT"                   DELIMITED BY SIZE
                     INTO SP-LINHA
           ELSE
              STRING "      PRAZO "           DELIMITED BY SIZE
                     CT-PRAZO-DIAS(WS-IDX-COT) DELIMITED BY SIZE
                     " DIAS ATE "             DELIMITED BY SIZE
                     CT-VALIDADE(WS-IDX-COT)  DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-SITUACAO-COT          DELIMITED BY SIZE
                     " SEM DESEMPENHO APURADO" DELIMITED BY SIZE
                     INTO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-COT.

       00008-BUSCA-NOME.
           MOVE SPACES TO WS-NOME-FORNEC.
           IF FORNEC-OK
              MOVE CT-FORNECEDOR(WS-IDX-COT) TO FR-CODIGO
              READ FD-FORNECEDORES RECORD KEY FR-CODIGO
                   INVALID KEY
                      MOVE "(DESCONHECIDO)" TO WS-NOME-FORNEC
                   NOT INVALID KEY
                      MOVE FR-NOME TO WS-NOME-FORNEC
              END-READ
           END-IF.

       00008-A-BUSCA-DESEMPENHO.
           MOVE 0 TO WS-DSP-ACHOU.
           MOVE 1 TO WS-IDX-DSP.
           IF WS-QTD-DESEMPENHO > 0
              PERFORM 00008-B-PROCURA-DESEMPENHO
                  UNTIL WS-IDX-DSP > WS-QTD-DESEMPENHO
                     OR WS-DSP-ACHOU = 1
           END-IF.

       00008-B-PROCURA-DESEMPENHO.
           IF TD-FORNECEDOR(WS-IDX-DSP) = CT-FORNECEDOR(WS-IDX-COT)
              MOVE 1 TO WS-DSP-ACHOU
           ELSE
              ADD 1 TO WS-IDX-DSP
           END-IF.

       00009-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PRODUTOS COTADOS..........: " DELIMITED BY SIZE
                  WS-CONT-PRODUTOS               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "COTACOES LIDAS............: " DELIMITED BY SIZE
                  WS-CONT-COTACOES               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "COTACOES VENCIDAS.........: " DELIMITED BY SIZE
                  WS-CONT-VENCIDAS               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-FORA > 0
              MOVE SPACES TO SP-LINHA
              STRING "COTACOES FORA DA TABELA...: " DELIMITED BY SIZE
                     WS-CONT-FORA                   DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           IF WS-CONT-COTACOES = 0
              MOVE "NENHUMA COTACAO REGISTRADA" TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "COMPARATIVO DE COTACOES DE FORNECEDOR" TO SP-TITULO.
           MOVE "PROG117-COMPARA-COTACOES" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, LISTA SO NO CONSOLE".

       9802-IMPRIME-LINHA.
           DISPLAY SP-LINHA.
           IF SPOOL-OK
              MOVE "L" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
           END-IF.

       9803-FECHA-SPOOL.
           IF SPOOL-OK
              MOVE "F" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
              DISPLAY "-- COMPARATIVO " SP-NUMERO " GRAVADO NO SPOOL"
           END-IF.

       END PROGRAM PROG117-COMPARA-COTACOES.
