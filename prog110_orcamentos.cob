      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Orcamentos de Venda
      *          Tela do balcao (sign-on central PROG073) para os
      *          orcamentos dos clientes maiores, que antes eram
      *          feitos em papel. O orcamento recebe um numero
      *          (PROG110-ORC.KEY), o cliente do PROG29-001.DAT, o
      *          vendedor, os itens e quantidades e uma data de
      *          validade. O preco de cada item e congelado na hora
      *          da cotacao: contrato do cliente (CONTRATOS.DAT),
      *          senao promocao do dia (PROMOCOES.DAT), senao preco
      *          do catalogo. Aceito dentro da validade, o orcamento
      *          vira um pedido (VD-PEDIDO = numero do orcamento)
      *          gravado em VENDAS.ORC com o preco cotado em cada
      *          linha; o PROG032 anexa essas linhas ao VENDAS.DAT e
      *          o PROG013 fatura pelo preco cotado. Na conversao
      *          cada item reserva o estoque da loja para o pedido
      *          (PROG112), ate o PROG013 faturar a linha.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog110_orcamentos -std=default -I copybooks prog110_orcamentos.cob && ./bin/prog110_orcamentos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG110-ORCAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ITENS DOS ORCAMENTOS, POR NUMERO + PID.
           SELECT FD-ORCAMENTOS ASSIGN TO "PROG110-ORC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS OR-CHAVE
                              FILE STATUS WS-FILE-STATUS-ORC.

      * ARMAZENA O ULTIMO NUMERO DE ORCAMENTO EMITIDO.
           SELECT FD-ORCAMENTO-KEY ASSIGN TO "PROG110-ORC.KEY"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ORC-KEY.

           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * MESMAS TABELAS DE PROMOCOES E CONTRATOS USADAS PELO PROG013.
           SELECT FD-PROMOCOES ASSIGN TO "PROMOCOES.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PROMO.

           SELECT FD-CONTRATOS ASSIGN TO "CONTRATOS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CTR.

      * PEDIDOS DOS ORCAMENTOS ACEITOS, NO LAYOUT DO VENDAS.DAT, QUE
      * O PROG032 ANEXA NA PROXIMA LIBERACAO DO ARQUIVO DE VENDAS.
           SELECT FD-ORCADAS ASSIGN TO "VENDAS.ORC"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VENDA.

       DATA DIVISION.
       FILE SECTION.

       FD FD-ORCAMENTOS
          RECORD CONTAINS 90 CHARACTERS.
           COPY ORCAMENT.CPY.

       FD FD-ORCAMENTO-KEY.
       01 REGISTRO-ORC-KEY        PIC 9(10).

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-PROMOCOES
          RECORD CONTAINS 32 CHARACTERS.
      *    TIPO: 'P' = PROMOCAO DE UM PID, 'C' = DE UMA CATEGORIA.
      *    PARA TIPO 'C' A CATEGORIA OCUPA AS 3 PRIMEIRAS POSICOES
      *    DA CHAVE.
       01 REG-PROMOCAO.
           02 PM-TIPO             PIC X(01).
           02 PM-CHAVE            PIC X(10).
           02 PM-PERCENTUAL       PIC 9(03)V9(02).
           02 PM-DATA-INICIO      PIC 9(08).
           02 PM-DATA-FIM         PIC 9(08).

       FD FD-CONTRATOS
          RECORD CONTAINS 27 CHARACTERS.
       01 REG-CONTRATO.
           02 CT-CLIENTE          PIC 9(05).
           02 CT-PID              PIC 9(10).
           02 CT-VALOR            PIC 9(10)V9(02).

      *    MESMO LAYOUT DO VENDAS.DAT (PROG013), COM O PRECO COTADO.
       FD FD-ORCADAS
          RECORD CONTAINS 113 CHARACTERS.
       01 REG-VENDA.
           02 VD-PID              PIC 9(10).
           02 VD-QTD              PIC 9(10)V9(02).
           02 VD-CLIENTE          PIC 9(05).
           02 VD-VENDEDOR         PIC 9(05).
           02 VD-PEDIDO           PIC 9(10).
           02 VD-PAGAMENTO        PIC X(01).
           02 VD-PARCELAS         PIC 9(02).
           02 VD-AUTORIZACAO      PIC X(06).
           02 VD-VALE             PIC 9(10).
           02 VD-EAN              PIC X(13).
           02 VD-PRECO-COTADO     PIC 9(10)V9(02).
           02 VD-SERIE            PIC X(20).
           02 VD-PONTOS           PIC 9(07).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-ORC        PIC 9(02).
       77 WS-FILE-STATUS-ORC-KEY    PIC 9(02).
       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-PROMO      PIC 9(02).
       77 WS-FILE-STATUS-CTR        PIC 9(02).
       77 WS-FILE-STATUS-VENDA      PIC 9(02).

       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-CONFIRMA               PIC X(01).

      ************* VARIAVEIS DO ORCAMENTO ************
      * VALIDADE PADRAO DO ORCAMENTO, EM DIAS CORRIDOS.
       77 WS-DIAS-PADRAO            PIC 9(03) VALUE 10.
       77 WS-DIAS-VALIDADE          PIC 9(03) VALUE ZERO.
       77 WS-ULTIMO-ORCAMENTO       PIC 9(10) VALUE ZERO.
       77 WS-NUMERO                 PIC 9(10) VALUE ZERO.
       77 WS-CLIENTE                PIC 9(05) VALUE ZERO.
       77 WS-VENDEDOR               PIC 9(05) VALUE ZERO.
       77 WS-DATA-VALIDADE          PIC 9(08) VALUE ZERO.
       77 WS-PID                    PIC 9(10) VALUE ZERO.
       77 WS-QTD                    PIC 9(10)V9(02) VALUE ZERO.
       77 WS-VALOR-ITEM             PIC 9(10)V9(02) VALUE ZERO.
       77 WS-TOTAL-ORCAMENTO        PIC 9(12)V9(02) VALUE ZERO.
       77 WS-CONT-ITENS             PIC 9(03) VALUE ZERO.
       77 WS-ORIGEM-DESC            PIC X(08).
       77 WS-SITUACAO-DESC          PIC X(10).

      * CABECALHO DO ORCAMENTO CONSULTADO (DO PRIMEIRO ITEM).
       77 WS-CLIENTE-ORC            PIC 9(05) VALUE ZERO.
       77 WS-VENDEDOR-ORC           PIC 9(05) VALUE ZERO.
       77 WS-EMISSAO-ORC            PIC 9(08) VALUE ZERO.
       77 WS-VALIDADE-ORC           PIC 9(08) VALUE ZERO.
       77 WS-SITUACAO-ORC           PIC X(01) VALUE SPACE.
       77 WS-PEDIDO-ORC             PIC 9(10) VALUE ZERO.

      ************* VARIAVEIS DO PEDIDO GERADO ************
       77 WS-PAGAMENTO              PIC X(01) VALUE SPACE.
       77 WS-PARCELAS               PIC 9(02) VALUE ZERO.
       77 WS-AUTORIZACAO            PIC X(06) VALUE SPACES.
       77 WS-CONT-LINHAS            PIC 9(03) VALUE ZERO.
       77 WS-CONT-SEM-RESERVA       PIC 9(03) VALUE ZERO.

      ************* VARIAVEIS PARA EXIBICAO ************
       77 WS-QTD-EDT                PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-PRECO-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-EDT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************ TABELA DE PROMOCOES VIGENTES ***********
       01 TAB-PROMOCOES.
          02 PROMOCAO-ITEM OCCURS 100 TIMES INDEXED BY PIDX.
             03 PR-TIPO         PIC X(01).
             03 PR-CHAVE        PIC X(10).
             03 PR-PERCENTUAL   PIC 9(03)V9(02).
             03 PR-DATA-INICIO  PIC 9(08).
             03 PR-DATA-FIM     PIC 9(08).

       77 WS-QTD-PROMOCOES          PIC 9(03) VALUE ZERO.
       77 WS-IDX-PROMO              PIC 9(03) VALUE ZERO.
       77 WS-PERC-DESCONTO          PIC 9(03)V9(02) VALUE ZERO.
       77 WS-CHAVE-PID              PIC 9(10).
       77 WS-CHAVE-CATEGORIA        PIC X(03).
       77 WS-FIM-PROMOCOES          PIC 9(01) VALUE ZERO.
           88 FIM-DAS-PROMOCOES     VALUE 1.

      ************ TABELA DE PRECOS CONTRATADOS ***********
       01 TAB-CONTRATOS.
          02 CONTRATO-ITEM OCCURS 200 TIMES INDEXED BY CTIDX.
             03 CO-CLIENTE      PIC 9(05).
             03 CO-PID          PIC 9(10).
             03 CO-VALOR        PIC 9(10)V9(02).

       77 WS-QTD-CONTRATOS          PIC 9(03) VALUE ZERO.
       77 WS-IDX-CONTRATO           PIC 9(03) VALUE ZERO.
       77 WS-TEM-CONTRATO           PIC 9(01) VALUE ZERO.
       77 WS-VALOR-CONTRATO         PIC 9(10)V9(02) VALUE ZERO.
       77 WS-FIM-CONTRATOS          PIC 9(01) VALUE ZERO.
           88 FIM-DOS-CONTRATOS     VALUE 1.

       77 WS-CLIENTE-OK             PIC 9(01) VALUE ZERO.
           88 CLIENTE-OK            VALUE 1.
       77 WS-FIM-ITENS              PIC 9(01) VALUE ZERO.
           88 FIM-DOS-ITENS         VALUE 1.
       77 WS-FIM-ORCAMENTO          PIC 9(01) VALUE ZERO.
           88 FIM-DO-ORCAMENTO      VALUE 1.
       77 WS-PLANO-OK               PIC 9(01) VALUE ZERO.
           88 PLANO-OK              VALUE 1.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

      ************ AREA DAS RESERVAS DE ESTOQUE (PROG112) ***********
           COPY RESVCTRL.CPY.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PROG110-ORCAMENTOS" TO SN-PROGRAMA.
           MOVE 1 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-ORC.
           OPEN I-O FD-ORCAMENTOS.
           IF WS-FILE-STATUS-ORC = 35
              DISPLAY "-- PROG110-ORC.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-ORCAMENTOS
              CLOSE FD-ORCAMENTOS
              MOVE 0 TO WS-FILE-STATUS-ORC
              OPEN I-O FD-ORCAMENTOS
           END-IF.
           IF WS-FILE-STATUS-ORC NOT = 0
              DISPLAY "-- ERRO AO ABRIR ORCAMENTOS -->"
                      WS-FILE-STATUS-ORC
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN INPUT FD-CLIENTES.
           IF WS-FILE-STATUS-CLI NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE CLIENTES -->"
                      WS-FILE-STATUS-CLI
              CLOSE FD-ORCAMENTOS
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR CATALOGO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
              CLOSE FD-ORCAMENTOS
              CLOSE FD-CLIENTES
              STOP RUN
           END-IF.

           PERFORM 00014-CARREGA-PROMOCOES.
           PERFORM 00015-CARREGA-CONTRATOS.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-ORCAMENTOS.
           CLOSE FD-CLIENTES.
           CLOSE FD-PRODUTOS.
           STOP RUN.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) NOVO ORCAMENTO".
           DISPLAY "2) CONSULTAR ORCAMENTO".
           DISPLAY "3) CONVERTER ORCAMENTO EM PEDIDO".
           DISPLAY " ".
           DISPLAY "4) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-NOVO-ORCAMENTO
              WHEN 2 PERFORM 00003-CONSULTAR-ORCAMENTO
              WHEN 3 PERFORM 00004-CONVERTER-ORCAMENTO
              WHEN 4
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * NOVO ORCAMENTO: CLIENTE CADASTRADO E NAO DESLIGADO, VENDEDOR,
      * VALIDADE E ITENS. O NUMERO SO E CONSUMIDO SE O ORCAMENTO
      * TIVER PELO MENOS UM ITEM.
      ******************************************************************
       00002-NOVO-ORCAMENTO.
           DISPLAY "CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE.
           MOVE 0 TO WS-CLIENTE-OK.
           MOVE WS-CLIENTE TO CL-CODIGO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                   DISPLAY "-- CLIENTE NAO CADASTRADO --> " WS-CLIENTE
                NOT INVALID KEY
                   IF CL-STATUS-REG = "I"
                      DISPLAY "-- CLIENTE DESLIGADO --> " WS-CLIENTE
                   ELSE
                      MOVE 1 TO WS-CLIENTE-OK
                   END-IF
           END-READ.

           IF CLIENTE-OK
              PERFORM 00002-A-ABRE-ORCAMENTO
           END-IF.

       00002-A-ABRE-ORCAMENTO.
           DISPLAY "NOME..........: " CL-NOME.
           IF CL-STATUS-REG = "B"
              DISPLAY "** ATENCAO: CLIENTE BLOQUEADO PARA VENDA A "
                      "PRAZO **"
           END-IF.
           DISPLAY "VENDEDOR: " WITH NO ADVANCING.
           ACCEPT WS-VENDEDOR.
           DISPLAY "VALIDADE EM DIAS (0 = " WS-DIAS-PADRAO "): "
                   WITH NO ADVANCING.
           ACCEPT WS-DIAS-VALIDADE.
           IF WS-DIAS-VALIDADE = 0
              MOVE WS-DIAS-PADRAO TO WS-DIAS-VALIDADE
           END-IF.
           COMPUTE WS-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-VALIDADE).

           PERFORM 00009-LE-ULTIMO-NUMERO.
           COMPUTE WS-NUMERO = WS-ULTIMO-ORCAMENTO + 1.
           MOVE 0 TO WS-CONT-ITENS.
           MOVE 0 TO WS-TOTAL-ORCAMENTO.
           MOVE 0 TO WS-FIM-ITENS.
           DISPLAY "ORCAMENTO.....: " WS-NUMERO
                   "  VALIDO ATE " WS-DATA-VALIDADE.

           PERFORM 00002-B-ACEITA-ITEM UNTIL FIM-DOS-ITENS.

           IF WS-CONT-ITENS = 0
              DISPLAY "-- ORCAMENTO SEM ITENS, NUMERO NAO UTILIZADO"
           ELSE
              MOVE WS-NUMERO TO WS-ULTIMO-ORCAMENTO
              PERFORM 00010-GRAVA-ULTIMO-NUMERO
              MOVE WS-TOTAL-ORCAMENTO TO WS-VALOR-EDT
              DISPLAY "-- ORCAMENTO " WS-NUMERO " GRAVADO: "
                      WS-CONT-ITENS " ITENS, TOTAL " WS-VALOR-EDT
           END-IF.

       00002-B-ACEITA-ITEM.
           DISPLAY " ".
           DISPLAY "PID (0 = FIM DO ORCAMENTO): " WITH NO ADVANCING.
           ACCEPT WS-PID.
           IF WS-PID = 0
              MOVE 1 TO WS-FIM-ITENS
           ELSE
              MOVE WS-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      DISPLAY "-- PID NAO CADASTRADO --> " WS-PID
                   NOT INVALID KEY
                      PERFORM 00002-C-COTA-ITEM
              END-READ
           END-IF.

       00002-C-COTA-ITEM.
           DISPLAY "PRODUTO.......: " RP-NOME.
           DISPLAY "QUANTIDADE: " WITH NO ADVANCING.
           ACCEPT WS-QTD.
           IF WS-QTD NOT > 0
              DISPLAY "-- QUANTIDADE INVALIDA, DEVE SER MAIOR QUE ZERO"
           ELSE
              PERFORM 00005-CONGELA-PRECO
              MOVE WS-NUMERO        TO OR-NUMERO
              MOVE WS-PID           TO OR-PID
              MOVE WS-CLIENTE       TO OR-CLIENTE
              MOVE WS-VENDEDOR      TO OR-VENDEDOR
              MOVE WS-DATA-HOJE     TO OR-DATA-EMISSAO
              MOVE WS-DATA-VALIDADE TO OR-DATA-VALIDADE
              MOVE WS-QTD           TO OR-QTD
              MOVE "A"              TO OR-SITUACAO
              MOVE ZERO             TO OR-DATA-CONVERSAO
              MOVE ZERO             TO OR-PEDIDO
              WRITE REG-ORCAMENTO
                  INVALID KEY
                     DISPLAY "-- PID JA COTADO NESTE ORCAMENTO --> "
                             WS-PID
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-ITENS
                     PERFORM 00013-EXIBE-ITEM
              END-WRITE
           END-IF.

      ******************************************************************
      * CONSULTA UM ORCAMENTO: CABECALHO, ITENS COM O PRECO COTADO E
      * A SITUACAO (ABERTO, VENCIDO OU CONVERTIDO).
      ******************************************************************
       00003-CONSULTAR-ORCAMENTO.
           DISPLAY "NUMERO DO ORCAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM 00008-EXIBE-ORCAMENTO.

      ******************************************************************
      * CONVERTE O ORCAMENTO ABERTO E DENTRO DA VALIDADE EM PEDIDO:
      * UMA LINHA DE VENDA POR ITEM, TODAS COM VD-PEDIDO = NUMERO DO
      * ORCAMENTO E O PRECO COTADO, E OS ITENS MARCADOS COMO
      * CONVERTIDOS. ORCAMENTO VENCIDO PRECISA SER REFEITO.
      ******************************************************************
       00004-CONVERTER-ORCAMENTO.
           DISPLAY "NUMERO DO ORCAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM 00008-EXIBE-ORCAMENTO.
           IF WS-CONT-ITENS > 0
              IF WS-SITUACAO-ORC = "C"
                 DISPLAY "-- ORCAMENTO JA CONVERTIDO NO PEDIDO "
                         WS-PEDIDO-ORC
              ELSE
              IF WS-VALIDADE-ORC < WS-DATA-HOJE
                 DISPLAY "-- ORCAMENTO VENCIDO EM " WS-VALIDADE-ORC
                         ", EMITIR NOVO ORCAMENTO"
              ELSE
                 PERFORM 00004-A-CONFIRMA-CONVERSAO
              END-IF
              END-IF
           END-IF.

       00004-A-CONFIRMA-CONVERSAO.
           DISPLAY "CONFIRMA A CONVERSAO EM PEDIDO (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
              PERFORM 00004-B-PEDE-PAGAMENTO
              IF PLANO-OK
                 PERFORM 00004-C-GERA-PEDIDO
              END-IF
           ELSE
              DISPLAY "-- CONVERSAO CANCELADA".

       00004-B-PEDE-PAGAMENTO.
           MOVE SPACES TO WS-PAGAMENTO.
           MOVE ZERO   TO WS-PARCELAS.
           MOVE SPACES TO WS-AUTORIZACAO.
           MOVE 1 TO WS-PLANO-OK.
           PERFORM 00004-D-ACEITA-PAGAMENTO
               UNTIL WS-PAGAMENTO = "D" OR WS-PAGAMENTO = "C"
                  OR WS-PAGAMENTO = "P".
           IF WS-PAGAMENTO = "C"
              DISPLAY "AUTORIZACAO DO CARTAO: " WITH NO ADVANCING
              ACCEPT WS-AUTORIZACAO
           END-IF.
      * VENDA A PRAZO: A QUANTIDADE DE PARCELAS PRECISA SER UM DOS
      * PLANOS ACEITOS (PROG094 / PLANOS.DAT), COMO NO PROG032.
           IF WS-PAGAMENTO = "P"
              DISPLAY "PARCELAS: " WITH NO ADVANCING
              ACCEPT WS-PARCELAS
              MOVE "V"         TO PZ-FUNCAO
              MOVE WS-PARCELAS TO PZ-PARCELAS
              CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO
              IF PZ-RESULTADO NOT = 1
                 MOVE 0 TO WS-PLANO-OK
                 DISPLAY "-- PLANO DE PARCELAS NAO CADASTRADO --> "
                         WS-PARCELAS ", CONVERSAO CANCELADA"
              END-IF
           END-IF.

       00004-D-ACEITA-PAGAMENTO.
           DISPLAY "PAGAMENTO D) DINHEIRO  C) CARTAO  P) A PRAZO: "
                   WITH NO ADVANCING.
           ACCEPT WS-PAGAMENTO.
           IF WS-PAGAMENTO = "d"
              MOVE "D" TO WS-PAGAMENTO
           END-IF.
           IF WS-PAGAMENTO = "c"
              MOVE "C" TO WS-PAGAMENTO
           END-IF.
           IF WS-PAGAMENTO = "p"
              MOVE "P" TO WS-PAGAMENTO
           END-IF.

       00004-C-GERA-PEDIDO.
           MOVE 0 TO WS-FILE-STATUS-VENDA.
           OPEN EXTEND FD-ORCADAS.
           IF WS-FILE-STATUS-VENDA = 35
              OPEN OUTPUT FD-ORCADAS
              CLOSE FD-ORCADAS
              MOVE 0 TO WS-FILE-STATUS-VENDA
              OPEN EXTEND FD-ORCADAS
           END-IF.
           IF WS-FILE-STATUS-VENDA NOT = 0
              DISPLAY "-- ERRO AO ABRIR VENDAS.ORC -->"
                      WS-FILE-STATUS-VENDA
           ELSE
              MOVE 0 TO WS-CONT-LINHAS
              MOVE 0 TO WS-CONT-SEM-RESERVA
              PERFORM 00011-POSICIONA-ORCAMENTO
              PERFORM 00004-E-GERA-LINHA UNTIL FIM-DO-ORCAMENTO
              CLOSE FD-ORCADAS
              DISPLAY "-- PEDIDO " WS-NUMERO " GERADO COM "
                      WS-CONT-LINHAS " LINHAS; FATURADO NA PROXIMA "
                      "LIBERACAO DE VENDAS (PROG032/PROG013)"
              IF WS-CONT-SEM-RESERVA > 0
                 DISPLAY "** " WS-CONT-SEM-RESERVA " ITENS SEM "
                         "ESTOQUE LIVRE PARA RESERVA INTEGRAL **"
              END-IF
           END-IF.

       00004-E-GERA-LINHA.
           MOVE OR-PID           TO VD-PID.
           MOVE OR-QTD           TO VD-QTD.
           MOVE OR-CLIENTE       TO VD-CLIENTE.
           MOVE OR-VENDEDOR      TO VD-VENDEDOR.
           MOVE OR-NUMERO        TO VD-PEDIDO.
           MOVE WS-PAGAMENTO     TO VD-PAGAMENTO.
           MOVE WS-PARCELAS      TO VD-PARCELAS.
           MOVE WS-AUTORIZACAO   TO VD-AUTORIZACAO.
           MOVE ZERO             TO VD-VALE.
           MOVE SPACES           TO VD-EAN.
           MOVE OR-PRECO-UNIT    TO VD-PRECO-COTADO.
           MOVE SPACES           TO VD-SERIE.
           MOVE ZERO             TO VD-PONTOS.
           WRITE REG-VENDA.
           ADD 1 TO WS-CONT-LINHAS.
           PERFORM 00016-RESERVA-ITEM.

           MOVE "C"              TO OR-SITUACAO.
           MOVE WS-DATA-HOJE     TO OR-DATA-CONVERSAO.
           MOVE OR-NUMERO        TO OR-PEDIDO.
           REWRITE REG-ORCAMENTO
               INVALID KEY
                  DISPLAY "-- ERRO AO MARCAR ITEM CONVERTIDO --> "
                          OR-PID
           END-REWRITE.
           PERFORM 00011-A-LER-ITEM.

      ******************************************************************
      * RESERVA O ESTOQUE DO ITEM CONVERTIDO PARA O PEDIDO (PROG112),
      * NO MAXIMO O QUE AINDA ESTA LIVRE DE OUTRAS RESERVAS.
      ******************************************************************
       00016-RESERVA-ITEM.
           MOVE OR-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                   ADD 1 TO WS-CONT-SEM-RESERVA
                   DISPLAY "-- PID FORA DO CATALOGO, SEM RESERVA --> "
                           OR-PID
                NOT INVALID KEY
                   MOVE "R"         TO RV-FUNCAO
                   MOVE WS-LOJA-NUM TO RV-LOJA
                   MOVE OR-PID      TO RV-PID
                   MOVE OR-NUMERO   TO RV-PEDIDO
                   MOVE OR-CLIENTE  TO RV-CLIENTE
                   MOVE "PROG110"   TO RV-ORIGEM
                   MOVE OR-QTD      TO RV-QTD
                   MOVE RP-QTD      TO RV-QTD-ESTOQUE
                   CALL "PROG112-RESERVA" USING WS-RESERVA
                   IF RV-RESULTADO NOT = 1
                      ADD 1 TO WS-CONT-SEM-RESERVA
                      MOVE RV-QTD-AFETADA TO WS-QTD-EDT
                      DISPLAY "** PID " OR-PID " RESERVADO SO "
                              WS-QTD-EDT " **"
                   END-IF
           END-READ.

      ******************************************************************
      * PRECO CONGELADO NA COTACAO, NA MESMA ORDEM DO PROG013: PRECO
      * CONTRATADO DO CLIENTE; SEM CONTRATO, PRECO DE CATALOGO COM A
      * PROMOCAO VIGENTE HOJE (POR PID, DEPOIS POR CATEGORIA).
      ******************************************************************
       00005-CONGELA-PRECO.
           MOVE "T"      TO OR-ORIGEM-PRECO.
           MOVE RP-VALOR TO OR-PRECO-UNIT.
           PERFORM 00006-BUSCA-CONTRATO.
           IF WS-TEM-CONTRATO = 1
              MOVE WS-VALOR-CONTRATO TO OR-PRECO-UNIT
              MOVE "C" TO OR-ORIGEM-PRECO
           ELSE
              PERFORM 00007-BUSCA-PROMOCAO
              IF WS-PERC-DESCONTO > 0
                 COMPUTE OR-PRECO-UNIT ROUNDED = RP-VALOR *
                         (100 - WS-PERC-DESCONTO) / 100
                 MOVE "P" TO OR-ORIGEM-PRECO
              END-IF
           END-IF.

       00006-BUSCA-CONTRATO.
           MOVE 0 TO WS-TEM-CONTRATO.
           MOVE ZERO TO WS-VALOR-CONTRATO.
           MOVE 1 TO WS-IDX-CONTRATO.
           PERFORM 00006-A-TESTA-CONTRATO
               UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS
                  OR WS-TEM-CONTRATO = 1.

       00006-A-TESTA-CONTRATO.
           IF CO-CLIENTE(WS-IDX-CONTRATO) = WS-CLIENTE
              AND CO-PID(WS-IDX-CONTRATO) = WS-PID
              MOVE CO-VALOR(WS-IDX-CONTRATO) TO WS-VALOR-CONTRATO
              MOVE 1 TO WS-TEM-CONTRATO
           END-IF.
           ADD 1 TO WS-IDX-CONTRATO.

       00007-BUSCA-PROMOCAO.
           MOVE 0 TO WS-PERC-DESCONTO.
           MOVE WS-PID TO WS-CHAVE-PID.
           MOVE RP-CATEGORIA TO WS-CHAVE-CATEGORIA.

           MOVE 1 TO WS-IDX-PROMO.
           PERFORM 00007-A-TESTA-PROMO-PID
               UNTIL WS-IDX-PROMO > WS-QTD-PROMOCOES
                  OR WS-PERC-DESCONTO > 0.

           IF WS-PERC-DESCONTO = 0
              MOVE 1 TO WS-IDX-PROMO
              PERFORM 00007-B-TESTA-PROMO-CATEG
                  UNTIL WS-IDX-PROMO > WS-QTD-PROMOCOES
                     OR WS-PERC-DESCONTO > 0
           END-IF.

       00007-A-TESTA-PROMO-PID.
           IF PR-TIPO(WS-IDX-PROMO) = "P"
              AND PR-CHAVE(WS-IDX-PROMO) = WS-CHAVE-PID
              AND WS-DATA-HOJE NOT < PR-DATA-INICIO(WS-IDX-PROMO)
              AND WS-DATA-HOJE NOT > PR-DATA-FIM(WS-IDX-PROMO)
              MOVE PR-PERCENTUAL(WS-IDX-PROMO) TO WS-PERC-DESCONTO
           END-IF.
           ADD 1 TO WS-IDX-PROMO.

       00007-B-TESTA-PROMO-CATEG.
           IF PR-TIPO(WS-IDX-PROMO) = "C"
              AND PR-CHAVE(WS-IDX-PROMO)(1:3) = WS-CHAVE-CATEGORIA
              AND WS-DATA-HOJE NOT < PR-DATA-INICIO(WS-IDX-PROMO)
              AND WS-DATA-HOJE NOT > PR-DATA-FIM(WS-IDX-PROMO)
              MOVE PR-PERCENTUAL(WS-IDX-PROMO) TO WS-PERC-DESCONTO
           END-IF.
           ADD 1 TO WS-IDX-PROMO.

      ******************************************************************
      * EXIBE O ORCAMENTO WS-NUMERO. O CABECALHO VEM DO PRIMEIRO
      * ITEM; WS-CONT-ITENS = 0 QUANDO O NUMERO NAO EXISTE.
      ******************************************************************
       00008-EXIBE-ORCAMENTO.
           MOVE 0 TO WS-CONT-ITENS.
           MOVE 0 TO WS-TOTAL-ORCAMENTO.
           PERFORM 00011-POSICIONA-ORCAMENTO.
           IF FIM-DO-ORCAMENTO
              DISPLAY "-- ORCAMENTO NAO ENCONTRADO --> " WS-NUMERO
           ELSE
              MOVE OR-CLIENTE       TO WS-CLIENTE-ORC
              MOVE OR-VENDEDOR      TO WS-VENDEDOR-ORC
              MOVE OR-DATA-EMISSAO  TO WS-EMISSAO-ORC
              MOVE OR-DATA-VALIDADE TO WS-VALIDADE-ORC
              MOVE OR-SITUACAO      TO WS-SITUACAO-ORC
              MOVE OR-PEDIDO        TO WS-PEDIDO-ORC
              PERFORM 00012-DESCREVE-SITUACAO
              MOVE OR-CLIENTE TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   INVALID KEY
                      MOVE "(CLIENTE NAO CADASTRADO)" TO CL-NOME
              END-READ
              DISPLAY " "
              DISPLAY "==== ORCAMENTO " WS-NUMERO " ===="
              DISPLAY "CLIENTE.......: " WS-CLIENTE-ORC " " CL-NOME
              DISPLAY "VENDEDOR......: " WS-VENDEDOR-ORC
              DISPLAY "EMISSAO.......: " WS-EMISSAO-ORC
                      "  VALIDADE: " WS-VALIDADE-ORC
              DISPLAY "SITUACAO......: " WS-SITUACAO-DESC
              IF WS-SITUACAO-ORC = "C"
                 DISPLAY "PEDIDO........: " WS-PEDIDO-ORC
                         " EM " OR-DATA-CONVERSAO
              END-IF
              PERFORM 00008-A-EXIBE-LINHA UNTIL FIM-DO-ORCAMENTO
              MOVE WS-TOTAL-ORCAMENTO TO WS-VALOR-EDT
              DISPLAY "TOTAL DO ORCAMENTO: " WS-VALOR-EDT
           END-IF.

       00008-A-EXIBE-LINHA.
           ADD 1 TO WS-CONT-ITENS.
           PERFORM 00013-EXIBE-ITEM.
           PERFORM 00011-A-LER-ITEM.

       00009-LE-ULTIMO-NUMERO.
           MOVE 0 TO WS-FILE-STATUS-ORC-KEY.
           OPEN INPUT FD-ORCAMENTO-KEY.
           IF WS-FILE-STATUS-ORC-KEY = 0
              READ FD-ORCAMENTO-KEY INTO WS-ULTIMO-ORCAMENTO
              CLOSE FD-ORCAMENTO-KEY
           ELSE
              MOVE 0 TO WS-ULTIMO-ORCAMENTO
           END-IF.

       00010-GRAVA-ULTIMO-NUMERO.
           MOVE 0 TO WS-FILE-STATUS-ORC-KEY.
           OPEN OUTPUT FD-ORCAMENTO-KEY.
           IF WS-FILE-STATUS-ORC-KEY = 0
              WRITE REGISTRO-ORC-KEY FROM WS-ULTIMO-ORCAMENTO
              CLOSE FD-ORCAMENTO-KEY
           ELSE
              DISPLAY "-- ERRO AO GRAVAR ARQUIVO DE ORCAMENTO -->"
                      WS-FILE-STATUS-ORC-KEY
           END-IF.

       00011-POSICIONA-ORCAMENTO.
           MOVE 0 TO WS-FIM-ORCAMENTO.
           MOVE WS-NUMERO TO OR-NUMERO.
           MOVE ZERO TO OR-PID.
           START FD-ORCAMENTOS KEY IS NOT < OR-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-ORCAMENTO.
           IF NOT FIM-DO-ORCAMENTO
              PERFORM 00011-A-LER-ITEM
           END-IF.

       00011-A-LER-ITEM.
           READ FD-ORCAMENTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ORCAMENTO
                NOT AT END
                   IF OR-NUMERO NOT = WS-NUMERO
                      MOVE 1 TO WS-FIM-ORCAMENTO
                   END-IF
           END-READ.

      * ORCAMENTO ABERTO COM A VALIDADE VENCIDA E TRATADO COMO VENCIDO.
       00012-DESCREVE-SITUACAO.
           IF OR-CONVERTIDO
              MOVE "CONVERTIDO" TO WS-SITUACAO-DESC
           ELSE
           IF OR-DATA-VALIDADE < WS-DATA-HOJE
              MOVE "VENCIDO"    TO WS-SITUACAO-DESC
           ELSE
              MOVE "ABERTO"     TO WS-SITUACAO-DESC.

       00013-EXIBE-ITEM.
           EVALUATE TRUE
              WHEN OR-PRECO-CONTRATO
                 MOVE "CONTRATO" TO WS-ORIGEM-DESC
              WHEN OR-PRECO-PROMOCAO
                 MOVE "PROMOCAO" TO WS-ORIGEM-DESC
              WHEN OTHER
                 MOVE "TABELA"   TO WS-ORIGEM-DESC
           END-EVALUATE.
           COMPUTE WS-VALOR-ITEM ROUNDED = OR-PRECO-UNIT * OR-QTD.
           ADD WS-VALOR-ITEM TO WS-TOTAL-ORCAMENTO.
           MOVE OR-QTD        TO WS-QTD-EDT.
           MOVE OR-PRECO-UNIT TO WS-PRECO-EDT.
           MOVE WS-VALOR-ITEM TO WS-VALOR-EDT.
           DISPLAY "PID " OR-PID " QTD " WS-QTD-EDT
                   " X " WS-PRECO-EDT " (" WS-ORIGEM-DESC ") = "
                   WS-VALOR-EDT.

      ******************************************************************
      * CARREGA A TABELA DE PROMOCOES VIGENTES. SEM PROMOCOES.DAT O
      * ORCAMENTO SAI PELO PRECO DE CATALOGO.
      ******************************************************************
       00014-CARREGA-PROMOCOES.
           MOVE 0 TO WS-QTD-PROMOCOES.
           MOVE 0 TO WS-FIM-PROMOCOES.
           MOVE 0 TO WS-FILE-STATUS-PROMO.
           OPEN INPUT FD-PROMOCOES.
           IF WS-FILE-STATUS-PROMO = 0
              PERFORM 00014-A-LER-PROMOCAO
              PERFORM 00014-B-GUARDA-PROMOCAO UNTIL FIM-DAS-PROMOCOES
              CLOSE FD-PROMOCOES
           END-IF.

       00014-A-LER-PROMOCAO.
           READ FD-PROMOCOES
                AT END
                   MOVE 1 TO WS-FIM-PROMOCOES.

       00014-B-GUARDA-PROMOCAO.
           IF WS-QTD-PROMOCOES = 100
              DISPLAY "-- TABELA DE PROMOCOES CHEIA, RESTANTES "
                      "IGNORADAS"
              MOVE 1 TO WS-FIM-PROMOCOES
           ELSE
              ADD 1 TO WS-QTD-PROMOCOES
              MOVE PM-TIPO        TO PR-TIPO(WS-QTD-PROMOCOES)
              MOVE PM-CHAVE       TO PR-CHAVE(WS-QTD-PROMOCOES)
              MOVE PM-PERCENTUAL  TO PR-PERCENTUAL(WS-QTD-PROMOCOES)
              MOVE PM-DATA-INICIO TO PR-DATA-INICIO(WS-QTD-PROMOCOES)
              MOVE PM-DATA-FIM    TO PR-DATA-FIM(WS-QTD-PROMOCOES)
              PERFORM 00014-A-LER-PROMOCAO
           END-IF.

      ******************************************************************
      * CARREGA A TABELA DE PRECOS CONTRATADOS. SEM CONTRATOS.DAT O
      * ORCAMENTO SEGUE PELO CATALOGO E PROMOCOES.
      ******************************************************************
       00015-CARREGA-CONTRATOS.
           MOVE 0 TO WS-QTD-CONTRATOS.
           MOVE 0 TO WS-FIM-CONTRATOS.
           MOVE 0 TO WS-FILE-STATUS-CTR.
           OPEN INPUT FD-CONTRATOS.
           IF WS-FILE-STATUS-CTR = 0
              PERFORM 00015-A-LER-CONTRATO
              PERFORM 00015-B-GUARDA-CONTRATO UNTIL FIM-DOS-CONTRATOS
              CLOSE FD-CONTRATOS
           END-IF.

       00015-A-LER-CONTRATO.
           READ FD-CONTRATOS
                AT END
                   MOVE 1 TO WS-FIM-CONTRATOS.

       00015-B-GUARDA-CONTRATO.
           IF WS-QTD-CONTRATOS = 200
              DISPLAY "-- TABELA DE CONTRATOS CHEIA, RESTANTES "
                      "IGNORADOS"
              MOVE 1 TO WS-FIM-CONTRATOS
           ELSE
              ADD 1 TO WS-QTD-CONTRATOS
              MOVE CT-CLIENTE TO CO-CLIENTE(WS-QTD-CONTRATOS)
              MOVE CT-PID     TO CO-PID(WS-QTD-CONTRATOS)
              MOVE CT-VALOR   TO CO-VALOR(WS-QTD-CONTRATOS)
              PERFORM 00015-A-LER-CONTRATO
           END-IF.

       END PROGRAM PROG110-ORCAMENTOS.
