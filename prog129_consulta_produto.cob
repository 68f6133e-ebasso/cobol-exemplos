      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Consulta 360 do Produto
      *          Uma unica tela de consulta por PID, para o balcao e o
      *          comprador nao precisarem rodar seis relatorios para
      *          responder uma pergunta sobre um item:
      *          - cadastro (PROG10-NNN.DAT) e situacao no ciclo de
      *            vida (PROG125);
      *          - estoque, reservado e disponivel para venda
      *            (PROG112, funcao D);
      *          - lotes com validade (PROG17-LOTE.DAT) e o endereco
      *            no deposito (PROG81-LOCAL.DAT);
      *          - pedidos de compra em aberto (PROG19-001.DAT) com a
      *            data prevista de chegada: emissao mais o lead time
      *            medio do fornecedor apurado pelo PROG083
      *            (PROG83-DESEMP.DAT) ou, sem ele, o prazo esperado
      *            de PROG83-PARM.DAT (14 dias sem o arquivo);
      *          - backorders pendentes (PROG10-001.BCK);
      *          - os 10 ultimos movimentos do kardex (PROG10-NNN.MOV)
      *            e as 5 ultimas alteracoes de preco (PROG10-NNN.HPR);
      *          - custo medio (PROG17-CUSTO.DAT) e a margem do preco
      *            atual sobre ele.
      *          Somente leitura: todos os arquivos abrem INPUT e sao
      *          fechados ao fim de cada bloco, e a trava do catalogo
      *          nao e registrada - pode rodar com os lotes no ar; se
      *          houver lote com a trava, a tela apenas avisa que os
      *          saldos podem mudar durante a consulta.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog129_consulta_produto -std=default -I copybooks prog129_consulta_produto.cob prog112_reserva.cob prog125_ciclo_produto.cob && ./bin/prog129_consulta_produto
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG129-CONSULTA-PRODUTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              FILE STATUS WS-FILE-STATUS-PROD.

      * LOTES COM VALIDADE POR PID (PROG017).
           SELECT FD-LOTES ASSIGN TO "PROG17-LOTE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS LT-CHAVE
                              FILE STATUS WS-FILE-STATUS-LOT.

      * ENDERECO FISICO DO PID NO DEPOSITO (PROG007, OPCAO 6).
           SELECT FD-LOCALIZACAO ASSIGN TO "PROG81-LOCAL.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS LO-PID
                              FILE STATUS WS-FILE-STATUS-LOC.

      * ITENS DE PEDIDO DE COMPRA (PROG019 / PROG017).
           SELECT FD-PEDIDOS ASSIGN TO "PROG19-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PC-CHAVE
                              FILE STATUS WS-FILE-STATUS-PED.

      * LEAD TIME MEDIO POR FORNECEDOR (PROG083).
           SELECT FD-DESEMPENHO ASSIGN TO "PROG83-DESEMP.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DSP.

      * PRAZO DE ENTREGA ESPERADO, EM DIAS (PROG083).
           SELECT FD-PARAMETROS ASSIGN TO "PROG83-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * VENDAS PENDENTES POR FALTA DE ESTOQUE (PROG013 / PROG027).
           SELECT FD-BACKORDERS ASSIGN TO "PROG10-001.BCK"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-BCK.

      * MOVIMENTOS DE ESTOQUE (KARDEX) DA LOJA.
           SELECT FD-MOVIMENTOS ASSIGN TO WS-MOV-FILENAME
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-MOV.

      * HISTORICO DE PRECOS DA LOJA.
           SELECT FD-HIST-PRECO ASSIGN TO WS-HPR-FILENAME
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HPR.

      * CUSTO MEDIO MOVEL POR PID (PROG017).
           SELECT FD-CUSTOS ASSIGN TO "PROG17-CUSTO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CU-PID
                              FILE STATUS WS-FILE-STATUS-CST.

      * TRAVA DO CATALOGO: SO CONSULTADA, PARA AVISAR O OPERADOR.
           SELECT FD-TRAVA ASSIGN TO "PROG10-TRAVA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PRODUTOS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       FD FD-LOCALIZACAO
          RECORD CONTAINS 20 CHARACTERS.
           COPY LOCALPRD.CPY.

       FD FD-PEDIDOS
          RECORD CONTAINS 66 CHARACTERS.
           COPY PEDCOMP.CPY.

       FD FD-DESEMPENHO
          RECORD CONTAINS 44 CHARACTERS.
           COPY DESEMPFN.CPY.

       FD FD-PARAMETROS
          RECORD CONTAINS 3 CHARACTERS.
       01 REG-PARAMETROS.
           02 PR-PRAZO-ESPERADO   PIC 9(03).

       FD FD-BACKORDERS
          RECORD CONTAINS 57 CHARACTERS.
           COPY BACKORD.CPY.

       FD FD-MOVIMENTOS.
           COPY MOVPROD.CPY.

       FD FD-HIST-PRECO.
           COPY HISTPRC.CPY.

       FD FD-CUSTOS
          RECORD CONTAINS 42 CHARACTERS.
           COPY CUSTO.CPY.

       FD FD-TRAVA.
           COPY TRAVA.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
           COPY MOVFILE.CPY.

      * NOME DO HISTORICO DE PRECOS DA LOJA, NO MESMO PADRAO DE
      * PRODFILE.CPY (PROG10-001.HPR NA LOJA 1).
       01 WS-HPR-FILENAME.
           02 HNAME              PIC X(7) VALUE "PROG10-".
           02 HNUM               PIC 9(3) VALUE 1.
           02 HEXT               PIC X(4) VALUE ".HPR".

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-LOT        PIC 9(02).
       77 WS-FILE-STATUS-LOC        PIC 9(02).
       77 WS-FILE-STATUS-PED        PIC 9(02).
       77 WS-FILE-STATUS-DSP        PIC 9(02).
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-BCK        PIC 9(02).
       77 WS-FILE-STATUS-MOV        PIC 9(02).
       77 WS-FILE-STATUS-HPR        PIC 9(02).
       77 WS-FILE-STATUS-CST        PIC 9(02).
       77 WS-FILE-STATUS-TRV        PIC 9(02).

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-PID-CONSULTA           PIC 9(10) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-ACHOU-PRODUTO          PIC 9(01) VALUE ZERO.
           88 ACHOU-PRODUTO         VALUE 1.
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-QTD-ITENS              PIC 9(05) VALUE ZERO.
       77 WS-QTD-TOTAL              PIC 9(12)V9(02) VALUE ZERO.
       77 WS-QTD-EDT                PIC Z(9)9.99.
       77 WS-QTD-TOTAL-EDT          PIC Z(11)9.99.
       77 WS-VALOR-EDT              PIC Z(9)9.99.
       77 WS-SITUACAO-DESC          PIC X(16).

      ************* VARIAVEIS DOS PEDIDOS DE COMPRA ************
       77 WS-PRAZO-ESPERADO         PIC 9(03) VALUE 14.
       77 WS-PRAZO-PEDIDO           PIC 9(03) VALUE ZERO.
       77 WS-QTD-A-RECEBER          PIC 9(10)V9(02) VALUE ZERO.
       77 WS-DATA-PREVISTA          PIC 9(08) VALUE ZERO.
       77 WS-FIM-DESEMPENHO         PIC 9(01) VALUE ZERO.
           88 FIM-DO-DESEMPENHO     VALUE 1.

      ************* ULTIMOS MOVIMENTOS E PRECOS (CIRCULAR) ***********
      * GUARDA OS N ULTIMOS REGISTROS DO PID NUMA TABELA CIRCULAR:
      * WS-PROX-XXX E A POSICAO DA PROXIMA GRAVACAO, QUE, COM A TABELA
      * CHEIA, E TAMBEM A DO REGISTRO MAIS ANTIGO.
       01 TAB-MOVIMENTOS.
          02 TM-ITEM OCCURS 10 TIMES.
             03 TM-DATA          PIC 9(08).
             03 TM-TIPO          PIC X(02).
             03 TM-ENTRADA       PIC 9(10)V9(02).
             03 TM-SAIDA         PIC 9(10)V9(02).
             03 TM-SALDO         PIC 9(10)V9(02).
             03 TM-DOCUMENTO     PIC X(14).
             03 TM-PROGRAMA      PIC X(10).

       01 TAB-PRECOS.
          02 TH-ITEM OCCURS 5 TIMES.
             03 TH-DATA          PIC 9(08).
             03 TH-VALOR-ANTES   PIC 9(10)V9(02).
             03 TH-VALOR-DEPOIS  PIC 9(10)V9(02).
             03 TH-PROGRAMA      PIC X(10).
             03 TH-APROVADOR     PIC 9(05).

       77 WS-MAX-MOV                PIC 9(02) VALUE 10.
       77 WS-MAX-PRC                PIC 9(02) VALUE 5.
       77 WS-PROX-MOV               PIC 9(02) VALUE 1.
       77 WS-PROX-PRC               PIC 9(02) VALUE 1.
       77 WS-CONT-MOV               PIC 9(07) VALUE ZERO.
       77 WS-CONT-PRC               PIC 9(07) VALUE ZERO.
       77 WS-IDX                    PIC 9(02) VALUE ZERO.
       77 WS-QTD-MOSTRAR            PIC 9(02) VALUE ZERO.
       77 WS-MOSTRADOS              PIC 9(02) VALUE ZERO.
       77 WS-ENTRADA-EDT            PIC Z(9)9.99.
       77 WS-SAIDA-EDT              PIC Z(9)9.99.
       77 WS-ANTES-EDT              PIC Z(9)9.99.
       77 WS-DEPOIS-EDT             PIC Z(9)9.99.

      ************* VARIAVEIS DO CUSTO E DA MARGEM ************
       77 WS-MARGEM-UNIT            PIC S9(10)V9(02) VALUE ZERO.
       77 WS-PERC-MARGEM            PIC S9(03)V9(02) VALUE ZERO.
       77 WS-MARGEM-EDT             PIC -Z(9)9.99.
       77 WS-PERC-EDT               PIC -ZZ9.99.

      ************ AREA DAS RESERVAS DE ESTOQUE (PROG112) ***********
           COPY RESVCTRL.CPY.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) *******
           COPY CICLCTRL.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO MNUM.
           MOVE WS-LOJA-NUM TO HNUM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 00013-CARREGA-PRAZO.
           PERFORM 00001-CONSULTA-PID UNTIL WS-EXIT = 1.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * PEDE O PID E MONTA A TELA, BLOCO A BLOCO. PID ZERO ENCERRA.
      ******************************************************************
       00001-CONSULTA-PID.
           DISPLAY " ".
           DISPLAY "PID (0 = SAIR): " WITH NO ADVANCING.
           MOVE ZERO TO WS-PID-CONSULTA.
           ACCEPT WS-PID-CONSULTA.
           IF WS-PID-CONSULTA = 0
              MOVE 1 TO WS-EXIT
           ELSE
              PERFORM 00014-AVISA-TRAVA
              PERFORM 00002-CADASTRO
              IF ACHOU-PRODUTO
                 PERFORM 00003-DISPONIVEL
                 PERFORM 00004-LOTES
                 PERFORM 00005-LOCALIZACAO
                 PERFORM 00006-PEDIDOS-COMPRA
                 PERFORM 00007-BACKORDERS
                 PERFORM 00008-KARDEX
                 PERFORM 00010-PRECOS
                 PERFORM 00012-CUSTO-MARGEM
                 DISPLAY "==== FIM DA CONSULTA DO PID "
                         WS-PID-CONSULTA " ===="
              END-IF
           END-IF.

      ******************************************************************
      * CADASTRO E SITUACAO NO CICLO DE VIDA.
      ******************************************************************
       00002-CADASTRO.
           MOVE 0 TO WS-ACHOU-PRODUTO.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR O CATALOGO " WS-PROD-FILENAME
                      " -->" WS-FILE-STATUS-PROD
           ELSE
              MOVE WS-PID-CONSULTA TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      DISPLAY "-- PID NAO CADASTRADO NA LOJA "
                              WS-LOJA-NUM " --> " WS-PID-CONSULTA
                   NOT INVALID KEY
                      MOVE 1 TO WS-ACHOU-PRODUTO
              END-READ
              CLOSE FD-PRODUTOS
           END-IF.

           IF ACHOU-PRODUTO
              PERFORM 00002-A-CICLO-DE-VIDA
              DISPLAY " "
              DISPLAY "==== CONSULTA 360 - LOJA " WS-LOJA-NUM
                      " - PID " RP-PID " ===="
              DISPLAY "NOME......: " RP-NOME
              DISPLAY "DESCRICAO.: " RP-DESCRICAO
              DISPLAY "CATEGORIA.: " RP-CATEGORIA
                      "   UNIDADE: " RP-UNIDADE
              MOVE RP-VALOR TO WS-VALOR-EDT
              DISPLAY "PRECO.....: " WS-VALOR-EDT
              IF VP-DATA-ALTERACAO > 0
                 DISPLAY "SITUACAO..: " WS-SITUACAO-DESC
                         " DESDE " VP-DATA-ALTERACAO
              ELSE
                 DISPLAY "SITUACAO..: " WS-SITUACAO-DESC
              END-IF
           END-IF.

       00002-A-CICLO-DE-VIDA.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE RP-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.
           EVALUATE TRUE
              WHEN VP-SAINDO-DE-LINHA
                 MOVE "SAINDO DE LINHA" TO WS-SITUACAO-DESC
              WHEN VP-DESCONTINUADO
                 MOVE "DESCONTINUADO"   TO WS-SITUACAO-DESC
              WHEN OTHER
                 MOVE "ATIVO"           TO WS-SITUACAO-DESC
           END-EVALUATE.

      ******************************************************************
      * ESTOQUE x RESERVADO x DISPONIVEL, PELA MESMA APURACAO DA VENDA.
      ******************************************************************
       00003-DISPONIVEL.
           MOVE "D"         TO RV-FUNCAO.
           MOVE WS-LOJA-NUM TO RV-LOJA.
           MOVE RP-PID      TO RV-PID.
           MOVE ZERO        TO RV-PEDIDO.
           MOVE RP-QTD      TO RV-QTD-ESTOQUE.
           CALL "PROG112-RESERVA" USING WS-RESERVA.

           DISPLAY " ".
           DISPLAY "---- ESTOQUE ----".
           MOVE RP-QTD TO WS-QTD-EDT.
           DISPLAY "EM ESTOQUE.......: " WS-QTD-EDT.
           MOVE RV-QTD-RESERVADA TO WS-QTD-EDT.
           DISPLAY "RESERVADO........: " WS-QTD-EDT.
           MOVE RV-QTD-DISPONIVEL TO WS-QTD-EDT.
           DISPLAY "DISPONIVEL.......: " WS-QTD-EDT.
           IF RV-RESULTADO NOT = 1
              DISPLAY "-- RESERVAS NAO APURADAS, DISPONIVEL = ESTOQUE"
           END-IF.

      ******************************************************************
      * LOTES DO PID, DO PRIMEIRO AO ULTIMO CODIGO DE LOTE.
      ******************************************************************
       00004-LOTES.
           DISPLAY " ".
           DISPLAY "---- LOTES E VALIDADES ----".
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-FILE-STATUS-LOT.
           OPEN INPUT FD-LOTES.
           IF WS-FILE-STATUS-LOT NOT = 0
              IF WS-FILE-STATUS-LOT NOT = 35
                 DISPLAY "-- ERRO AO ABRIR LOTES -->" WS-FILE-STATUS-LOT
              END-IF
           ELSE
              MOVE 0 TO WS-FIM-ARQUIVO
              MOVE RP-PID TO LT-PID
              MOVE LOW-VALUES TO LT-LOTE
              START FD-LOTES KEY NOT < LT-CHAVE
                  INVALID KEY
                     MOVE 1 TO WS-FIM-ARQUIVO
              END-START
              PERFORM 00004-A-LER-LOTE UNTIL FIM-DO-ARQUIVO
              CLOSE FD-LOTES
           END-IF.
           IF WS-QTD-ITENS = 0
              DISPLAY "SEM LOTES CONTROLADOS"
           END-IF.

       00004-A-LER-LOTE.
           READ FD-LOTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   IF LT-PID NOT = RP-PID
                      MOVE 1 TO WS-FIM-ARQUIVO
                   ELSE
                      IF LT-QTD > 0
                         PERFORM 00004-B-MOSTRA-LOTE
                      END-IF
                   END-IF
           END-READ.

       00004-B-MOSTRA-LOTE.
           ADD 1 TO WS-QTD-ITENS.
           MOVE LT-QTD TO WS-QTD-EDT.
           EVALUATE TRUE
              WHEN LT-REMARCADO
                 MOVE "REMARCADO"  TO WS-SITUACAO-DESC
              WHEN LT-RETIRAR
                 MOVE "RETIRAR"    TO WS-SITUACAO-DESC
              WHEN OTHER
                 MOVE SPACES       TO WS-SITUACAO-DESC
           END-EVALUATE.
           IF LT-VALIDADE < WS-DATA-HOJE
              MOVE "VENCIDO"       TO WS-SITUACAO-DESC
           END-IF.
           DISPLAY "LOTE " LT-LOTE " VALIDADE " LT-VALIDADE
                   " QTD " WS-QTD-EDT " " WS-SITUACAO-DESC.

      ******************************************************************
      * ENDERECO NO DEPOSITO.
      ******************************************************************
       00005-LOCALIZACAO.
           MOVE 0 TO WS-FILE-STATUS-LOC.
           OPEN INPUT FD-LOCALIZACAO.
           IF WS-FILE-STATUS-LOC NOT = 0
              IF WS-FILE-STATUS-LOC NOT = 35
                 DISPLAY "-- ERRO AO ABRIR LOCALIZACAO -->"
                         WS-FILE-STATUS-LOC
              END-IF
              DISPLAY "LOCALIZACAO......: NAO ENDERECADO"
           ELSE
              MOVE RP-PID TO LO-PID
              READ FD-LOCALIZACAO RECORD KEY LO-PID
                   INVALID KEY
                      DISPLAY "LOCALIZACAO......: NAO ENDERECADO"
                   NOT INVALID KEY
                      DISPLAY "LOCALIZACAO......: " LO-LOCAL
              END-READ
              CLOSE FD-LOCALIZACAO
           END-IF.

      ******************************************************************
      * PEDIDOS DE COMPRA EM ABERTO: O ARQUIVO E CHAVEADO POR PEDIDO +
      * PID, ENTAO E LIDO INTEIRO. DATA PREVISTA = EMISSAO + LEAD TIME
      * MEDIO DO FORNECEDOR (OU O PRAZO ESPERADO DO PROG083).
      ******************************************************************
       00006-PEDIDOS-COMPRA.
           DISPLAY " ".
           DISPLAY "---- PEDIDOS DE COMPRA EM ABERTO ----".
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-QTD-TOTAL.
           MOVE 0 TO WS-FILE-STATUS-PED.
           OPEN INPUT FD-PEDIDOS.
           IF WS-FILE-STATUS-PED NOT = 0
              IF WS-FILE-STATUS-PED NOT = 35
                 DISPLAY "-- ERRO AO ABRIR PEDIDOS DE COMPRA -->"
                         WS-FILE-STATUS-PED
              END-IF
           ELSE
              MOVE 0 TO WS-FIM-ARQUIVO
              PERFORM 00006-A-LER-PEDIDO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-PEDIDOS
           END-IF.
           IF WS-QTD-ITENS = 0
              DISPLAY "NENHUM PEDIDO EM ABERTO"
           ELSE
              MOVE WS-QTD-TOTAL TO WS-QTD-TOTAL-EDT
              DISPLAY "TOTAL A RECEBER..: " WS-QTD-TOTAL-EDT
           END-IF.

       00006-A-LER-PEDIDO.
           READ FD-PEDIDOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   IF PC-PID = RP-PID AND PC-SITUACAO = "A"
                      AND PC-QTD-SUGERIDA > PC-QTD-RECEBIDA
                      PERFORM 00006-B-MOSTRA-PEDIDO
                   END-IF
           END-READ.

       00006-B-MOSTRA-PEDIDO.
           ADD 1 TO WS-QTD-ITENS.
           COMPUTE WS-QTD-A-RECEBER =
                   PC-QTD-SUGERIDA - PC-QTD-RECEBIDA.
           ADD WS-QTD-A-RECEBER TO WS-QTD-TOTAL.
           PERFORM 00006-C-PRAZO-FORNECEDOR.
           COMPUTE WS-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PC-DATA-EMISSAO)
                   + WS-PRAZO-PEDIDO).
           MOVE WS-QTD-A-RECEBER TO WS-QTD-EDT.
           IF WS-DATA-PREVISTA < WS-DATA-HOJE
              MOVE "ATRASADO"  TO WS-SITUACAO-DESC
           ELSE
              MOVE SPACES      TO WS-SITUACAO-DESC
           END-IF.
           DISPLAY "PEDIDO " PC-NUMERO " FORNEC " PC-FORNECEDOR
                   " EMISSAO " PC-DATA-EMISSAO.
           DISPLAY "   A RECEBER " WS-QTD-EDT
                   " PREVISTO " WS-DATA-PREVISTA " "
                   WS-SITUACAO-DESC.

       00006-C-PRAZO-FORNECEDOR.
           MOVE WS-PRAZO-ESPERADO TO WS-PRAZO-PEDIDO.
           MOVE 0 TO WS-FILE-STATUS-DSP.
           OPEN INPUT FD-DESEMPENHO.
           IF WS-FILE-STATUS-DSP = 0
              MOVE 0 TO WS-FIM-DESEMPENHO
              PERFORM 00006-D-LER-DESEMPENHO UNTIL FIM-DO-DESEMPENHO
              CLOSE FD-DESEMPENHO
           END-IF.

       00006-D-LER-DESEMPENHO.
           READ FD-DESEMPENHO
                AT END
                   MOVE 1 TO WS-FIM-DESEMPENHO
                NOT AT END
                   IF DF-FORNECEDOR = PC-FORNECEDOR
                      MOVE 1 TO WS-FIM-DESEMPENHO
                      IF DF-LEAD-MEDIO > 0
                         COMPUTE WS-PRAZO-PEDIDO ROUNDED =
                                 DF-LEAD-MEDIO
                      END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * BACKORDERS PENDENTES DO PID.
      ******************************************************************
       00007-BACKORDERS.
           DISPLAY " ".
           DISPLAY "---- BACKORDERS PENDENTES ----".
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-QTD-TOTAL.
           MOVE 0 TO WS-FILE-STATUS-BCK.
           OPEN INPUT FD-BACKORDERS.
           IF WS-FILE-STATUS-BCK NOT = 0
              IF WS-FILE-STATUS-BCK NOT = 35
                 DISPLAY "-- ERRO AO ABRIR BACKORDERS -->"
                         WS-FILE-STATUS-BCK
              END-IF
           ELSE
              MOVE 0 TO WS-FIM-ARQUIVO
              PERFORM 00007-A-LER-BACKORDER UNTIL FIM-DO-ARQUIVO
              CLOSE FD-BACKORDERS
           END-IF.
           IF WS-QTD-ITENS = 0
              DISPLAY "NENHUM BACKORDER PENDENTE"
           ELSE
              MOVE WS-QTD-TOTAL TO WS-QTD-TOTAL-EDT
              DISPLAY "TOTAL PENDENTE...: " WS-QTD-TOTAL-EDT
           END-IF.

       00007-A-LER-BACKORDER.
           READ FD-BACKORDERS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   IF BK-PID = RP-PID
                      ADD 1 TO WS-QTD-ITENS
                      ADD BK-QTD TO WS-QTD-TOTAL
                      MOVE BK-QTD TO WS-QTD-EDT
                      DISPLAY "DESDE " BK-DATA " CLIENTE " BK-CLIENTE
                              " QTD " WS-QTD-EDT
                   END-IF
           END-READ.

      ******************************************************************
      * KARDEX: GUARDA OS ULTIMOS MOVIMENTOS DO PID NA TABELA CIRCULAR
      * E MOSTRA DO MAIS ANTIGO PARA O MAIS NOVO.
      ******************************************************************
       00008-KARDEX.
           DISPLAY " ".
           DISPLAY "---- ULTIMOS MOVIMENTOS (KARDEX) ----".
           MOVE 1 TO WS-PROX-MOV.
           MOVE 0 TO WS-CONT-MOV.
           MOVE 0 TO WS-FILE-STATUS-MOV.
           OPEN INPUT FD-MOVIMENTOS.
           IF WS-FILE-STATUS-MOV NOT = 0
              IF WS-FILE-STATUS-MOV NOT = 35
                 DISPLAY "-- ERRO AO ABRIR MOVIMENTOS -->"
                         WS-FILE-STATUS-MOV
              END-IF
           ELSE
              MOVE 0 TO WS-FIM-ARQUIVO
              PERFORM 00008-A-LER-MOVIMENTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-MOVIMENTOS
           END-IF.

           IF WS-CONT-MOV = 0
              DISPLAY "NENHUM MOVIMENTO NO KARDEX"
           ELSE
              IF WS-CONT-MOV > WS-MAX-MOV
                 MOVE WS-MAX-MOV  TO WS-QTD-MOSTRAR
                 MOVE WS-PROX-MOV TO WS-IDX
              ELSE
                 MOVE WS-CONT-MOV TO WS-QTD-MOSTRAR
                 MOVE 1           TO WS-IDX
              END-IF
              DISPLAY "MOVIMENTOS DO PID: " WS-CONT-MOV
                      " (MOSTRANDO OS ULTIMOS " WS-QTD-MOSTRAR ")"
              MOVE 0 TO WS-MOSTRADOS
              PERFORM 00009-MOSTRA-MOVIMENTO
                      UNTIL WS-MOSTRADOS = WS-QTD-MOSTRAR
           END-IF.

       00008-A-LER-MOVIMENTO.
           READ FD-MOVIMENTOS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   IF MV-PID = RP-PID
                      PERFORM 00008-B-GUARDA-MOVIMENTO
                   END-IF
           END-READ.

       00008-B-GUARDA-MOVIMENTO.
           ADD 1 TO WS-CONT-MOV.
           MOVE MV-DATA      TO TM-DATA(WS-PROX-MOV).
           MOVE MV-TIPO      TO TM-TIPO(WS-PROX-MOV).
           MOVE MV-ENTRADA   TO TM-ENTRADA(WS-PROX-MOV).
           MOVE MV-SAIDA     TO TM-SAIDA(WS-PROX-MOV).
           MOVE MV-SALDO     TO TM-SALDO(WS-PROX-MOV).
           MOVE MV-DOCUMENTO TO TM-DOCUMENTO(WS-PROX-MOV).
           MOVE MV-PROGRAMA  TO TM-PROGRAMA(WS-PROX-MOV).
           IF WS-PROX-MOV = WS-MAX-MOV
              MOVE 1 TO WS-PROX-MOV
           ELSE
              ADD 1 TO WS-PROX-MOV
           END-IF.

       00009-MOSTRA-MOVIMENTO.
           MOVE TM-ENTRADA(WS-IDX) TO WS-ENTRADA-EDT.
           MOVE TM-SAIDA(WS-IDX)   TO WS-SAIDA-EDT.
           MOVE TM-SALDO(WS-IDX)   TO WS-QTD-EDT.
           DISPLAY TM-DATA(WS-IDX) " " TM-TIPO(WS-IDX)
                   " ENT " WS-ENTRADA-EDT " SAI " WS-SAIDA-EDT
                   " SALDO " WS-QTD-EDT.
           DISPLAY "   DOC " TM-DOCUMENTO(WS-IDX)
                   " " TM-PROGRAMA(WS-IDX).
           ADD 1 TO WS-MOSTRADOS.
           IF WS-IDX = WS-MAX-MOV
              MOVE 1 TO WS-IDX
           ELSE
              ADD 1 TO WS-IDX
           END-IF.

      ******************************************************************
      * ULTIMAS ALTERACOES DE PRECO, NA MESMA TABELA CIRCULAR.
      ******************************************************************
       00010-PRECOS.
           DISPLAY " ".
           DISPLAY "---- ULTIMAS ALTERACOES DE PRECO ----".
           MOVE 1 TO WS-PROX-PRC.
           MOVE 0 TO WS-CONT-PRC.
           MOVE 0 TO WS-FILE-STATUS-HPR.
           OPEN INPUT FD-HIST-PRECO.
           IF WS-FILE-STATUS-HPR NOT = 0
              IF WS-FILE-STATUS-HPR NOT = 35
                 DISPLAY "-- ERRO AO ABRIR HISTORICO DE PRECOS -->"
                         WS-FILE-STATUS-HPR
              END-IF
           ELSE
              MOVE 0 TO WS-FIM-ARQUIVO
              PERFORM 00010-A-LER-PRECO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-HIST-PRECO
           END-IF.

           IF WS-CONT-PRC = 0
              DISPLAY "NENHUMA ALTERACAO DE PRECO REGISTRADA"
           ELSE
              IF WS-CONT-PRC > WS-MAX-PRC
                 MOVE WS-MAX-PRC  TO WS-QTD-MOSTRAR
                 MOVE WS-PROX-PRC TO WS-IDX
              ELSE
                 MOVE WS-CONT-PRC TO WS-QTD-MOSTRAR
                 MOVE 1           TO WS-IDX
              END-IF
              MOVE 0 TO WS-MOSTRADOS
              PERFORM 00011-MOSTRA-PRECO
                      UNTIL WS-MOSTRADOS = WS-QTD-MOSTRAR
           END-IF.

       00010-A-LER-PRECO.
           READ FD-HIST-PRECO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   IF HP-PID = RP-PID
                      PERFORM 00010-B-GUARDA-PRECO
                   END-IF
           END-READ.

       00010-B-GUARDA-PRECO.
           ADD 1 TO WS-CONT-PRC.
           MOVE HP-DATA         TO TH-DATA(WS-PROX-PRC).
           MOVE HP-VALOR-ANTES  TO TH-VALOR-ANTES(WS-PROX-PRC).
           MOVE HP-VALOR-DEPOIS TO TH-VALOR-DEPOIS(WS-PROX-PRC).
           MOVE HP-PROGRAMA     TO TH-PROGRAMA(WS-PROX-PRC).
           MOVE HP-APROVADOR    TO TH-APROVADOR(WS-PROX-PRC).
           IF WS-PROX-PRC = WS-MAX-PRC
              MOVE 1 TO WS-PROX-PRC
           ELSE
              ADD 1 TO WS-PROX-PRC
           END-IF.

       00011-MOSTRA-PRECO.
           MOVE TH-VALOR-ANTES(WS-IDX)  TO WS-ANTES-EDT.
           MOVE TH-VALOR-DEPOIS(WS-IDX) TO WS-DEPOIS-EDT.
           IF TH-APROVADOR(WS-IDX) > 0
              DISPLAY TH-DATA(WS-IDX) " DE " WS-ANTES-EDT
                      " PARA " WS-DEPOIS-EDT " " TH-PROGRAMA(WS-IDX)
                      " APROV " TH-APROVADOR(WS-IDX)
           ELSE
              DISPLAY TH-DATA(WS-IDX) " DE " WS-ANTES-EDT
                      " PARA " WS-DEPOIS-EDT " " TH-PROGRAMA(WS-IDX)
           END-IF.
           ADD 1 TO WS-MOSTRADOS.
           IF WS-IDX = WS-MAX-PRC
              MOVE 1 TO WS-IDX
           ELSE
              ADD 1 TO WS-IDX
           END-IF.

      ******************************************************************
      * CUSTO MEDIO E MARGEM DO PRECO ATUAL SOBRE ELE.
      ******************************************************************
       00012-CUSTO-MARGEM.
           DISPLAY " ".
           DISPLAY "---- CUSTO E MARGEM ----".
           MOVE 0 TO WS-FILE-STATUS-CST.
           OPEN INPUT FD-CUSTOS.
           IF WS-FILE-STATUS-CST NOT = 0
              IF WS-FILE-STATUS-CST NOT = 35
                 DISPLAY "-- ERRO AO ABRIR CUSTOS -->"
                         WS-FILE-STATUS-CST
              END-IF
              DISPLAY "SEM CUSTO APURADO"
           ELSE
              MOVE RP-PID TO CU-PID
              READ FD-CUSTOS RECORD KEY CU-PID
                   INVALID KEY
                      DISPLAY "SEM CUSTO APURADO"
                   NOT INVALID KEY
                      PERFORM 00012-A-MOSTRA-MARGEM
              END-READ
              CLOSE FD-CUSTOS
           END-IF.

       00012-A-MOSTRA-MARGEM.
           COMPUTE WS-MARGEM-UNIT = RP-VALOR - CU-CUSTO-MEDIO.
           IF RP-VALOR > 0
              COMPUTE WS-PERC-MARGEM ROUNDED =
                      WS-MARGEM-UNIT * 100 / RP-VALOR
           ELSE
              MOVE ZERO TO WS-PERC-MARGEM
           END-IF.
           MOVE CU-CUSTO-MEDIO TO WS-VALOR-EDT.
           DISPLAY "CUSTO MEDIO......: " WS-VALOR-EDT
                   " (ULT. RECEBTO " CU-DATA-ULT-RECEB ")".
           MOVE WS-MARGEM-UNIT TO WS-MARGEM-EDT.
           MOVE WS-PERC-MARGEM TO WS-PERC-EDT.
           DISPLAY "MARGEM UNITARIA..: " WS-MARGEM-EDT
                   " (" WS-PERC-EDT "% DO PRECO)".
           IF WS-MARGEM-UNIT < 0
              DISPLAY "-- PRECO ABAIXO DO CUSTO MEDIO"
           END-IF.

      ******************************************************************
      * PRAZO ESPERADO DE ENTREGA, PARA FORNECEDOR SEM LEAD TIME.
      ******************************************************************
       00013-CARREGA-PRAZO.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      CONTINUE
                   NOT AT END
                      IF PR-PRAZO-ESPERADO > 0
                         MOVE PR-PRAZO-ESPERADO TO WS-PRAZO-ESPERADO
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           END-IF.

      ******************************************************************
      * TRAVA DO CATALOGO: A CONSULTA NAO REGISTRA NEM RESPEITA A
      * TRAVA (SO LE), MAS AVISA QUE HA ATUALIZACAO EM ANDAMENTO.
      ******************************************************************
       00014-AVISA-TRAVA.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN INPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              READ FD-TRAVA
                   AT END
                      CONTINUE
                   NOT AT END
                      DISPLAY "-- CATALOGO EM USO POR " TV-PROGRAMA
                              " DESDE " TV-DATA " " TV-HORA
                      DISPLAY "-- OS SALDOS PODEM MUDAR DURANTE A "
                              "CONSULTA"
              END-READ
              CLOSE FD-TRAVA
           END-IF.

       END PROGRAM PROG129-CONSULTA-PRODUTO.
