      *          linha no registro PROG10-001.VND, promocao vigente e
      *          movimento de kardex. O que continuar sem estoque e
      *          regravado como backorder em aberto para a proxima
      *          tentativa. A venda a prazo gera as parcelas do
      *          crediario da NF (PROG094), como no PROG013.
      *          Produto controlado por numero de serie leva os
      *          primeiros numeros em estoque (PROG119); sem numeros
      *          que cubram a quantidade, o backorder segue aberto.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
           COPY PRODUTO.CPY.

       FD FD-BACKORDERS
          RECORD CONTAINS 57 CHARACTERS.
           COPY BACKORD.CPY.

       FD FD-BACKWORK
          RECORD CONTAINS 57 CHARACTERS.
           COPY BACKORD.CPY
               REPLACING ==REG-BACKORDER== BY ==REG-BACKWORK==
                    ==BK-DATA== BY ==BW-DATA==
                    ==BK-QTD== BY ==BW-QTD==
                    ==BK-CLIENTE== BY ==BW-CLIENTE==
                    ==BK-VENDEDOR== BY ==BW-VENDEDOR==
                    ==BK-PAGAMENTO== BY ==BW-PAGAMENTO==
                    ==BK-PARCELAS== BY ==BW-PARCELAS==
                    ==BK-AUTORIZACAO== BY ==BW-AUTORIZACAO==.

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-REGVENDAS.
       01 REG-VENDA-EFETIVADA     PIC X(230).

       FD FD-NOTAFISCAL-KEY.
       01 REGISTRO-NF-KEY         PIC 9(10).
           02 IC-ALIQUOTA         PIC 9(02)V9(02).

       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       FD FD-TRAVA.

       77 WS-NOVA-QTD                PIC 9(10)V9(02).
       77 WS-VALOR-VENDA             PIC 9(12)V9(02).
       77 WS-VALOR-SALDO             PIC 9(12)V9(02).
       77 WS-VALOR-VENDA-EDT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-BRUTO             PIC 9(12)V9(02).
       77 WS-VALOR-BRUTO-EDT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

      ************ AREA DAS COMPRAS DE FUNCIONARIOS (PROG093) ********
           COPY COMPRAFN.CPY.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***********
           COPY SERCTRL.CPY.
       77 WS-SERIALIZADO            PIC 9(01) VALUE ZERO.
       77 WS-SERIES-OK              PIC 9(01) VALUE ZERO.
           88 SERIES-OK             VALUE 1.
       77 WS-QTD-SERIES-VENDA       PIC 9(10) VALUE ZERO.
       77 WS-QTD-INTEIRA            PIC 9(10) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9900-VERIFICA-TRAVA.
                   ADD 1 TO WS-CONT-LIDOS.

       00002-PROCESSA-BACKORDER.
      * BACKORDER GRAVADO ANTES DO CREDIARIO = PARCELA UNICA.
           IF BK-PARCELAS NOT NUMERIC
              MOVE ZERO TO BK-PARCELAS
           END-IF.
           MOVE BK-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                   IF BK-QTD > RP-QTD
                      PERFORM 00011-MANTEM-PENDENTE
                   ELSE
                      PERFORM 00028-CONFERE-SERIES
                      IF SERIES-OK
                         PERFORM 00004-BAIXA-ESTOQUE
                      ELSE
                         PERFORM 00011-MANTEM-PENDENTE
                      END-IF
                   END-IF.
           PERFORM 00001-LER-BACKORDER.

           MOVE BK-CLIENTE TO BW-CLIENTE.
           MOVE BK-VENDEDOR TO BW-VENDEDOR.
           MOVE BK-PAGAMENTO TO BW-PAGAMENTO.
           MOVE BK-PARCELAS TO BW-PARCELAS.
           MOVE BK-AUTORIZACAO TO BW-AUTORIZACAO.
           WRITE REG-BACKWORK.

       00004-BAIXA-ESTOQUE.
                     ADD 1 TO WS-CONT-ATENDIDOS
                     ADD WS-VALOR-VENDA TO WS-VALOR-TOTAL-VENDIDO
                     PERFORM 00005-GRAVA-VENDA
                     PERFORM 00029-ATRIBUI-SERIES
                     PERFORM 00012-GRAVA-MOVIMENTO
                     PERFORM 00017-POSTA-SALDO-CLIENTE
                     PERFORM 00019-BAIXA-LOTES
              END-REWRITE
           END-IF.

      ******************************************************************
      * PRODUTO CONTROLADO POR NUMERO DE SERIE, COMO NA VENDA SEM
      * NUMERO DO PROG013: QUANTIDADE INTEIRA E NUMEROS EM ESTOQUE
      * QUE A COBREM.
      ******************************************************************
       00028-CONFERE-SERIES.
           MOVE 1 TO WS-SERIES-OK.
           MOVE 0 TO WS-SERIALIZADO.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE BK-PID      TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              MOVE 1 TO WS-SERIALIZADO
              MOVE BK-QTD TO WS-QTD-INTEIRA
              IF WS-QTD-INTEIRA NOT = BK-QTD
                 MOVE 0 TO WS-SERIES-OK
                 DISPLAY "-- PRODUTO COM NUMERO DE SERIE SO SAI EM "
                         "UNIDADES INTEIRAS --> PID " BK-PID
              ELSE
                 MOVE "C" TO SE-FUNCAO
                 CALL "PROG119-SERIE" USING WS-SERIE
                 IF SE-RESULTADO NOT = 1 OR SE-QTD-ESTOQUE < BK-QTD
                    MOVE 0 TO WS-SERIES-OK
                    DISPLAY "-- NUMEROS DE SERIE EM ESTOQUE ("
                            SE-QTD-ESTOQUE ") NAO COBREM O BACKORDER "
                            "--> PID " BK-PID
                 END-IF
              END-IF
           END-IF.

       00029-ATRIBUI-SERIES.
           IF WS-SERIALIZADO = 1
              MOVE ZERO TO WS-QTD-SERIES-VENDA
              MOVE 1 TO WS-SERIES-OK
              PERFORM 00029-A-VENDE-SERIE
                  UNTIL WS-QTD-SERIES-VENDA NOT < BK-QTD
                     OR NOT SERIES-OK
           END-IF.

       00029-A-VENDE-SERIE.
           MOVE "V"          TO SE-FUNCAO.
           MOVE WS-LOJA-NUM  TO SE-LOJA.
           MOVE BK-PID       TO SE-PID.
           MOVE SPACES       TO SE-SERIE.
           MOVE WS-ULTIMO-NF TO SE-NF.
           MOVE BK-CLIENTE   TO SE-CLIENTE.
           MOVE ZERO         TO SE-FORNECEDOR.
           MOVE SPACES       TO SE-DOCUMENTO.
           STRING "NF="         DELIMITED BY SIZE
                  WS-ULTIMO-NF  DELIMITED BY SIZE
                  INTO SE-DOCUMENTO.
           MOVE "PROG027"    TO SE-PROGRAMA.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-RESULTADO = 1
              ADD 1 TO WS-QTD-SERIES-VENDA
              DISPLAY "NUMERO DE SERIE VENDIDO: " SE-SERIE
                      " PID " BK-PID " NF " WS-ULTIMO-NF
           ELSE
              MOVE 0 TO WS-SERIES-OK
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- NUMERO DE SERIE NAO BAIXADO, CONFERIR O "
                      "ESTOQUE --> PID " BK-PID " NF " WS-ULTIMO-NF
           END-IF.

      ******************************************************************
      * CONTROLE DE CREDITO, COMO NO PROG013: O CREDITO E CONFERIDO
      * NO MOMENTO DO ATENDIMENTO, POIS NA CAPTURA DO BACKORDER A
      * VENDA FOI RECUSADA POR ESTOQUE ANTES DO CREDITO SER AVALIADO.
      * CLIENTE BLOQUEADO POR ATRASO (PROG095) NAO COMPRA A PRAZO; O
      * BACKORDER FICA PENDENTE ATE O BLOQUEIO SER LIBERADO.
      ******************************************************************
       00016-VERIFICA-CREDITO.
           MOVE 1 TO WS-CREDITO-OK.
                         MOVE 0 TO WS-CREDITO-OK
                         DISPLAY "-- CLIENTE DESLIGADO --> " BK-CLIENTE
                      ELSE
                         IF CL-STATUS-REG = "B" AND BK-PAGAMENTO = "P"
                            MOVE 0 TO WS-CREDITO-OK
                            DISPLAY "-- CLIENTE BLOQUEADO POR ATRASO, "
                                    "SEM VENDA A PRAZO --> " BK-CLIENTE
                         END-IF
                         IF CREDITO-OK AND
                            CL-SALDO-DEVEDOR + WS-VALOR-VENDA >
                            CL-LIMITE-CREDITO
                            MOVE 0 TO WS-CREDITO-OK
                         END-IF
                         IF CREDITO-OK AND BK-PAGAMENTO = "P"
                            PERFORM 00026-VERIFICA-PLANO
                         END-IF
                         IF CREDITO-OK AND BK-PAGAMENTO = "P"
                            PERFORM 00024-VERIFICA-COMPRA-FUNC
                         END-IF
                      END-IF
              END-READ
           END-IF.

      * NA VENDA A PRAZO O SALDO DEVEDOR RECEBE O TOTAL DAS PARCELAS
      * GERADAS (VALOR MAIS JUROS DO PLANO, PROG094); SE AS PARCELAS
      * NAO SAIRAM, FICA O VALOR DA VENDA.
       00017-POSTA-SALDO-CLIENTE.
           IF CLIENTES-OK AND BK-CLIENTE > 0
              MOVE WS-VALOR-VENDA TO WS-VALOR-SALDO
              IF BK-PAGAMENTO = "P"
                 PERFORM 00027-GERA-PARCELAS
                 IF PZ-RESULTADO = 1
                    MOVE PZ-VALOR-FINANCIADO TO WS-VALOR-SALDO
                 END-IF
              END-IF
              ADD WS-VALOR-SALDO TO CL-SALDO-DEVEDOR
              REWRITE REG-CLIENTE
                  INVALID KEY
                     DISPLAY "-- ERRO AO ATUALIZAR SALDO DO CLIENTE "
                             "--> " BK-CLIENTE
              END-REWRITE
              IF BK-PAGAMENTO = "P"
                 PERFORM 00025-POSTA-COMPRA-FUNC
              END-IF
           END-IF.

      ******************************************************************
      * COMPRA A PRAZO DE CLIENTE VINCULADO A FUNCIONARIO: ALEM DO
      * LIMITE DE CREDITO, RESPEITA O LIMITE MENSAL DE DESCONTO EM
      * FOLHA (PROG093). CLIENTE SEM VINCULO SEGUE COMO VENDA COMUM.
      ******************************************************************
       00024-VERIFICA-COMPRA-FUNC.
           MOVE "V"            TO FC-FUNCAO.
           MOVE BK-CLIENTE     TO FC-CLIENTE.
           MOVE WS-VALOR-VENDA TO FC-VALOR.
           MOVE WS-DATA-VENDA  TO FC-DATA.
           CALL "PROG093-COMPRA-FUNCIONARIO" USING WS-COMPRA-FUNC.
           IF FC-RESULTADO = 2
              MOVE 0 TO WS-CREDITO-OK
              DISPLAY "-- LIMITE MENSAL DE COMPRAS DA MATRICULA "
                      FC-MATRICULA " ESTOURADO"
           END-IF.

       00025-POSTA-COMPRA-FUNC.
           MOVE "P"            TO FC-FUNCAO.
           MOVE BK-CLIENTE     TO FC-CLIENTE.
           MOVE WS-VALOR-SALDO TO FC-VALOR.
           MOVE WS-DATA-VENDA  TO FC-DATA.
           CALL "PROG093-COMPRA-FUNCIONARIO" USING WS-COMPRA-FUNC.

      ******************************************************************
      * CREDIARIO, COMO NO PROG013: PLANO ACEITO NA CONFERENCIA DE
      * CREDITO E PARCELAS DA NF GERADAS NA POSTAGEM (PROG094).
      ******************************************************************
       00026-VERIFICA-PLANO.
           MOVE "V"            TO PZ-FUNCAO.
           MOVE BK-CLIENTE     TO PZ-CLIENTE.
           MOVE BK-PARCELAS    TO PZ-PARCELAS.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO NOT = 1
              MOVE 0 TO WS-CREDITO-OK
              DISPLAY "-- PLANO DE " BK-PARCELAS " PARCELAS NAO "
                      "CADASTRADO"
           END-IF.

       00027-GERA-PARCELAS.
           MOVE "G"            TO PZ-FUNCAO.
           MOVE BK-CLIENTE     TO PZ-CLIENTE.
           MOVE WS-ULTIMO-NF   TO PZ-NF.
           MOVE WS-DATA-VENDA  TO PZ-DATA.
           MOVE WS-VALOR-VENDA TO PZ-VALOR.
           MOVE BK-PARCELAS    TO PZ-PARCELAS.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO NOT = 1
              DISPLAY "-- ERRO AO GERAR PARCELAS DA NF " WS-ULTIMO-NF
           END-IF.

       00005-GRAVA-VENDA.
                  BK-PAGAMENTO        DELIMITED BY SIZE
                  " SIT="             DELIMITED BY SIZE
                  "A"                 DELIMITED BY SIZE
                  " AUT="             DELIMITED BY SIZE
                  BK-AUTORIZACAO      DELIMITED BY SIZE
                  INTO REG-VENDA-EFETIVADA.

           WRITE REG-VENDA-EFETIVADA.
           MOVE BW-CLIENTE TO BK-CLIENTE.
           MOVE BW-VENDEDOR TO BK-VENDEDOR.
           MOVE BW-PAGAMENTO TO BK-PAGAMENTO.
           MOVE BW-PARCELAS TO BK-PARCELAS.
           MOVE BW-AUTORIZACAO TO BK-AUTORIZACAO.
           WRITE REG-BACKORDER.
           PERFORM 00008-A-LER-BACKWORK.

                   IF LT-PID NOT = BK-PID
                      MOVE 1 TO WS-FIM-LOTES
                   ELSE
                      IF LT-QTD > 0 AND NOT LT-RETIRAR
                         AND LT-VALIDADE < WS-MELHOR-VALIDADE
                         MOVE LT-LOTE     TO WS-MELHOR-LOTE
                         MOVE LT-VALIDADE TO WS-MELHOR-VALIDADE
