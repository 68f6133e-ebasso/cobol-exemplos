      *          sob um unico numero de pedido por execucao (sequencia
      *          em PROG19-PC.KEY), com a quantidade sugerida e o
      *          fornecedor do vinculo PROG18-PRDF.DAT, para que a
      *          reposicao deixe de ser copiada em papel. O estoque
      *          comparado com o ponto e o disponivel para venda
      *          (RP-QTD menos as reservas dos pedidos em aberto,
      *          PROG112), nao o RP-QTD inteiro.
      *          Havendo cotacoes validas do produto (PROG18-COT.DAT,
      *          PROG018), o fornecedor passa a ser o de menor custo
      *          para a quantidade sugerida, que sobe ate a quantidade
      *          minima de pedido do fornecedor escolhido; sem cotacao
      *          valida vale o vinculo PROG18-PRDF.DAT.
      *          Produto saindo de linha ou descontinuado (PROG125)
      *          nunca gera item de pedido de compra.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-PRDF.

      * COTACOES DE PRECO DOS FORNECEDORES, PELA CHAVE DO PRODUTO.
           SELECT FD-COTACOES ASSIGN TO "PROG18-COT.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CQ-CHAVE
                              ALTERNATE RECORD KEY IS CQ-PID
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-COT.

       DATA DIVISION.
       FILE SECTION.

          RECORD CONTAINS 15 CHARACTERS.
           COPY PRODFORN.CPY.

       FD FD-COTACOES
          RECORD CONTAINS 58 CHARACTERS.
           COPY COTACAO.CPY.

       FD FD-PONTOS
          RECORD CONTAINS 52 CHARACTERS.
           COPY PONTOREP.CPY.
       77 WS-FILE-STATUS-PED        PIC 9(02).
       77 WS-FILE-STATUS-PC-KEY     PIC 9(02).
       77 WS-FILE-STATUS-PRDF       PIC 9(02).
       77 WS-FILE-STATUS-COT        PIC 9(02).

      ************* VARIAVEIS PARA O PONTO DE REPOSICAO *********
      * WS-QTD-MINIMA E O PONTO GLOBAL DE RESERVA, USADO QUANDO O
       77 WS-PONTO-EFETIVO          PIC 9(10)V9(02).
       77 WS-TEM-PONTO-PROPRIO      PIC 9(01) VALUE ZERO.

      ************* VARIAVEIS PARA A ESCOLHA PELA COTACAO *********
       77 WS-QTD-COTADA             PIC 9(10)V9(02).
       77 WS-CUSTO-COTADO           PIC 9(16)V9(02).
       77 WS-MELHOR-FORNEC          PIC 9(05) VALUE ZERO.
       77 WS-MELHOR-CUSTO           PIC 9(16)V9(02).
       77 WS-MELHOR-QTD             PIC 9(10)V9(02).
       77 WS-MELHOR-PRECO           PIC 9(10)V9(02).
       77 WS-MELHOR-PRAZO           PIC 9(03).
       77 WS-PRECO-EDT              PIC Z(09)9.99.
       77 WS-FIM-COTACOES           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-COTACOES      VALUE 1.

      ************ AREA DAS RESERVAS DE ESTOQUE (PROG112) ***********
           COPY RESVCTRL.CPY.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
           COPY CICLCTRL.CPY.

      ************ VARIAVEL PARA NUMERACAO DO PEDIDO ***********
       77 WS-ULTIMO-PEDIDO          PIC 9(10) VALUE ZERO.

       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-ITENS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-JA-PEDIDOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA-REPOSICAO    PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A VARREDURA DE ITENS ABERTOS *****
           88 VINCULOS-OK           VALUE 1.
       77 WS-PONTOS-OK              PIC 9(01) VALUE ZERO.
           88 PONTOS-OK             VALUE 1.
       77 WS-COTACOES-OK            PIC 9(01) VALUE ZERO.
           88 COTACOES-OK           VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              IF PONTOS-OK
                 CLOSE FD-PONTOS
              END-IF
              IF COTACOES-OK
                 CLOSE FD-COTACOES
              END-IF
           END-IF.

           STOP RUN.
           PERFORM 00004-ABRE-PEDIDOS.
           PERFORM 00005-ABRE-VINCULOS.
           PERFORM 00010-ABRE-PONTOS.
           PERFORM 00013-ABRE-COTACOES.

           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
              DISPLAY "-- SEM PONTO POR PRODUTO (PROG056), USANDO O "
                      "PONTO GLOBAL".

       00013-ABRE-COTACOES.
           MOVE 0 TO WS-FILE-STATUS-COT.
           OPEN INPUT FD-COTACOES.
           IF WS-FILE-STATUS-COT = 0
              MOVE 1 TO WS-COTACOES-OK
           ELSE
              DISPLAY "-- SEM COTACOES DE FORNECEDOR, ESCOLHA PELO "
                      "VINCULO PRODUTO X FORNECEDOR".

      ******************************************************************
      * PONTO DE REPOSICAO EFETIVO DO PRODUTO: O CALCULADO PELO
      * PROG056 QUANDO EXISTE, SENAO O PONTO GLOBAL.
              END-READ
           END-IF.

       00012-APURA-DISPONIVEL.
           MOVE "D"         TO RV-FUNCAO.
           MOVE WS-LOJA-NUM TO RV-LOJA.
           MOVE RP-PID      TO RV-PID.
           MOVE ZERO        TO RV-PEDIDO.
           MOVE RP-QTD      TO RV-QTD-ESTOQUE.
           CALL "PROG112-RESERVA" USING WS-RESERVA.

       00001-LER-PRODUTO.
           READ FD-PRODUTOS NEXT RECORD
                AT END
      * PEDIDO DE COMPRA DESTA EXECUCAO. COM PONTO PROPRIO DO
      * PROG056 A QUANTIDADE SUGERIDA E A COBERTURA CALCULADA DA
      * DEMANDA; SEM PONTO PROPRIO VALE A REGRA ANTIGA (REPOE ATE O
      * DOBRO DO PONTO GLOBAL). O ESTOQUE JA RESERVADO PARA PEDIDOS
      * DE CLIENTE NAO CONTA COMO DISPONIVEL. PRODUTO SAINDO DE
      * LINHA OU DESCONTINUADO NAO E MAIS REPOSTO.
      ******************************************************************
       00002-PROCESSA-PRODUTO.
           PERFORM 00015-CONSULTA-CICLO.
           IF VP-SEM-REPOSICAO
              ADD 1 TO WS-CONT-FORA-REPOSICAO
           ELSE
              PERFORM 00002-A-CONFERE-PONTO
           END-IF.
           PERFORM 00001-LER-PRODUTO.

       00002-A-CONFERE-PONTO.
           PERFORM 00011-ACHA-PONTO.
           PERFORM 00012-APURA-DISPONIVEL.
           IF RV-QTD-DISPONIVEL < WS-PONTO-EFETIVO
              PERFORM 00009-VERIFICA-JA-PEDIDO
              IF PEDIDO-JA-ABERTO
                 ADD 1 TO WS-CONT-JA-PEDIDOS
                    MOVE PT-QTD-SUGERIDA TO WS-QTD-SUGERIDA
                 ELSE
                    COMPUTE WS-QTD-SUGERIDA =
                            (WS-PONTO-EFETIVO * 2) - RV-QTD-DISPONIVEL
                 END-IF
                 MOVE WS-ULTIMO-PEDIDO TO PC-NUMERO
                 MOVE WS-PID-ATUAL     TO PC-PID
                 END-WRITE
              END-IF
           END-IF.

       00015-CONSULTA-CICLO.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE RP-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.

      ******************************************************************
      * VARRE OS ITENS DE PEDIDO A PROCURA DO MESMO PID AINDA EM
                      MOVE 1 TO WS-JA-PEDIDO
                   END-IF.

      ******************************************************************
      * FORNECEDOR DO ITEM: A COTACAO VALIDA DE MENOR CUSTO PARA A
      * QUANTIDADE SUGERIDA (JA ARREDONDADA PARA CIMA ATE O MINIMO DO
      * FORNECEDOR); EMPATE NO CUSTO FICA COM O MENOR PRAZO. SEM
      * COTACAO VALIDA, O PRIMEIRO FORNECEDOR DO VINCULO.
      ******************************************************************
       00008-BUSCA-FORNECEDOR.
           MOVE ZERO TO PC-FORNECEDOR.
           MOVE ZERO TO WS-MELHOR-FORNEC.
           IF COTACOES-OK
              PERFORM 00014-ESCOLHE-COTACAO
           END-IF.
           IF WS-MELHOR-FORNEC > 0
              MOVE WS-MELHOR-FORNEC TO PC-FORNECEDOR
              MOVE WS-MELHOR-QTD    TO WS-QTD-SUGERIDA
              MOVE WS-MELHOR-QTD    TO PC-QTD-SUGERIDA
              MOVE WS-MELHOR-PRECO  TO WS-PRECO-EDT
              DISPLAY "   COTACAO ESCOLHIDA: FORNECEDOR "
                      WS-MELHOR-FORNEC " PRECO " WS-PRECO-EDT
                      " PRAZO " WS-MELHOR-PRAZO " DIAS"
           ELSE
              PERFORM 00008-A-BUSCA-VINCULO
           END-IF.

       00008-A-BUSCA-VINCULO.
           IF VINCULOS-OK
              MOVE RP-PID TO PF-PID
              READ FD-PROD-FORN RECORD KEY PF-PID
              END-READ
           END-IF.

       00014-ESCOLHE-COTACAO.
           MOVE 0 TO WS-FIM-COTACOES.
           MOVE RP-PID TO CQ-PID.
           START FD-COTACOES KEY IS = CQ-PID
               INVALID KEY
                  MOVE 1 TO WS-FIM-COTACOES.
           PERFORM 00014-A-LER-COTACAO UNTIL FIM-DAS-COTACOES.

       00014-A-LER-COTACAO.
           READ FD-COTACOES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-COTACOES
                NOT AT END
                   IF CQ-PID NOT = RP-PID
                      MOVE 1 TO WS-FIM-COTACOES
                   ELSE
                      IF CQ-VALIDADE NOT < WS-DATA-EMISSAO
                         PERFORM 00014-B-COMPARA-CUSTO
                      END-IF
                   END-IF.

       00014-B-COMPARA-CUSTO.
           MOVE WS-QTD-SUGERIDA TO WS-QTD-COTADA.
           IF WS-QTD-COTADA < CQ-QTD-MINIMA
              MOVE CQ-QTD-MINIMA TO WS-QTD-COTADA
           END-IF.
           COMPUTE WS-CUSTO-COTADO ROUNDED =
                   WS-QTD-COTADA * CQ-PRECO.
           IF WS-MELHOR-FORNEC = 0
              OR WS-CUSTO-COTADO < WS-MELHOR-CUSTO
              OR (WS-CUSTO-COTADO = WS-MELHOR-CUSTO
                  AND CQ-PRAZO-DIAS < WS-MELHOR-PRAZO)
              MOVE CQ-FORNECEDOR   TO WS-MELHOR-FORNEC
              MOVE WS-CUSTO-COTADO TO WS-MELHOR-CUSTO
              MOVE WS-QTD-COTADA   TO WS-MELHOR-QTD
              MOVE CQ-PRECO        TO WS-MELHOR-PRECO
              MOVE CQ-PRAZO-DIAS   TO WS-MELHOR-PRAZO
           END-IF.

       00006-CARREGA-ULTIMO-PEDIDO.
      * CARREGA O NUMERO DO ULTIMO PEDIDO EMITIDO NA EXECUCAO
      * ANTERIOR, PARA QUE A NUMERACAO CONTINUE DE ONDE PAROU.
           DISPLAY "PRODUTOS LIDOS.......: " WS-CONT-LIDOS.
           DISPLAY "ITENS EMITIDOS.......: " WS-CONT-ITENS.
           DISPLAY "JA PEDIDOS (ABERTOS).: " WS-CONT-JA-PEDIDOS.
           DISPLAY "FORA DA REPOSICAO....: " WS-CONT-FORA-REPOSICAO.
           DISPLAY "ERROS................: " WS-CONT-ERROS.
           IF WS-CONT-ITENS > 0
              DISPLAY "NUMERO DO PEDIDO.....: " WS-ULTIMO-PEDIDO
