      *          Le o catalogo de produtos (FD-PRODUTOS) sequencialmente,
      *          calcula RP-VALOR * RP-QTD por item e imprime o total
      *          geral, para o fechamento mensal do financeiro.
      *          Produto descontinuado (PROG125) com o estoque zerado
      *          sai da lista; enquanto ainda tem estoque, continua
      *          valorizado, porque a mercadoria esta na loja.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-DESCONTINUADOS    PIC 9(05) VALUE ZERO.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
           COPY CICLCTRL.CPY.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
           PERFORM 9802-IMPRIME-LINHA.

       00002-LISTA-PRODUTOS.
           PERFORM 00007-CONSULTA-CICLO.
           IF VP-DESCONTINUADO AND RP-QTD = 0
              ADD 1 TO WS-CONT-DESCONTINUADOS
           ELSE
              PERFORM 00002-A-VALORIZA-ITEM
           END-IF.
           PERFORM 00004-LER-PRODUTO.

       00002-A-VALORIZA-ITEM.
           COMPUTE WS-VALOR-ITEM ROUNDED = RP-VALOR * RP-QTD.
           ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL.
           MOVE RP-VALOR      TO WS-VALOR-UNIT-EDT.
                  WS-VALOR-ITEM-EDT DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00007-CONSULTA-CICLO.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE RP-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.

       00005-ABRE-CATEGORIAS.
           MOVE 0 TO WS-FILE-STATUS-CAT.
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "DESCONTINUADOS ZERADOS: " DELIMITED BY SIZE
                  WS-CONT-DESCONTINUADOS     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VALOR TOTAL DO ESTOQUE: " DELIMITED BY SIZE
                  WS-VALOR-TOTAL-EDT         DELIMITED BY SIZE
                  INTO SP-LINHA.
