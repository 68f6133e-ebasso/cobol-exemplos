      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Reposicao de Estoque
      *          Le o catalogo de produtos (FD-PRODUTOS) sequencialmente
      *          e lista os produtos cujo estoque disponivel para
      *          venda (RP-QTD menos as reservas dos pedidos em
      *          aberto, PROG112) esta abaixo do ponto de reposicao,
      *          para uso do setor de compras. Produto saindo de
      *          linha ou descontinuado (PROG125) nao entra na lista,
      *          porque nao deve ser mais comprado.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       77 WS-FILE-STATUS-PTO        PIC 9(02).
       77 WS-PONTO-EFETIVO          PIC 9(10)V9(02).

      ************ AREA DAS RESERVAS DE ESTOQUE (PROG112) ***********
           COPY RESVCTRL.CPY.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
           COPY CICLCTRL.CPY.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-BAIXO-ESTOQUE     PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA-REPOSICAO    PIC 9(05) VALUE ZERO.
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * PRODUTO SAINDO DE LINHA OU DESCONTINUADO NAO E MAIS REPOSTO:
      * FICA FORA DA LISTA, SO CONTADO NO RODAPE.
      ******************************************************************
       00002-LISTA-PRODUTOS.
           PERFORM 00012-CONSULTA-CICLO.
           IF VP-SEM-REPOSICAO
              ADD 1 TO WS-CONT-FORA-REPOSICAO
           ELSE
              PERFORM 00002-A-CONFERE-PONTO
           END-IF.
           PERFORM 00004-LER-PRODUTO.

       00002-A-CONFERE-PONTO.
           PERFORM 00010-ACHA-PONTO.
           PERFORM 00011-APURA-DISPONIVEL.
           IF RV-QTD-DISPONIVEL < WS-PONTO-EFETIVO
              ADD 1 TO WS-CONT-BAIXO-ESTOQUE
              PERFORM 00008-BUSCA-CATEGORIA
              MOVE SPACES TO SP-LINHA
                     RP-DESCRICAO     DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
              MOVE SPACES TO SP-LINHA
              STRING "     RESERVADO: " DELIMITED BY SIZE
                     RV-QTD-RESERVADA   DELIMITED BY SIZE
                     "  DISPONIVEL: "   DELIMITED BY SIZE
                     RV-QTD-DISPONIVEL  DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
              PERFORM 00006-EXIBE-FORNECEDOR
           END-IF.

       00012-CONSULTA-CICLO.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE RP-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.

      ******************************************************************
      * PONTO DE REPOSICAO EFETIVO DO PRODUTO: O CALCULADO PELO
              END-READ
           END-IF.

      ******************************************************************
      * ESTOQUE DISPONIVEL PARA VENDA: RP-QTD MENOS AS RESERVAS ATIVAS
      * DOS PEDIDOS DA LOJA (PROG112). O ESTOQUE PROMETIDO A PEDIDOS
      * NAO COBRE O PONTO DE REPOSICAO.
      ******************************************************************
       00011-APURA-DISPONIVEL.
           MOVE "D"         TO RV-FUNCAO.
           MOVE WS-LOJA-NUM TO RV-LOJA.
           MOVE RP-PID      TO RV-PID.
           MOVE ZERO        TO RV-PEDIDO.
           MOVE RP-QTD      TO RV-QTD-ESTOQUE.
           CALL "PROG112-RESERVA" USING WS-RESERVA.

       00009-ABRE-PONTOS.
           MOVE 0 TO WS-FILE-STATUS-PTO.
           OPEN INPUT FD-PONTOS.
                  WS-CONT-BAIXO-ESTOQUE     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "FORA DA REPOSICAO....: " DELIMITED BY SIZE
                  WS-CONT-FORA-REPOSICAO    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      * ITENS ABAIXO DO MINIMO TAMBEM VIRAM ALERTA PARA A REVISAO DA
      * MANHA (PROG040), NAO SO LINHAS NO CONSOLE.
