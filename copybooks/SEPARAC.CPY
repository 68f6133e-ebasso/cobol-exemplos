      ******************************************************************
      * Copybook: SEPARAC.CPY
      * Purpose : Layout do registro da separacao do dia
      *           (PROG81-SEP.DAT, sequencial), gravado pelo PROG081
      *           junto com a lista impressa: uma linha por item
      *           separado, na ordem de enderecos. O manifesto de
      *           rotas (PROG116) le este arquivo para listar, em cada
      *           entrega de pedido, os itens a carregar no veiculo.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-SEPARACAO.
           02 SS-DATA            PIC 9(08).
           02 SS-PEDIDO          PIC 9(10).
           02 SS-PID             PIC 9(10).
           02 SS-NOME            PIC X(10).
           02 SS-QTD             PIC 9(10)V9(02).
           02 SS-LOCAL           PIC X(10).
