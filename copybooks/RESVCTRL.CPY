      ******************************************************************
      * Copybook: RESVCTRL.CPY
      * Purpose : Area de comunicacao com o PROG112-RESERVA, que
      *           mantem as reservas de estoque dos pedidos em
      *           PROG112-RES.DAT. O chamador informa a funcao, a loja
      *           e os dados do pedido:
      *              D = DISPONIVEL PARA VENDA DO PID: DEVOLVE O TOTAL
      *                  RESERVADO, A PARTE DO PROPRIO PEDIDO E O
      *                  DISPONIVEL (RV-QTD-ESTOQUE MENOS AS RESERVAS
      *                  DOS OUTROS PEDIDOS). PEDIDO 0 = VENDA AVULSA
      *              R = RESERVA RV-QTD DO PID PARA O PEDIDO, LIMITADA
      *                  AO ESTOQUE AINDA LIVRE DE RESERVAS
      *              C = CONSOME RV-QTD DA RESERVA DO PID + PEDIDO
      *                  (LINHA DO PEDIDO FATURADA)
      *              L = LIBERA TODAS AS RESERVAS ATIVAS DO PEDIDO
      *                  (PEDIDO CANCELADO)
      *           RV-QTD-ESTOQUE e o RP-QTD do catalogo da loja (D/R).
      *           RV-QTD-AFETADA devolve quanto foi reservado (R),
      *           consumido (C) ou liberado (L); RV-CONTADOR, quantas
      *           reservas foram liberadas (L).
      *           RV-RESULTADO: 1 = OK, 2 = RESERVA PARCIAL OU SEM
      *           ESTOQUE LIVRE (R), PEDIDO SEM RESERVA ATIVA (C/L),
      *           9 = ERRO NO ARQUIVO DE RESERVAS.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-RESERVA.
           02 RV-FUNCAO          PIC X(01).
           02 RV-LOJA            PIC 9(03).
           02 RV-PID             PIC 9(10).
           02 RV-PEDIDO          PIC 9(10).
           02 RV-CLIENTE         PIC 9(05).
           02 RV-ORIGEM          PIC X(10).
           02 RV-QTD             PIC 9(10)V9(02).
           02 RV-QTD-ESTOQUE     PIC 9(10)V9(02).
           02 RV-QTD-RESERVADA   PIC 9(10)V9(02).
           02 RV-QTD-DO-PEDIDO   PIC 9(10)V9(02).
           02 RV-QTD-DISPONIVEL  PIC 9(10)V9(02).
           02 RV-QTD-AFETADA     PIC 9(10)V9(02).
           02 RV-CONTADOR        PIC 9(05).
           02 RV-RESULTADO       PIC 9(01).
