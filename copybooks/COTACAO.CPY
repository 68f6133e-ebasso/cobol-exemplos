      ******************************************************************
      * Copybook: COTACAO.CPY
      * Purpose : Layout da cotacao de preco do fornecedor
      *           (PROG18-COT.DAT, indexado por CQ-CHAVE = FORNECEDOR
      *           + PID, a mesma chave do vinculo PROG18-PRDF.DAT, com
      *           chave alternada CQ-PID com duplicatas). Cada
      *           fornecedor vinculado ao produto cota preco unitario,
      *           quantidade minima de pedido, prazo de entrega em
      *           dias e validade da cotacao. Mantida no PROG018; o
      *           PROG019 escolhe o fornecedor pela cotacao valida mais
      *           barata e o PROG117 compara as cotacoes lado a lado.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-COTACAO.
           02 CQ-CHAVE.
               03 CQ-FORNECEDOR  PIC 9(05).
               03 CQ-PID         PIC 9(10).
           02 CQ-PRECO           PIC 9(10)V9(02).
           02 CQ-QTD-MINIMA      PIC 9(10)V9(02).
           02 CQ-PRAZO-DIAS      PIC 9(03).
           02 CQ-DATA-COTACAO    PIC 9(08).
           02 CQ-VALIDADE        PIC 9(08).
