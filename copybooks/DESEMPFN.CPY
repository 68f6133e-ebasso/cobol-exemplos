      ******************************************************************
      * Copybook: DESEMPFN.CPY
      * Purpose : Layout do desempenho apurado por fornecedor
      *           (PROG83-DESEMP.DAT, sequencial), regravado a cada
      *           execucao do PROG083 com os mesmos numeros do
      *           scorecard: itens, lead time medio, percentual de
      *           itens atrasados e fill rate. O comparativo de
      *           cotacoes (PROG117) le este arquivo para por a
      *           pontualidade do fornecedor ao lado do preco.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-DESEMPENHO.
           02 DF-FORNECEDOR      PIC 9(05).
           02 DF-DATA-APURACAO   PIC 9(08).
           02 DF-ITENS           PIC 9(05).
           02 DF-RECEBIDOS       PIC 9(05).
           02 DF-ATRASADOS       PIC 9(05).
           02 DF-LEAD-MEDIO      PIC 9(05)V9(01).
           02 DF-PCT-ATRASO      PIC 9(03)V9(02).
           02 DF-FILL-RATE       PIC 9(03)V9(02).
