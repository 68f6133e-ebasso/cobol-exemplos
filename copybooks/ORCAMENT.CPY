      ******************************************************************
      * Copybook: ORCAMENT.CPY
      * Purpose : Layout do item de orcamento de venda
      *           (PROG110-ORC.DAT, indexado por OR-CHAVE). O
      *           PROG110-ORCAMENTOS emite um numero de orcamento
      *           (PROG110-ORC.KEY, no mesmo esquema do PROG19-PC.KEY)
      *           e grava um item por PID cotado, com o preco unitario
      *           congelado na data da cotacao (contrato do cliente,
      *           promocao do dia ou preco de catalogo) e a data de
      *           validade. Ao ser aceito, o orcamento vira um pedido
      *           (VD-PEDIDO = OR-NUMERO) pelos precos cotados.
      *           Origem do preco (OR-ORIGEM-PRECO):
      *              T = TABELA (CATALOGO), C = CONTRATO, P = PROMOCAO
      *           Situacao (OR-SITUACAO):
      *              A = ABERTO, C = CONVERTIDO EM PEDIDO
      *           Orcamento aberto com validade anterior a hoje e
      *           tratado como VENCIDO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-ORCAMENTO.
           02 OR-CHAVE.
               03 OR-NUMERO      PIC 9(10).
               03 OR-PID         PIC 9(10).
           02 OR-CLIENTE         PIC 9(05).
           02 OR-VENDEDOR        PIC 9(05).
           02 OR-DATA-EMISSAO    PIC 9(08).
           02 OR-DATA-VALIDADE   PIC 9(08).
           02 OR-QTD             PIC 9(10)V9(02).
           02 OR-PRECO-UNIT      PIC 9(10)V9(02).
           02 OR-ORIGEM-PRECO    PIC X(01).
               88 OR-PRECO-TABELA   VALUE "T".
               88 OR-PRECO-CONTRATO VALUE "C".
               88 OR-PRECO-PROMOCAO VALUE "P".
           02 OR-SITUACAO        PIC X(01).
               88 OR-ABERTO      VALUE "A".
               88 OR-CONVERTIDO  VALUE "C".
           02 OR-DATA-CONVERSAO  PIC 9(08).
           02 OR-PEDIDO          PIC 9(10).
