      ******************************************************************
      * Copybook: PLANOCRD.CPY
      * Purpose : Layout da tabela de planos de crediario
      *           (PLANOS.DAT), editavel sem recompilar: cada linha e
      *           uma quantidade de parcelas aceita na venda a prazo e
      *           o intervalo em dias entre os vencimentos (a primeira
      *           parcela vence um intervalo apos a venda). A venda a
      *           prazo em parcela unica vale sempre, com ou sem
      *           tabela. PL-TAXA-MES e a taxa de juros mensal do
      *           plano, em PCT com 4 decimais (029900 = 2,99% AM):
      *           o PROG094 gera as parcelas do crediario com ela pela
      *           tabela Price e a simulacao de financiamento da
      *           CALCULADORA (PROG003) usa a mesma taxa, entao o
      *           orcamento do balcao bate com o carne. Linha sem
      *           taxa e plano sem juros.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PLANO-CRED.
           02 PL-PARCELAS        PIC 9(02).
           02 PL-INTERVALO       PIC 9(03).
           02 PL-DESCRICAO       PIC X(20).
           02 PL-TAXA-MES        PIC 9(02)V9(04).
