      ******************************************************************
      * Copybook: EMPREST.CPY
      * Purpose : Layout do contrato de emprestimo consignado em folha
      *           (PROG04-EMPR.DAT), mantido pelo PROG086. Um contrato
      *           por emprestimo do banco parceiro, com o valor e a
      *           quantidade de parcelas e a competencia da primeira.
      *           O FOLHA-PGTO desconta as parcelas a cada folha
      *           mensal, dentro da margem consignavel, e registra o
      *           devido e o descontado no razao de parcelas
      *           (PROG04-PARC.DAT, PARCELA.CPY).
      *           Situacao (EM-STATUS-REG):
      *              A = ATIVO
      *              C = CANCELADO (NAO GERA MAIS DESCONTO)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-EMPRESTIMO.
           02 EM-CONTRATO        PIC X(10).
           02 EM-MATRICULA       PIC 9(05).
           02 EM-PRINCIPAL       PIC 9(07)V9(02).
           02 EM-QTD-PARCELAS    PIC 9(03).
           02 EM-VALOR-PARCELA   PIC 9(07)V9(02).
           02 EM-COMP-INICIO     PIC 9(06).
           02 EM-STATUS-REG      PIC X(01).
           02 EM-DATA-CADASTRO   PIC 9(08).
