      *           vira um backorder em vez de se perder; o arquivo e
      *           gravado em ordem de chegada, entao a releitura
      *           sequencial do PROG027-ATENDE-BACKORDERS ja atende
      *           do mais antigo para o mais novo. BK-PARCELAS guarda
      *           a quantidade de parcelas da venda a prazo e
      *           BK-AUTORIZACAO o codigo de autorizacao da venda em
      *           cartao.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
           02 BK-CLIENTE         PIC 9(05).
           02 BK-VENDEDOR        PIC 9(05).
           02 BK-PAGAMENTO       PIC X(01).
           02 BK-PARCELAS        PIC 9(02).
           02 BK-AUTORIZACAO     PIC X(06).
