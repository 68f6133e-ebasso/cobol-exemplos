      ******************************************************************
      * Copybook: COMPRAFN.CPY
      * Purpose : Area de comunicacao com o PROG093-COMPRA-FUNCIONARIO,
      *           que controla as compras a prazo de funcionarios na
      *           loja. O programa de venda chama informando a funcao,
      *           o cliente, o valor e a data da venda:
      *              V = VERIFICA O LIMITE MENSAL
      *              P = POSTA A COMPRA NO ACUMULADO DA COMPETENCIA
      *              E = ESTORNA A COMPRA (NF CANCELADA)
      *           FC-RESULTADO: 0 = CLIENTE SEM VINCULO (VENDA
      *           NORMAL), 1 = OK, 2 = LIMITE MENSAL ESTOURADO (V) OU
      *           ESTORNO NAO APLICADO (E), 9 = ERRO NOS ARQUIVOS.
      *           Devolve a matricula e a
      *           competencia em que a compra sera descontada.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-COMPRA-FUNC.
           02 FC-FUNCAO          PIC X(01).
           02 FC-CLIENTE         PIC 9(05).
           02 FC-VALOR           PIC 9(07)V9(02).
           02 FC-DATA            PIC 9(08).
           02 FC-RESULTADO       PIC 9(01).
           02 FC-MATRICULA       PIC 9(05).
           02 FC-COMPETENCIA     PIC 9(06).
