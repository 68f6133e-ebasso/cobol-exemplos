      ******************************************************************
      * Copybook: COMPFUNC.CPY
      * Purpose : Layout do acumulado de compras a prazo do
      *           funcionario na loja por competencia
      *           (PROG29-CFOL.DAT, indexado por competencia +
      *           cliente), mantido pelo PROG093 a cada venda,
      *           cancelamento de NF ou atendimento de backorder.
      *           O FOLHA-PGTO lanca a diferenca entre CF-VALOR e
      *           CF-VALOR-LANCADO como evento CMP (desconto) em
      *           PROG04-EVEN.DAT e, ao fechar a competencia, abate
      *           do CL-SALDO-DEVEDOR do cliente so o que o desconto
      *           realmente reteve (o CMP e o primeiro desconto
      *           cortado quando os descontos passam do liquido),
      *           somado em CF-VALOR-QUITADO. O que nao foi retido
      *           continua em aberto e volta como CMP na competencia
      *           seguinte.
      *           CF-SITUACAO: A = EM ABERTO, Q = QUITADO NA FOLHA.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-COMPRA-FUNC.
           02 CF-CHAVE.
              03 CF-COMPETENCIA  PIC 9(06).
              03 CF-CLIENTE      PIC 9(05).
           02 CF-MATRICULA       PIC 9(05).
           02 CF-VALOR           PIC 9(07)V9(02).
           02 CF-VALOR-LANCADO   PIC 9(07)V9(02).
           02 CF-VALOR-QUITADO   PIC 9(07)V9(02).
           02 CF-SITUACAO        PIC X(01).
