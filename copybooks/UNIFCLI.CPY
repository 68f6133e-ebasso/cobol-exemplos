      ******************************************************************
      * Copybook: UNIFCLI.CPY
      * Purpose : Area de comunicacao com o PROG136-UNIFICA-CLIENTE,
      *           chamado pela opcao de unificacao do PROG029 quando o
      *           mesmo cliente foi cadastrado duas vezes (relatorio de
      *           duplicidades PROG135). Passa para o codigo que fica
      *           (UC-SOBREVIVENTE) tudo o que aponta para o codigo
      *           duplicado: parcelas do crediario (PROG29-PARC.DAT),
      *           extrato de pontos de fidelidade (PROG127-PONTOS.DAT)
      *           e o cliente das linhas do registro de vendas vivo e
      *           do arquivo morto (PROG10-001.VND/.VNA). O saldo
      *           devedor e o desligamento do duplicado ficam com o
      *           PROG029, que informa em UC-SALDO o saldo transferido
      *           para o log PROG136-UNIF.LOG.
      *           UC-RESULTADO: 1 = TUDO TRANSFERIDO,
      *                         0 = TRANSFERIDO COM ERROS (VER CONSOLE),
      *                         2 = NADA FEITO, CATALOGO/VENDAS EM USO
      *                             POR OUTRO PROGRAMA (TRAVA)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-UNIFICA-CLIENTE.
           02 UC-DUPLICADO       PIC 9(05).
           02 UC-SOBREVIVENTE    PIC 9(05).
           02 UC-OPERADOR        PIC 9(05).
           02 UC-SALDO           PIC 9(09)V9(02).
           02 UC-QTD-PARCELAS    PIC 9(05).
           02 UC-QTD-PONTOS      PIC 9(05).
           02 UC-QTD-VENDAS      PIC 9(07).
           02 UC-QTD-ERROS       PIC 9(05).
           02 UC-RESULTADO       PIC 9(01).
