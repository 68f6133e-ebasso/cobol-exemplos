      ******************************************************************
      * Copybook: VALETROC.CPY
      * Purpose : Area de comunicacao com o PROG097-VALE-TROCA, que
      *           mantem os vales-troca em PROG97-VALE.DAT. O
      *           chamador informa a funcao e os dados do vale:
      *              E = EMITE UM VALE (VALOR, DATA, NF DE ORIGEM,
      *                  DEVOLUCAO E CLIENTE); DEVOLVE O NUMERO E A
      *                  VALIDADE
      *              C = CONSULTA O VALE NA DATA VT-DATA; DEVOLVE O
      *                  SALDO E A VALIDADE
      *              R = RESGATA VT-VALOR DO SALDO DO VALE (TOTAL OU
      *                  PARCIAL) NA VENDA DA NF VT-NF
      *              X = ESTORNA UM RESGATE (NF CANCELADA): VT-VALOR
      *                  VOLTA PARA O SALDO DO VALE
      *           VT-RESULTADO: 1 = OK, 2 = VALE NAO CADASTRADO,
      *           3 = VALE VENCIDO OU EXPIRADO, 4 = SALDO
      *           INSUFICIENTE OU VALE JA UTILIZADO, 9 = ERRO NOS
      *           ARQUIVOS.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-VALE-TROCA.
           02 VT-FUNCAO          PIC X(01).
           02 VT-NUMERO          PIC 9(10).
           02 VT-DATA            PIC 9(08).
           02 VT-VALOR           PIC 9(09)V9(02).
           02 VT-NF              PIC 9(10).
           02 VT-DEVOLUCAO       PIC 9(10).
           02 VT-CLIENTE         PIC 9(05).
           02 VT-RESULTADO       PIC 9(01).
           02 VT-SALDO           PIC 9(09)V9(02).
           02 VT-DATA-VALIDADE   PIC 9(08).
