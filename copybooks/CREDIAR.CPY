      ******************************************************************
      * Copybook: CREDIAR.CPY
      * Purpose : Area de comunicacao com o PROG094-PARCELAS-
      *           CREDIARIO, que mantem as parcelas das vendas a
      *           prazo em PROG29-PARC.DAT. O chamador informa a
      *           funcao e os dados da venda ou do pagamento:
      *              V = VALIDA A QUANTIDADE DE PARCELAS (PLANOS.DAT)
      *              G = GERA AS PARCELAS DA NF (CLIENTE, NF, DATA,
      *                  VALOR E QUANTIDADE DE PARCELAS)
      *              B = BAIXA UM PAGAMENTO DO CLIENTE NAS PARCELAS
      *                  EM ABERTO, DA MAIS ANTIGA PARA A MAIS NOVA
      *              C = CANCELA O VALOR DE UMA NF NAS PARCELAS EM
      *                  ABERTO, DA ULTIMA PARA A PRIMEIRA
      *              A = APURA O ATRASO DO CLIENTE NA DATA PZ-DATA:
      *                  DIAS DA PARCELA EM ABERTO MAIS ANTIGA JA
      *                  VENCIDA (ZERO = EM DIA) E O VALOR VENCIDO
      *           PZ-RESULTADO: 1 = OK, 2 = PLANO NAO CADASTRADO (V)
      *           OU VALOR NAO TODO APLICADO (B/C), 9 = ERRO NOS
      *           ARQUIVOS. PZ-VALOR-APLICADO devolve quanto do valor
      *           entrou nas parcelas (B/C). PZ-VALOR-FINANCIADO
      *           devolve o valor com os juros do plano (tabela
      *           Price, PL-TAXA-MES): em G o total das parcelas
      *           geradas, que e o que vai para o saldo devedor do
      *           cliente; em C o quanto a linha cancelada vale nas
      *           parcelas da NF, que e o que sai do saldo devedor.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-CREDIARIO.
           02 PZ-FUNCAO          PIC X(01).
           02 PZ-CLIENTE         PIC 9(05).
           02 PZ-NF              PIC 9(10).
           02 PZ-DATA            PIC 9(08).
           02 PZ-VALOR           PIC 9(09)V9(02).
           02 PZ-PARCELAS        PIC 9(02).
           02 PZ-RESULTADO       PIC 9(01).
           02 PZ-VALOR-APLICADO  PIC 9(09)V9(02).
           02 PZ-DIAS-ATRASO     PIC 9(05).
           02 PZ-VALOR-VENCIDO   PIC 9(09)V9(02).
           02 PZ-VALOR-FINANCIADO PIC 9(09)V9(02).
