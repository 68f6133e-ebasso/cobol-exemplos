      *           de fornecedores (30 dias quando o fornecedor nao e
      *           conhecido). Lido pelo PROG054-RELATORIO-PAGAR para
      *           o vencimento por semana e a previsao de caixa.
      *           AP-SITUACAO: A (OU BRANCO) = EM ABERTO, R = RETIDO
      *           PELO OPERADOR (FORA DA RODADA DE PAGAMENTO), P =
      *           PAGO NA RODADA DO PROG100 EM AP-DATA-PAGTO (SO
      *           VALE QUANDO PAGO).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
           02 AP-VALOR           PIC 9(12)V9(02).
           02 AP-DATA-RECEBTO    PIC 9(08).
           02 AP-DATA-VENCTO     PIC 9(08).
           02 AP-SITUACAO        PIC X(01).
               88 AP-EM-ABERTO   VALUE "A" " ".
               88 AP-RETIDO      VALUE "R".
               88 AP-PAGO        VALUE "P".
           02 AP-DATA-PAGTO      PIC 9(08).
