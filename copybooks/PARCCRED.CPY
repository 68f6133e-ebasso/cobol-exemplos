      ******************************************************************
      * Copybook: PARCCRED.CPY
      * Purpose : Layout das parcelas do crediario (PROG29-PARC.DAT),
      *           gravadas pelo PROG094 a partir de cada NF a prazo:
      *           uma linha por parcela, com vencimento e valor
      *           proprios. A chave comeca pelo cliente e pelo
      *           vencimento, entao a leitura sequencial de um
      *           cliente ja vem da parcela mais antiga para a mais
      *           nova (ordem da baixa de pagamentos e do aging).
      *           CR-SITUACAO: A = EM ABERTO, Q = QUITADA,
      *           C = CANCELADA (NF CANCELADA NO PROG074).
      *           CR-TAXA-MES e a taxa mensal do plano na venda (PCT
      *           com 4 decimais, zero = sem juros), ja embutida em
      *           CR-VALOR; o cancelamento da NF usa a mesma taxa.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PARCELA-CRED.
           02 CR-CHAVE.
              03 CR-CLIENTE      PIC 9(05).
              03 CR-VENCIMENTO   PIC 9(08).
              03 CR-NF           PIC 9(10).
              03 CR-PARCELA      PIC 9(02).
           02 CR-QTD-PARCELAS    PIC 9(02).
           02 CR-DATA-VENDA      PIC 9(08).
           02 CR-VALOR           PIC 9(09)V9(02).
           02 CR-VALOR-PAGO      PIC 9(09)V9(02).
           02 CR-SITUACAO        PIC X(01).
           02 CR-TAXA-MES        PIC 9(02)V9(04).
