      ******************************************************************
      * Copybook: CONCCART.CPY
      * Purpose : Layout do registro da conciliacao de cartoes
      *           (PROG96-001.CNC), gravado pelo PROG096-CONCILIA-
      *           CARTOES uma linha por transacao conciliada e lido
      *           pelo PROG065 para os eventos contabeis da taxa da
      *           adquirente (TXC) e do liquido recebido (LQC) na
      *           data do pagamento. CC-SITUACAO:
      *              C = CONFERIDA (VALOR BATE COM A NF)
      *              M = PAGA A MENOR PELA ADQUIRENTE
      *              N = NF EM CARTAO NAO PAGA PELA ADQUIRENTE
      *              D = DESCONHECIDA (PAGA SEM NF CORRESPONDENTE)
      *           CC-NF = 0 NA SITUACAO D; DATA DO PAGAMENTO, TAXA E
      *           LIQUIDO ZERADOS NA SITUACAO N.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-CONCILIACAO.
           02 CC-DATA-PROC       PIC 9(08).
           02 CC-DATA-PAGTO      PIC 9(08).
           02 CC-DATA-VENDA      PIC 9(08).
           02 CC-NF              PIC 9(10).
           02 CC-AUTORIZACAO     PIC X(06).
           02 CC-SITUACAO        PIC X(01).
           02 CC-VALOR-NF        PIC 9(09)V9(02).
           02 CC-VALOR-BRUTO     PIC 9(09)V9(02).
           02 CC-TAXA            PIC 9(07)V9(02).
           02 CC-VALOR-LIQUIDO   PIC 9(09)V9(02).
