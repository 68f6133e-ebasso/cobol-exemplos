      ******************************************************************
      * Copybook: FIDCTRL.CPY
      * Purpose : Area de comunicacao com o PROG127-FIDELIDADE, que
      *           mantem os pontos de fidelidade dos clientes
      *           (PROG127-PONTOS.DAT, FIDELID.CPY). O chamador
      *           informa a funcao e os dados da operacao:
      *              C = CONSULTA O SALDO VALIDO DO CLIENTE NA DATA
      *                  FP-DATA (FP-SALDO)
      *              G = CREDITA OS PONTOS DA LINHA DA NF: FP-VALOR
      *                  GASTO NA CATEGORIA FP-CATEGORIA; DEVOLVE OS
      *                  PONTOS GANHOS EM FP-PONTOS
      *              R = RESGATA FP-PONTOS DO SALDO NA LINHA DA NF
      *                  (OS MAIS ANTIGOS PRIMEIRO)
      *              E = ESTORNA A LINHA NF + PID NA PROPORCAO
      *                  FP-QTD / FP-QTD-TOTAL: DEVOLVE EM FP-PONTOS OS
      *                  PONTOS GANHOS RETIRADOS, EM
      *                  FP-PONTOS-DEVOLVIDOS OS RESGATADOS QUE VOLTAM
      *                  AO SALDO E EM FP-PONTOS-FALTANTES OS GANHOS
      *                  QUE JA TINHAM SIDO GASTOS
      *              N = PONTOS DA NF FP-NF (FP-PONTOS-GANHOS E
      *                  FP-PONTOS-RESGATADOS)
      *           Em todas as funcoes FP-VALOR-PONTO volta com o valor
      *           de um ponto no resgate.
      *           FP-RESULTADO: 1 = OK, 2 = NADA A ESTORNAR NA LINHA,
      *           4 = SALDO DE PONTOS INSUFICIENTE, 9 = ERRO NOS
      *           ARQUIVOS.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-FIDELIDADE.
           02 FP-FUNCAO              PIC X(01).
           02 FP-CLIENTE             PIC 9(05).
           02 FP-DATA                PIC 9(08).
           02 FP-NF                  PIC 9(10).
           02 FP-PID                 PIC 9(10).
           02 FP-CATEGORIA           PIC X(03).
           02 FP-VALOR               PIC 9(09)V9(02).
           02 FP-QTD                 PIC 9(10)V9(02).
           02 FP-QTD-TOTAL           PIC 9(10)V9(02).
           02 FP-PONTOS              PIC 9(09).
           02 FP-RESULTADO           PIC 9(01).
           02 FP-SALDO               PIC 9(09).
           02 FP-VALOR-PONTO         PIC 9(03)V9(04).
           02 FP-PONTOS-DEVOLVIDOS   PIC 9(09).
           02 FP-PONTOS-FALTANTES    PIC 9(09).
           02 FP-PONTOS-GANHOS       PIC 9(09).
           02 FP-PONTOS-RESGATADOS   PIC 9(09).
