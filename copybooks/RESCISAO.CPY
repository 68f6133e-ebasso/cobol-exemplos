      ******************************************************************
      * Copybook: RESCISAO.CPY
      * Purpose : Layout do registro de rescisao contratual
      *           (PROG04-RESC.DAT), gravado pelo PROG084-RESCISAO ao
      *           confirmar o desligamento: uma linha por matricula
      *           com a data, o tipo de desligamento e cada verba do
      *           termo de rescisao, para reimpressao e conferencia.
      *           Tipo (RS-TIPO):
      *              1 = DISPENSA SEM JUSTA CAUSA
      *              2 = PEDIDO DE DEMISSAO
      *              3 = DISPENSA POR JUSTA CAUSA
      *              4 = TERMINO DE CONTRATO
      *           A multa do FGTS (RS-MULTA-FGTS) e depositada pela
      *           empresa na conta vinculada; nao entra no liquido.
      *           RS-ADIANTAMENTO e o adiantamento do dia 20 (PROG089)
      *           da competencia, ja descontado de RS-LIQUIDO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-RESCISAO.
           02 RS-MATRICULA       PIC 9(05).
           02 RS-DATA-DESLIG     PIC 9(08).
           02 RS-TIPO            PIC 9(01).
           02 RS-SALDO-SALARIO   PIC 9(07)V9(02).
           02 RS-DIAS-AVISO      PIC 9(03).
           02 RS-AVISO           PIC 9(07)V9(02).
           02 RS-AVOS-13         PIC 9(02).
           02 RS-13O             PIC 9(07)V9(02).
           02 RS-AVOS-FERIAS     PIC 9(02).
           02 RS-FERIAS-PROP     PIC 9(07)V9(02).
           02 RS-FERIAS-VENC     PIC 9(07)V9(02).
           02 RS-TERCO-FERIAS    PIC 9(07)V9(02).
           02 RS-INSS            PIC 9(07)V9(02).
           02 RS-IRRF            PIC 9(07)V9(02).
           02 RS-LIQUIDO         PIC 9(07)V9(02).
           02 RS-SALDO-FGTS      PIC 9(09)V9(02).
           02 RS-MULTA-FGTS      PIC 9(07)V9(02).
           02 RS-DATA-CALCULO    PIC 9(08).
           02 RS-ADIANTAMENTO    PIC 9(07)V9(02).
