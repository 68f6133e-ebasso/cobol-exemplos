      ******************************************************************
      * Copybook: COBRANCA.CPY
      * Purpose : Layout do controle de cobranca (PROG95-COBR.DAT),
      *           um registro por cliente bloqueado por atraso, com
      *           o nivel da ultima carta emitida pelo
      *           PROG095-COBRANCA: 1 = PRIMEIRO AVISO, 2 = SEGUNDO
      *           AVISO, 3 = AVISO FINAL. A data do ultimo aviso
      *           define quando sai a carta seguinte.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-COBRANCA.
           02 CB-CLIENTE         PIC 9(05).
           02 CB-NIVEL           PIC 9(01).
           02 CB-DATA-BLOQUEIO   PIC 9(08).
           02 CB-DATA-AVISO      PIC 9(08).
           02 CB-DIAS-ATRASO     PIC 9(05).
           02 CB-VALOR-VENCIDO   PIC 9(09)V9(02).
