      ******************************************************************
      * Copybook: APURICMS.CPY
      * Purpose : Layout da apuracao mensal do ICMS (PROG106-APUR.DAT,
      *           uma linha por apuracao, acumulado). Gravado pelo
      *           PROG106-APURACAO-ICMS: debitos das saidas, creditos
      *           das entradas, saldo credor trazido do mes anterior,
      *           o valor a recolher e o saldo credor que passa para o
      *           mes seguinte. Apuracao refeita da mesma competencia
      *           grava outra linha; vale a ultima.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-APURACAO-ICMS.
           02 IA-COMPETENCIA     PIC 9(06).
           02 IA-DATA-APURACAO   PIC 9(08).
           02 IA-DEBITOS         PIC 9(12)V9(02).
           02 IA-CREDITOS        PIC 9(12)V9(02).
           02 IA-SALDO-ANTERIOR  PIC 9(12)V9(02).
           02 IA-A-RECOLHER      PIC 9(12)V9(02).
           02 IA-SALDO-CREDOR    PIC 9(12)V9(02).
