      ******************************************************************
      * Copybook: SALDOCTB.CPY
      * Purpose : Layout do saldo contabil fechado por competencia e
      *           conta (PROG103-SALDO.DAT, indexado por SA-CHAVE).
      *           Gravado pelo fechamento mensal PROG103-FECHA-PERIODO
      *           e lido pelas demonstracoes do PROG104. Os saldos sao
      *           sempre DEVEDORES MENOS CREDORES, como no balancete
      *           do PROG066: SA-SALDO-FINAL = SA-SALDO-ANTERIOR +
      *           SA-DEBITOS - SA-CREDITOS, e o saldo final de uma
      *           competencia e o saldo anterior da seguinte.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-SALDO-CONTABIL.
           02 SA-CHAVE.
               03 SA-COMPETENCIA PIC 9(06).
               03 SA-CONTA       PIC 9(06).
           02 SA-SALDO-ANTERIOR  PIC S9(14)V9(02).
           02 SA-DEBITOS         PIC 9(14)V9(02).
           02 SA-CREDITOS        PIC 9(14)V9(02).
           02 SA-SALDO-FINAL     PIC S9(14)V9(02).
