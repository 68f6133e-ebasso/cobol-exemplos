      ******************************************************************
      * Copybook: ADIANTA.CPY
      * Purpose : Layout do adiantamento quinzenal pago
      *           (PROG04-ADTO.DAT), gravado pelo PROG089-ADIANTAMENTO:
      *           uma linha por matricula e competencia com o valor
      *           depositado no dia 20. A reexecucao da competencia
      *           substitui as linhas dela. O FOLHA-PGTO desconta
      *           este valor na folha mensal da mesma competencia, em
      *           linha propria do contracheque.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-ADIANTAMENTO.
           02 AD-COMPETENCIA     PIC 9(06).
           02 AD-MATRICULA       PIC 9(05).
           02 AD-VALOR           PIC 9(07)V9(02).
           02 AD-DATA-PAGTO      PIC 9(08).
