      ******************************************************************
      * Copybook: PARCELA.CPY
      * Purpose : Layout do razao de parcelas de consignado
      *           (PROG04-PARC.DAT), gravado pelo FOLHA-PGTO na folha
      *           mensal: uma linha por contrato e competencia com o
      *           valor devido (parcela do mes mais o que ficou de
      *           meses anteriores), o valor descontado dentro da
      *           margem e o pendente que passa para a competencia
      *           seguinte. Mesmo expurgo do historico de folha na
      *           reexecucao da competencia.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PARCELA.
           02 PC-COMPETENCIA     PIC 9(06).
           02 PC-CONTRATO        PIC X(10).
           02 PC-MATRICULA       PIC 9(05).
           02 PC-VALOR-DEVIDO    PIC 9(07)V9(02).
           02 PC-VALOR-DESCONTO  PIC 9(07)V9(02).
           02 PC-VALOR-PENDENTE  PIC 9(07)V9(02).
