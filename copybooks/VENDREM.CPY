      ******************************************************************
      * Copybook: VENDREM.CPY
      * Purpose : Layout do registro de venda remarcada
      *           (PROG13-REMARCA.DAT, sequencial). O PROG013 grava um
      *           registro por lote remarcado consumido na venda, com
      *           o valor cheio e o valor efetivamente vendido das
      *           unidades do lote. O PROG124 compara essa receita
      *           recuperada com as baixas por validade vencida do
      *           PROG121.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-VENDA-REMARCADA.
           02 VR-DATA            PIC 9(08).
           02 VR-NF              PIC 9(10).
           02 VR-LOJA            PIC 9(03).
           02 VR-PID             PIC 9(10).
           02 VR-CATEGORIA       PIC X(03).
           02 VR-LOTE            PIC X(10).
           02 VR-QTD             PIC 9(10)V9(02).
           02 VR-PERCENTUAL      PIC 9(03)V9(02).
           02 VR-VALOR-CHEIO     PIC 9(12)V9(02).
           02 VR-VALOR-VENDA     PIC 9(12)V9(02).
