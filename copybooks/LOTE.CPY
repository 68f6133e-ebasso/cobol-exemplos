      *           o PROG057 lista o que vence nos proximos N dias.
      *           Produto sem lote informado no recebimento continua
      *           fora do controle de lote.
      *           Remarcacao por validade (PROG123, regras de
      *           REMARCA.DAT): LT-PERC-REMARCA e o desconto em vigor
      *           para as unidades do lote, que o PROG013 aplica ao
      *           consumir o lote; lote a retirar (LT-RETIRAR) sai da
      *           baixa FEFO das vendas e espera a baixa por validade
      *           vencida no PROG121.
      *           LT-SITUACAO-REMARCA: ESPACO = PRECO CHEIO,
      *           D = REMARCADO, R = RETIRAR DA GONDOLA.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
           02 LT-VALIDADE        PIC 9(08).
           02 LT-QTD             PIC 9(10)V9(02).
           02 LT-DATA-RECEBTO    PIC 9(08).
           02 LT-PERC-REMARCA    PIC 9(03)V9(02).
           02 LT-SITUACAO-REMARCA PIC X(01).
               88 LT-PRECO-CHEIO VALUE SPACE.
               88 LT-REMARCADO   VALUE "D".
               88 LT-RETIRAR     VALUE "R".
           02 LT-DATA-REMARCA    PIC 9(08).
