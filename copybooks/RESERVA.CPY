      ******************************************************************
      * Copybook: RESERVA.CPY
      * Purpose : Layout da reserva de estoque de um pedido de cliente
      *           (PROG112-RES.DAT, indexado por RS-CHAVE = loja + PID
      *           + VD-PEDIDO). A reserva nasce quando o pedido e
      *           registrado (PROG113) ou quando um orcamento e aceito
      *           (PROG110), e consumida quando o PROG013 fatura a
      *           linha do pedido. RS-QTD-RESERVADA e o saldo ainda
      *           reservado; o disponivel para venda de um PID e
      *           RP-QTD menos a soma das reservas ativas.
      *           Situacao (RS-SITUACAO):
      *              A = ATIVA, C = CONSUMIDA (FATURADA),
      *              L = LIBERADA (PEDIDO CANCELADO),
      *              V = VENCIDA (PROG114, PRAZO DE PROG114-PARM.DAT)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-RESERVA.
           02 RS-CHAVE.
               03 RS-LOJA        PIC 9(03).
               03 RS-PID         PIC 9(10).
               03 RS-PEDIDO      PIC 9(10).
           02 RS-CLIENTE         PIC 9(05).
           02 RS-ORIGEM          PIC X(10).
           02 RS-DATA-RESERVA    PIC 9(08).
           02 RS-QTD-ORIGINAL    PIC 9(10)V9(02).
           02 RS-QTD-RESERVADA   PIC 9(10)V9(02).
           02 RS-SITUACAO        PIC X(01).
               88 RS-ATIVA       VALUE "A".
               88 RS-CONSUMIDA   VALUE "C".
               88 RS-LIBERADA    VALUE "L".
               88 RS-VENCIDA     VALUE "V".
           02 RS-DATA-BAIXA      PIC 9(08).
