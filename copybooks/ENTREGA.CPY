      ******************************************************************
      * Copybook: ENTREGA.CPY
      * Purpose : Layout do registro de entrega agendada
      *           (PROG115-ENT.DAT, indexado por EN-NUMERO, com chaves
      *           alternadas EN-PEDIDO, EN-NF e EN-ROTA, todas com
      *           duplicatas). A entrega e pedida para um pedido de
      *           cliente (VD-PEDIDO) ou para uma nota fiscal ja
      *           emitida, num endereco de entrega do cliente
      *           (ENDENTR.CPY), com data, janela de horario e frete.
      *           O frete de pedido entra no valor da venda no PROG013
      *           (EN-FRETE-FATURADO = S) e sai na nota do PROG030.
      *           EN-SITUACAO: P = PROGRAMADA, A = REAGENDADA,
      *           E = ENTREGUE, R = RECUSADA (baixa no PROG115 com o
      *           comprovante de entrega).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-ENTREGA.
           02 EN-NUMERO          PIC 9(10).
           02 EN-LOJA            PIC 9(03).
           02 EN-PEDIDO          PIC 9(10).
           02 EN-NF              PIC 9(10).
           02 EN-CLIENTE         PIC 9(05).
           02 EN-SEQ-END         PIC 9(02).
           02 EN-ROTA.
              03 EN-DATA-ENTREGA PIC 9(08).
              03 EN-REGIAO       PIC X(03).
           02 EN-HORA-INICIO     PIC 9(04).
           02 EN-HORA-FIM        PIC 9(04).
           02 EN-FRETE           PIC 9(07)V9(02).
           02 EN-FRETE-FATURADO  PIC X(01).
              88 EN-FRETE-NA-VENDA VALUE "S".
           02 EN-SITUACAO        PIC X(01).
              88 EN-PROGRAMADA   VALUE "P".
              88 EN-REAGENDADA   VALUE "A".
              88 EN-ENTREGUE     VALUE "E".
              88 EN-RECUSADA     VALUE "R".
              88 EN-PENDENTE     VALUE "P" "A".
           02 EN-REAGENDAMENTOS  PIC 9(02).
           02 EN-DATA-BAIXA      PIC 9(08).
           02 EN-OCORRENCIA      PIC X(30).
