      ******************************************************************
      * Copybook: PRODSER.CPY
      * Purpose : Marca de controle por numero de serie do produto
      *           (PROG10-SERPRD.DAT, indexado por PZ-CHAVE = loja +
      *           PID). O produto de alto valor marcado aqui (opcao 9
      *           do PROG007_LOJA) tem cada unidade identificada pelo
      *           seu numero de serie em PROG10-SERIE.DAT (SERIE.CPY):
      *           o recebimento, a venda e as devolucoes passam a
      *           exigir o numero. PID sem registro = sem controle.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PRODUTO-SERIE.
           02 PZ-CHAVE.
               03 PZ-LOJA        PIC 9(03).
               03 PZ-PID         PIC 9(10).
           02 PZ-SERIALIZADO     PIC X(01).
               88 PZ-CONTROLA-SERIE VALUE "S".
           02 PZ-DATA-ALTERACAO  PIC 9(08).
