      ******************************************************************
      * Copybook: CUSTEIO.CPY
      * Purpose : Layout do custo de entrada (landed cost) de cada
      *           linha de recebimento (PROG17-CUSTEIO.DAT, indexado
      *           por CI-CHAVE = DOCUMENTO DO FORNECEDOR + DATA E HORA
      *           DO LOTE + LINHA DO ARQUIVO DE RECEBIMENTOS). Gravado
      *           pelo PROG017 depois do rateio das despesas
      *           acessorias do documento (frete, seguro, impostos nao
      *           recuperaveis), com o custo unitario do fornecedor, o
      *           que coube a linha no rateio por valor e no rateio
      *           por quantidade e o custo unitario final que entrou no
      *           custo medio. Lido pelo PROG118-RELATORIO-CUSTEIO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-CUSTEIO.
           02 CI-CHAVE.
               03 CI-DOCUMENTO   PIC X(14).
               03 CI-DATA        PIC 9(08).
               03 CI-HORA        PIC 9(08).
               03 CI-LINHA       PIC 9(05).
           02 CI-PID             PIC 9(10).
           02 CI-QTD             PIC 9(10)V9(02).
           02 CI-CUSTO-BASE      PIC 9(10)V9(02).
           02 CI-RATEIO-VALOR    PIC 9(10)V9(02).
           02 CI-RATEIO-QTD      PIC 9(10)V9(02).
           02 CI-CUSTO-FINAL     PIC 9(10)V9(02).
