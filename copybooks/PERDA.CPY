      ******************************************************************
      * Copybook: PERDA.CPY
      * Purpose : Layout do registro de baixa por perda de estoque
      *           (PROG121-001.PER, sequencial, gravado pelo PROG121
      *           um registro por baixa efetivada). Lido pelo PROG065
      *           (um evento contabil por motivo) e pelo relatorio
      *           mensal de perdas do PROG122. A perda e valorizada
      *           pelo custo medio do PID no momento da baixa
      *           (PROG17-CUSTO.DAT); PID sem custo apurado sai com
      *           custo zero.
      *           Motivo (PD-MOTIVO):
      *              QUE = QUEBRA
      *              FUR = FURTO OU ROUBO
      *              AVA = AVARIA
      *              VEN = VALIDADE VENCIDA
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PERDA.
           02 PD-NUMERO          PIC 9(10).
           02 PD-DATA            PIC 9(08).
           02 PD-HORA            PIC 9(08).
           02 PD-LOJA            PIC 9(03).
           02 PD-PID             PIC 9(10).
           02 PD-CATEGORIA       PIC X(03).
           02 PD-QTD             PIC 9(10)V9(02).
           02 PD-MOTIVO          PIC X(03).
               88 PD-QUEBRA      VALUE "QUE".
               88 PD-FURTO       VALUE "FUR".
               88 PD-AVARIA      VALUE "AVA".
               88 PD-VENCIDO     VALUE "VEN".
               88 PD-MOTIVO-VALIDO VALUE "QUE" "FUR" "AVA" "VEN".
           02 PD-LOTE            PIC X(10).
           02 PD-SERIE           PIC X(20).
           02 PD-OPERADOR        PIC 9(05).
           02 PD-CUSTO-UNIT      PIC 9(10)V9(02).
           02 PD-VALOR           PIC 9(12)V9(02).
