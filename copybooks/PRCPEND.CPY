      ******************************************************************
      * Copybook: PRCPEND.CPY
      * Purpose : Layout da alteracao de preco retida para aprovacao
      *           (PROG109-PEND.DAT, indexado por PA-CHAVE). O PROG009
      *           e o PROG060 gravam aqui, em vez de aplicar, toda
      *           alteracao acima do limite percentual de
      *           PROG109-PARM.DAT, com o operador que submeteu e a
      *           data/hora. O supervisor decide no PROG109 e a
      *           alteracao aprovada e aplicada na proxima rodada do
      *           programa de origem, com o aprovador no historico.
      *           Situacao (PA-SITUACAO):
      *              P = PENDENTE, A = APROVADA, R = REJEITADA,
      *              E = EFETIVADA (JA APLICADA NO CATALOGO)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PRECO-PENDENTE.
           02 PA-CHAVE.
               03 PA-LOJA        PIC 9(03).
               03 PA-PID         PIC 9(10).
               03 PA-DATA-SUBM   PIC 9(08).
               03 PA-HORA-SUBM   PIC 9(08).
           02 PA-ORIGEM          PIC X(10).
           02 PA-SUBMETIDO-POR   PIC 9(05).
           02 PA-VALOR-ANTES     PIC 9(10)V9(02).
           02 PA-VALOR-NOVO      PIC 9(10)V9(02).
           02 PA-VARIACAO        PIC S9(05)V9(02).
           02 PA-SITUACAO        PIC X(01).
               88 PA-PENDENTE    VALUE "P".
               88 PA-APROVADA    VALUE "A".
               88 PA-REJEITADA   VALUE "R".
               88 PA-EFETIVADA   VALUE "E".
           02 PA-APROVADOR       PIC 9(05).
           02 PA-DATA-DECISAO    PIC 9(08).
           02 PA-DATA-APLICACAO  PIC 9(08).
