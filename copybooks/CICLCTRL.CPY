      ******************************************************************
      * Copybook: CICLCTRL.CPY
      * Purpose : Area de comunicacao com o PROG125-CICLO-PRODUTO, que
      *           devolve a situacao do produto no ciclo de vida
      *           (PROG10-CICLO.DAT, PRODCICL.CPY). O chamador informa
      *           a funcao, a loja e o PID:
      *              C = CONSULTA A SITUACAO (VP-SITUACAO, COM A DATA
      *                  DA ULTIMA ALTERACAO); PID SEM REGISTRO OU SEM
      *                  O ARQUIVO = ATIVO
      *           VP-RESULTADO: 1 = OK, 9 = ERRO NO ARQUIVO (A
      *           SITUACAO VOLTA ATIVO, PARA NAO TRAVAR A OPERACAO).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-CICLO.
           02 VP-FUNCAO          PIC X(01).
           02 VP-LOJA            PIC 9(03).
           02 VP-PID             PIC 9(10).
           02 VP-SITUACAO        PIC X(01).
               88 VP-ATIVO           VALUE "A".
               88 VP-SAINDO-DE-LINHA VALUE "S".
               88 VP-DESCONTINUADO   VALUE "D".
               88 VP-SEM-REPOSICAO   VALUE "S" "D".
           02 VP-DATA-ALTERACAO  PIC 9(08).
           02 VP-RESULTADO       PIC 9(01).
