      ******************************************************************
      * Copybook: PRODCICL.CPY
      * Purpose : Situacao do produto no ciclo de vida
      *           (PROG10-CICLO.DAT, indexado por CY-CHAVE = loja +
      *           PID), mantida na opcao 0 do PROG007_LOJA:
      *              A = ATIVO
      *              S = SAINDO DE LINHA: continua vendendo, mas nao
      *                  gera mais sugestao de compra (PROG008,
      *                  PROG019, PROG056)
      *              D = DESCONTINUADO: sai tambem da reposicao e,
      *                  com o estoque zerado, a venda (PROG013) e o
      *                  recebimento (PROG017) sao recusados (RJ-07)
      *                  e o produto sai da valorizacao (PROG010)
      *           PID sem registro = ATIVO. Consultada pelo
      *           PROG125-CICLO-PRODUTO (CICLCTRL.CPY).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PRODUTO-CICLO.
           02 CY-CHAVE.
               03 CY-LOJA        PIC 9(03).
               03 CY-PID         PIC 9(10).
           02 CY-SITUACAO        PIC X(01).
               88 CY-ATIVO           VALUE "A".
               88 CY-SAINDO-DE-LINHA VALUE "S".
               88 CY-DESCONTINUADO   VALUE "D".
               88 CY-SITUACAO-VALIDA VALUE "A" "S" "D".
           02 CY-DATA-ALTERACAO  PIC 9(08).
           02 CY-OPERADOR        PIC 9(05).
