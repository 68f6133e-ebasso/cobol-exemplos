      ******************************************************************
      * Copybook: FIDELID.CPY
      * Purpose : Lancamento do extrato de pontos de fidelidade do
      *           cliente (PROG127-PONTOS.DAT, indexado por FL-CHAVE =
      *           cliente + numero do lancamento, com a chave alternada
      *           FL-NF para achar os lancamentos de uma nota), mantido
      *           pelo PROG127-FIDELIDADE:
      *              G = PONTOS GANHOS NA LINHA DA NF (PROG013)
      *              R = PONTOS RESGATADOS COMO DESCONTO NA LINHA
      *              E = ESTORNO DE PONTOS GANHOS (DEVOLUCAO PROG026
      *                  OU CANCELAMENTO PROG074)
      *              V = PONTOS RESGATADOS QUE VOLTARAM AO SALDO NO
      *                  ESTORNO DA LINHA
      *           Nos lancamentos G e V, FL-SALDO e o que ainda nao
      *           foi resgatado nem estornado, e vale ate
      *           FL-DATA-VALIDADE (12 meses). FL-ESTORNADOS acumula o
      *           que ja foi estornado do lancamento G ou R.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-FIDELIDADE.
           02 FL-CHAVE.
               03 FL-CLIENTE     PIC 9(05).
               03 FL-NUMERO      PIC 9(10).
           02 FL-TIPO            PIC X(01).
               88 FL-GANHO           VALUE "G".
               88 FL-RESGATE         VALUE "R".
               88 FL-ESTORNO         VALUE "E".
               88 FL-DEVOLVIDO       VALUE "V".
               88 FL-TEM-SALDO       VALUE "G" "V".
           02 FL-DATA            PIC 9(08).
           02 FL-NF              PIC 9(10).
           02 FL-PID             PIC 9(10).
           02 FL-PONTOS          PIC 9(09).
           02 FL-SALDO           PIC 9(09).
           02 FL-ESTORNADOS      PIC 9(09).
           02 FL-DATA-VALIDADE   PIC 9(08).
