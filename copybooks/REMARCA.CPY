      ******************************************************************
      * Copybook: REMARCA.CPY
      * Purpose : Layout da regra de remarcacao por validade
      *           (REMARCA.DAT, sequencial, uma regra por linha). Para
      *           os lotes com saldo a ate RG-DIAS dias do vencimento,
      *           a regra de menor RG-DIAS que alcanca o lote vale:
      *           desconto de RG-PERCENTUAL (D) ou retirada da gondola
      *           (R). A categoria "***" e a regra geral, usada para
      *           as categorias sem regra propria. Exemplo: 015 D 20%,
      *           005 D 50%, 000 R. Aplicada toda noite pelo PROG123.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-REGRA-REMARCA.
           02 RG-CATEGORIA       PIC X(03).
           02 RG-DIAS            PIC 9(03).
           02 RG-ACAO            PIC X(01).
               88 RG-DESCONTO    VALUE "D".
               88 RG-RETIRADA    VALUE "R".
           02 RG-PERCENTUAL      PIC 9(03)V9(02).
