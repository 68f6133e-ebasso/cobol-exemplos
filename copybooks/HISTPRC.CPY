      *           do ajuste em lote (PROG009-AJUSTE-PRECOS) quanto da
      *           atualizacao interativa (PROG007_LOJA), gera um
      *           registro neste layout, para que "quanto custava isso
      *           no trimestre passado" tenha resposta. Alteracao
      *           retida e aprovada no PROG109 sai com o codigo do
      *           supervisor em HP-APROVADOR (zero nas demais).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
           02 HP-VALOR-ANTES     PIC 9(10)V9(02).
           02 HP-VALOR-DEPOIS    PIC 9(10)V9(02).
           02 HP-PROGRAMA        PIC X(10).
           02 HP-APROVADOR       PIC 9(05).
