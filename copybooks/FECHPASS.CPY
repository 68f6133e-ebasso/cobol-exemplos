      ******************************************************************
      * Copybook: FECHPASS.CPY
      * Purpose : Registro de passagem entre o PROG130-FECHAMENTO-
      *           MENSAL e os programas que ele encadeia
      *           (PROG130-PASSO.DAT, um registro so). Antes de chamar
      *           um passo, o driver grava aqui o nome do programa e
      *           os parametros da competencia em fechamento; o
      *           programa que acha o PROPRIO nome em PF-PROGRAMA roda
      *           sem perguntar nada ao operador e regrava o registro
      *           com os seus totais de controle, que saem no
      *           certificado de fechamento. O status do passo volta
      *           no RETURN-CODE (ZERO = OK). Sem o arquivo, ou com
      *           outro programa nele, o passo roda interativo como
      *           sempre.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-PASSO-FECHAMENTO.
           02 PF-PROGRAMA        PIC X(30).
           02 PF-COMPETENCIA     PIC 9(06).
           02 PF-DATA-INICIAL    PIC 9(08).
           02 PF-DATA-FINAL      PIC 9(08).
           02 PF-LOJA            PIC 9(03).
           02 PF-CONT-LIDOS      PIC 9(07).
           02 PF-CONT-APLICADOS  PIC 9(07).
           02 PF-CONT-ERROS      PIC 9(07).
           02 PF-VALOR-CONTROLE  PIC 9(13)V9(02).
           02 PF-DESC-VALOR      PIC X(20).
           02 PF-OBSERVACAO      PIC X(40).
