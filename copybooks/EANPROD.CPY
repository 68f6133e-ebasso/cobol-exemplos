      ******************************************************************
      * Copybook: EANPROD.CPY
      * Purpose : Layout do registro da referencia cruzada de codigos
      *           de barras (PROG107-EAN.DAT, indexado por EB-EAN, com
      *           chave alternada EB-PID com duplicatas). Cada EAN-13
      *           lido no caixa ou no coletor aponta para um RP-PID;
      *           um PID pode ter varios EANs, um por embalagem, e
      *           EB-FATOR diz quantas unidades do PID a embalagem
      *           contem (1 = unidade avulsa, 12 = caixa com 12).
      *           Mantido na opcao de codigos de barras do
      *           PROG007_LOJA e consultado pelo PROG107-CONVERTE-EAN.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-EAN-PRODUTO.
           02 EB-EAN             PIC X(13).
           02 EB-PID             PIC 9(10).
           02 EB-FATOR           PIC 9(05).
           02 EB-EMBALAGEM       PIC X(10).
