      ******************************************************************
      * Copybook: EANCONV.CPY
      * Purpose : Area de comunicacao com o PROG107-CONVERTE-EAN. O
      *           chamador informa a funcao e o codigo lido:
      *              D = SO CONFERE O DIGITO VERIFICADOR DO EAN-13
      *              C = CONFERE O DIGITO E CONVERTE O EAN NO PID
      *                  PELA REFERENCIA CRUZADA (PROG107-EAN.DAT),
      *                  DEVOLVENDO O PID E O FATOR DA EMBALAGEM
      *           EA-RESULTADO: 1 = OK, 2 = DIGITO VERIFICADOR
      *           INVALIDO, 3 = EAN NAO CADASTRADO, 9 = ERRO NO
      *           ARQUIVO. EA-MOTIVO devolve o codigo de rejeicao da
      *           linha (RJ-05 = DIGITO INVALIDO, RJ-06 = EAN NAO
      *           CADASTRADO), na mesma serie RJ-NN do PROG011.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-EAN.
           02 EA-FUNCAO          PIC X(01).
           02 EA-CODIGO          PIC X(13).
           02 EA-PID             PIC 9(10).
           02 EA-FATOR           PIC 9(05).
           02 EA-RESULTADO       PIC 9(01).
           02 EA-MOTIVO          PIC X(05).
