      ******************************************************************
      * Copybook: DOCVALID.CPY
      * Purpose : Area de comunicacao com o PROG134-VALIDA-DOCUMENTO,
      *           que confere os digitos verificadores do CPF ou do
      *           CNPJ de cliente e de fornecedor. O programa informa
      *           o documento como foi digitado em DV-DOCUMENTO (com
      *           ou sem pontos, barra e traco) e recebe de volta so
      *           os algarismos em DV-NUMERO, que e como o documento
      *           fica gravado no cadastro:
      *              DV-TIPO: F = CPF (11 DIGITOS), J = CNPJ (14)
      *              DV-RESULTADO: 1 = VALIDO,
      *                            0 = DIGITO VERIFICADOR NAO CONFERE,
      *                            2 = QUANTIDADE DE DIGITOS INVALIDA
      *                                OU DOCUMENTO EM BRANCO
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-VALIDA-DOCUMENTO.
           02 DV-DOCUMENTO       PIC X(20).
           02 DV-NUMERO          PIC X(14).
           02 DV-TIPO            PIC X(01).
           02 DV-RESULTADO       PIC 9(01).
