      ******************************************************************
      * Copybook: FORNDOC.CPY
      * Purpose : Layout do documento (CNPJ ou CPF) do fornecedor
      *           (PROG18-DOC.DAT, indexado pelo codigo do
      *           fornecedor), mantido pelo PROG018 ao lado do mestre
      *           PROG18-001.DAT, como os vinculos e enderecos do
      *           cliente. O documento fica gravado so com os
      *           algarismos, ja conferido pelo PROG134-VALIDA-
      *           DOCUMENTO. DF-TIPO: F = CPF, J = CNPJ.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-DOC-FORNECEDOR.
           02 DF-FORNECEDOR      PIC 9(05).
           02 DF-DOCUMENTO       PIC X(14).
           02 DF-TIPO            PIC X(01).
