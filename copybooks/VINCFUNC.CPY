      ******************************************************************
      * Copybook: VINCFUNC.CPY
      * Purpose : Layout do vinculo entre cliente e funcionario
      *           (PROG29-FUNC.DAT, indexado pelo codigo do cliente),
      *           mantido pelo PROG029. O cliente vinculado compra a
      *           prazo (VD-PAGAMENTO = P) com desconto em folha, ate
      *           o limite mensal de compras do funcionario.
      *           VF-STATUS-REG: A = ATIVO, I = VINCULO ENCERRADO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-VINCULO-FUNC.
           02 VF-CLIENTE         PIC 9(05).
           02 VF-MATRICULA       PIC 9(05).
           02 VF-LIMITE-MENSAL   PIC 9(07)V9(02).
           02 VF-STATUS-REG      PIC X(01).
