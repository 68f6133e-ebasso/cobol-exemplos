      ******************************************************************
      * Copybook: VALEREG.CPY
      * Purpose : Layout do cadastro de vales-troca (PROG97-VALE.DAT),
      *           mantido pelo PROG097-VALE-TROCA: um registro por
      *           vale emitido na devolucao (PROG026), com o valor
      *           emitido, o saldo ainda a resgatar nas vendas
      *           (PROG013, VD-PAGAMENTO = V) e a validade.
      *           VL-SITUACAO: A = EM ABERTO (COM SALDO),
      *           U = UTILIZADO (SALDO ZERO), E = EXPIRADO (PROG099;
      *           VL-SALDO GUARDA O VALOR PERDIDO NA EXPIRACAO).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-VALE.
           02 VL-NUMERO          PIC 9(10).
           02 VL-DATA-EMISSAO    PIC 9(08).
           02 VL-DATA-VALIDADE   PIC 9(08).
           02 VL-DEVOLUCAO       PIC 9(10).
           02 VL-NF-ORIGEM       PIC 9(10).
           02 VL-CLIENTE         PIC 9(05).
           02 VL-VALOR-EMITIDO   PIC 9(09)V9(02).
           02 VL-SALDO           PIC 9(09)V9(02).
           02 VL-DATA-ULT-USO    PIC 9(08).
           02 VL-SITUACAO        PIC X(01).
