      *           do PROG013/PROG027, campo a campo, para os programas
      *           que leem o registro de volta (fechamento, emissao de
      *           nota, devolucao, contas a receber) pararem de repetir
      *           o mesmo desmembramento na mao. VN-AUTORIZACAO e
      *           o codigo de autorizacao da venda em cartao, usado
      *           na conciliacao com a adquirente (PROG096).
      *           VN-VALE e o numero do vale-troca resgatado na venda
      *           paga com vale (VN-PAGAMENTO = V, PROG097).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
           02 VN-PAGAMENTO        PIC X(01).
           02 FILLER              PIC X(05).
           02 VN-SITUACAO         PIC X(01).
           02 FILLER              PIC X(05).
           02 VN-AUTORIZACAO      PIC X(06).
           02 FILLER              PIC X(04).
           02 VN-VALE             PIC 9(10).
           02 FILLER              PIC X(03).
