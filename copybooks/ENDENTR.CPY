      ******************************************************************
      * Copybook: ENDENTR.CPY
      * Purpose : Layout do registro de endereco de entrega de cliente
      *           (PROG29-END.DAT, indexado por EE-CHAVE = cliente +
      *           sequencia). Um cliente pode ter varios enderecos de
      *           entrega (casa, obra, deposito...), mantidos na opcao
      *           de enderecos do PROG029. EE-REGIAO agrupa as entregas
      *           no manifesto de rotas (PROG116).
      *           EE-SITUACAO: A = ATIVO, I = INATIVO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-ENDERECO-ENTREGA.
           02 EE-CHAVE.
              03 EE-CLIENTE      PIC 9(05).
              03 EE-SEQ          PIC 9(02).
           02 EE-APELIDO         PIC X(15).
           02 EE-LOGRADOURO      PIC X(40).
           02 EE-BAIRRO          PIC X(20).
           02 EE-CIDADE          PIC X(20).
           02 EE-UF              PIC X(02).
           02 EE-CEP             PIC 9(08).
           02 EE-REGIAO          PIC X(03).
           02 EE-SITUACAO        PIC X(01).
              88 EE-ATIVO        VALUE "A".
              88 EE-INATIVO      VALUE "I".
