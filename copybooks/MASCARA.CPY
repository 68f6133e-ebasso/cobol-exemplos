      ******************************************************************
      * Copybook: MASCARA.CPY
      * Purpose : Area de comunicacao com o PROG133-PROTEGE-DADOS, que
      *           decide se um dado pessoal ou bancario sai inteiro ou
      *           mascarado em tela, relatorio ou extrato. O programa
      *           informa o tipo do dado, o proprio nome, o operador e
      *           o nivel dele (PROG073; nivel ZERO = sem operador
      *           identificado ou extrato sem autorizacao), a chave do
      *           registro e o valor ja editado em MS-VALOR:
      *              S = SALARIO DO FUNCIONARIO (FN-SALARIO)
      *              C = CONTA BANCARIA DO FUNCIONARIO (FN-CONTA-BANCO)
      *              D = DOCUMENTO DO CLIENTE (CL-DOCUMENTO)
      *           O valor volta em MS-VALOR inteiro, quando o nivel do
      *           operador alcanca o exigido para o tipo
      *           (PROG133-PARM.DAT), ou mascarado com "*". Salario e
      *           conta vistos inteiros ficam no log de acesso
      *           PROG133-ACESSO.LOG. MS-INTEIRO: 1 = SAIU INTEIRO,
      *           0 = SAIU MASCARADO, 9 = TIPO INVALIDO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-MASCARA.
           02 MS-TIPO            PIC X(01).
           02 MS-PROGRAMA        PIC X(30).
           02 MS-OPERADOR        PIC 9(05).
           02 MS-NIVEL           PIC 9(01).
           02 MS-CHAVE           PIC X(14).
           02 MS-VALOR           PIC X(20).
           02 MS-INTEIRO         PIC 9(01).
