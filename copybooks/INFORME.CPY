      ******************************************************************
      * Copybook: INFORME.CPY
      * Purpose : Layout do resumo anual de retencoes por funcionario
      *           (PROG04-DIRF.DAT), gravado pelo PROG090 a partir do
      *           historico de folha do ano-calendario, para o
      *           contador preparar a declaracao anual do imposto
      *           retido. O 13o salario tem tributacao exclusiva e vem
      *           separado dos rendimentos tributaveis; os isentos sao
      *           o salario-familia pago no ano.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-INFORME.
           02 IR-ANO             PIC 9(04).
           02 IR-MATRICULA       PIC 9(05).
           02 IR-NOME            PIC X(05).
           02 IR-RENDIMENTOS     PIC 9(09)V9(02).
           02 IR-INSS            PIC 9(09)V9(02).
           02 IR-IRRF            PIC 9(09)V9(02).
           02 IR-13O             PIC 9(09)V9(02).
           02 IR-INSS-13O        PIC 9(09)V9(02).
           02 IR-IRRF-13O        PIC 9(09)V9(02).
           02 IR-ISENTOS         PIC 9(09)V9(02).
