      *          consulta por matricula. Salario e data de admissao
      *          sao criticados e o nome passa pelo
      *          PROG015-LIMPA-NOME, como nos demais cadastros.
      *          Salario e conta bancaria so aparecem inteiros para o
      *          nivel exigido no PROG133-PROTEGE-DADOS; para os
      *          demais operadores saem mascarados, e cada vista
      *          inteira fica no log de acesso.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    PERFORM 00010-PROTEGE-SALARIO
                    DISPLAY "SALARIO ATUAL: " MS-VALOR
                    MOVE ZERO TO WS-FN-SALARIO
                    PERFORM 00002-PEDE-SALARIO
                        UNTIL WS-FN-SALARIO > 0
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    PERFORM 00011-PROTEGE-CONTA
                    DISPLAY "CONTA ATUAL: " MS-VALOR
                    DISPLAY "NOVA CONTA: " WITH NO ADVANCING
                    ACCEPT WS-FN-CONTA
                    MOVE WS-FN-CONTA TO FN-CONTA-BANCO
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY " "
                    DISPLAY "MATRICULA: " FN-MATRICULA
                    DISPLAY "NOME: " FN-NOME
                    PERFORM 00010-PROTEGE-SALARIO
                    DISPLAY "SALARIO: " MS-VALOR
                    DISPLAY "DEPARTAMENTOS: " FN-DPTO(1)
                            " " FN-DPTO(2)
                    DISPLAY "ADMISSAO: " FN-DT-ADMISSAO
                    PERFORM 00011-PROTEGE-CONTA
                    DISPLAY "CONTA: " MS-VALOR
                    DISPLAY "STATUS: " FN-STATUS-REG.

      ******************************************************************
      * SALARIO E CONTA DO FUNCIONARIO LIDO PASSAM PELO PROG133: SAEM
      * EM MS-VALOR INTEIROS (E REGISTRADOS NO LOG DE ACESSO) OU
      * MASCARADOS, CONFORME O NIVEL DO OPERADOR DO SIGN-ON.
      ******************************************************************
       00010-PROTEGE-SALARIO.
           MOVE FN-SALARIO TO WS-SALARIO-EDT.
           MOVE "S" TO MS-TIPO.
           MOVE WS-SALARIO-EDT TO MS-VALOR.
           PERFORM 00012-CHAMA-MASCARA.

       00011-PROTEGE-CONTA.
           MOVE "C" TO MS-TIPO.
           MOVE FN-CONTA-BANCO TO MS-VALOR.
           PERFORM 00012-CHAMA-MASCARA.

       00012-CHAMA-MASCARA.
           MOVE "PROG045-CADASTRO-FUNCIONARIOS" TO MS-PROGRAMA.
           MOVE SN-CODIGO    TO MS-OPERADOR.
           MOVE SN-NIVEL     TO MS-NIVEL.
           MOVE FN-MATRICULA TO MS-CHAVE.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.

       END PROGRAM PROG045-CADASTRO-FUNCIONARIOS.
