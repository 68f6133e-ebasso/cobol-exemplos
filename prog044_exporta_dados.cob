      *          o quadro de funcionarios, ambos com linha de header e
      *          trailer carregando contagem e hash de valor para o
      *          destinatario conferir que recebeu tudo. Selecao por
      *          categoria (produtos) e por loja. No extrato de
      *          funcionarios, salario e conta bancaria saem
      *          mascarados (PROG133-PROTEGE-DADOS), a menos que o
      *          envio sem mascara seja autorizado por um operador
      *          identificado no PROG073 com o nivel exigido; cada
      *          registro exportado inteiro fica no log de acesso.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************* VARIAVEIS PARA A MASCARA DO EXTRATO ************
       77 WS-SEM-MASCARA            PIC X(01) VALUE "N".
       77 WS-EXP-CONTA              PIC X(12).
       77 WS-EXP-SALARIO            PIC X(08).
       77 WS-CONT-INTEIROS          PIC 9(05) VALUE ZERO.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1) PRODUTOS  2) FUNCIONARIOS  3) AMBOS: "
           END-IF.

           IF WS-OPCAO = 2 OR WS-OPCAO = 3
              PERFORM 00009-AUTORIZA-SEM-MASCARA
              PERFORM 00005-EXPORTA-FUNCIONARIOS
           END-IF.


      ******************************************************************
      * EXTRATO DO QUADRO DE FUNCIONARIOS, COM HASH DE VALOR PELA
      * SOMA DOS SALARIOS. NO EXTRATO MASCARADO O HASH SAI ZERADO:
      * O DESTINATARIO NAO TEM COMO CONFERIR SALARIO QUE NAO RECEBEU,
      * E A SOMA ENTREGARIA O TOTAL DA FOLHA.
      ******************************************************************
       00005-EXPORTA-FUNCIONARIOS.
           MOVE 0 TO WS-FIM-ARQUIVO.
              PERFORM 00008-TRAILER-FUNC
              CLOSE FD-FUNCIONARIOS
              CLOSE FD-EXP-FUNC
              DISPLAY "FUNCIONARIOS EXPORTADOS: " WS-CONT-FUNC
              DISPLAY "EXPORTADOS SEM MASCARA.: " WS-CONT-INTEIROS.

       00006-LER-FUNCIONARIO.
           READ FD-FUNCIONARIOS NEXT RECORD

       00007-GRAVA-FUNCIONARIO.
           ADD 1 TO WS-CONT-FUNC.
           MOVE FN-SALARIO TO WS-EXP-SALARIO-EDT.

           MOVE "S" TO MS-TIPO.
           MOVE WS-EXP-SALARIO-EDT TO MS-VALOR.
           PERFORM 00010-CHAMA-MASCARA.
           MOVE MS-VALOR TO WS-EXP-SALARIO.
           IF MS-INTEIRO = 1
              ADD FN-SALARIO TO WS-HASH-VALOR-FUNC
              ADD 1 TO WS-CONT-INTEIROS
           END-IF.

           MOVE "C" TO MS-TIPO.
           MOVE FN-CONTA-BANCO TO MS-VALOR.
           PERFORM 00010-CHAMA-MASCARA.
           MOVE MS-VALOR TO WS-EXP-CONTA.

           MOVE SPACES TO REG-EXP-FUNC.
           STRING FN-MATRICULA    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  FN-NOME         DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-EXP-SALARIO  DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  FN-DPTO(1)      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  FN-DT-ADMISSAO  DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-EXP-CONTA    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  FN-STATUS-REG   DELIMITED BY SIZE
                  INTO REG-EXP-FUNC.
                  INTO REG-EXP-FUNC.
           WRITE REG-EXP-FUNC.

      ******************************************************************
      * O EXTRATO DE FUNCIONARIOS SAI DA EMPRESA: POR PADRAO SALARIO E
      * CONTA VAO MASCARADOS. SEM MASCARA SO COM AUTORIZACAO EXPLICITA
      * DE UM OPERADOR IDENTIFICADO NO SIGN-ON; O PROG133 AINDA
      * CONFERE SE O NIVEL DELE ALCANCA O EXIGIDO PARA CADA DADO.
      ******************************************************************
       00009-AUTORIZA-SEM-MASCARA.
           MOVE 0 TO SN-CODIGO.
           MOVE 0 TO SN-NIVEL.
           DISPLAY "EXPORTAR SALARIO E CONTA SEM MASCARA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-SEM-MASCARA.
           IF WS-SEM-MASCARA = "S" OR WS-SEM-MASCARA = "s"
              MOVE "PROG044-EXPORTA-DADOS" TO SN-PROGRAMA
              MOVE 1 TO SN-NIVEL-MINIMO
              CALL "PROG073-SIGNON" USING WS-SIGNON
              IF SN-OK NOT = 1
                 MOVE 0 TO SN-CODIGO
                 MOVE 0 TO SN-NIVEL
                 DISPLAY "-- SEM AUTORIZACAO, EXTRATO SAI MASCARADO"
              END-IF
           END-IF.

       00010-CHAMA-MASCARA.
           MOVE "PROG044-EXPORTA-DADOS" TO MS-PROGRAMA.
           MOVE SN-CODIGO    TO MS-OPERADOR.
           MOVE SN-NIVEL     TO MS-NIVEL.
           MOVE FN-MATRICULA TO MS-CHAVE.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.

       END PROGRAM PROG044-EXPORTA-DADOS.
