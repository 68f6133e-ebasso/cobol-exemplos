      *          de calculo. A diferenca liquida acumulada de cada
      *          matricula vira um evento DIS (natureza L) em
      *          PROG04-EVEN.DAT, que o FOLHA-PGTO paga junto com a
      *          competencia indicada. O salario antigo e o novo de
      *          cada matricula saem mascarados pelo
      *          PROG133-PROTEGE-DADOS (o dissidio roda sem sign-on).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEPARTAMENTO (** = TODOS): " WITH NO ADVANCING.
                 COMPUTE WS-NOVO-SALARIO ROUNDED =
                         FN-SALARIO * (100 + WS-PERCENTUAL) / 100
                 MOVE FN-SALARIO TO WS-VALOR-EDT
                 PERFORM 00002-C-PROTEGE-SALARIO
                 DISPLAY "MATRICULA " FN-MATRICULA
                         " SALARIO " MS-VALOR(1:12)
                         WITH NO ADVANCING
                 MOVE WS-NOVO-SALARIO TO WS-VALOR-EDT
                 PERFORM 00002-C-PROTEGE-SALARIO
                 DISPLAY " --> " MS-VALOR(1:12)
                 MOVE WS-NOVO-SALARIO TO FN-SALARIO
                 REWRITE REG-FUNCIONARIO
                     INVALID KEY
           END-IF.
           PERFORM 00002-A-LER-FUNCIONARIO.

       00002-C-PROTEGE-SALARIO.
           MOVE "S" TO MS-TIPO.
           MOVE "PROG062-DISSIDIO" TO MS-PROGRAMA.
           MOVE 0 TO MS-OPERADOR.
           MOVE 0 TO MS-NIVEL.
           MOVE FN-MATRICULA TO MS-CHAVE.
           MOVE WS-VALOR-EDT TO MS-VALOR.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.

      ******************************************************************
      * RECALCULA AS COMPETENCIAS MENSAIS JA FECHADAS DA JANELA
      * RETROATIVA: O BRUTO SOBE PELO PERCENTUAL E OS TRIBUTOS SAO
