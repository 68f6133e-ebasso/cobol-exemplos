      *          registros desligados em FN-STATUS-REG - em vez dos
      *          tres trabalhadores de demonstracao gravados em
      *          literal desde 2018. Ao final lista o arquivo gerado
      *          para conferencia, como sempre fez - com o salario
      *          mascarado pelo PROG133-PROTEGE-DADOS, ja que a
      *          listagem sai no console do lote, sem operador.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       77 WS-FIM-FUNCIONARIOS   PIC 9(01) VALUE ZERO.
           88 FIM-DOS-FUNCIONARIOS VALUE 1.

       77 WS-SALARIO-EDT        PIC Z(9)9.99.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = OK, NAO-ZERO = ULTIMO ERRO DE ARQUIVO OCORRIDO
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-EXIBE-REGISTRO.
           MOVE RC-SALARIO TO WS-SALARIO-EDT.
           MOVE "S" TO MS-TIPO.
           MOVE "PROG006_FILES" TO MS-PROGRAMA.
           MOVE 0 TO MS-OPERADOR.
           MOVE 0 TO MS-NIVEL.
           MOVE RC-TID TO MS-CHAVE.
           MOVE WS-SALARIO-EDT TO MS-VALOR.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.
           DISPLAY "RC-TID=" RC-TID
                   "  RC-NOME=" RC-NOME
                   "  RC-SALARIO=" MS-VALOR(1:13)
                   "  RC-DPTO-1=" RC-DPTO-1
                   "  RC-DPTO-2=" RC-DPTO-2.
           PERFORM 00002-A-LER-REGISTRO.
