      *          pelo PROG009-AJUSTE-PRECOS e pelo PROG007_LOJA, e
      *          lista em ordem cronologica todas as alteracoes de
      *          valor de um PID, para responder "quanto custava isso
      *          no trimestre passado", com o supervisor que aprovou
      *          quando a alteracao passou pela aprovacao do PROG109.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                      "  DE " WS-VALOR-ANTES-EDT
                      "  PARA " WS-VALOR-DEPOIS-EDT
                      "  (" HP-PROGRAMA ")"
              IF HP-APROVADOR NUMERIC AND HP-APROVADOR > 0
                 DISPLAY "          APROVADO PELO SUPERVISOR "
                         HP-APROVADOR
              END-IF
           END-IF.
           PERFORM 00002-LER-HISTORICO.

