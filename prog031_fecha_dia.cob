           COPY VENDREG.CPY.

       FD FD-REGWORK.
       01 REG-VENDA-WORK          PIC X(230).

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-RESUMO
          RECORD CONTAINS 51 CHARACTERS.
       77 WS-TOTAL-DINHEIRO         PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-CARTAO           PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-PRAZO            PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-VALE             PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-SEM-FORMA        PIC 9(14)V9(02) VALUE ZERO.

      ************* TABELA DE TOTAIS POR PID ************
                 ADD WS-VALOR-LINHA TO WS-TOTAL-CARTAO
              WHEN "P"
                 ADD WS-VALOR-LINHA TO WS-TOTAL-PRAZO
              WHEN "V"
                 ADD WS-VALOR-LINHA TO WS-TOTAL-VALE
              WHEN OTHER
                 ADD WS-VALOR-LINHA TO WS-TOTAL-SEM-FORMA
           END-EVALUATE.
                  WS-VALOR-TOTAL-EDT DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-VALE TO WS-VALOR-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "PAGO COM VALE-TROCA....: " DELIMITED BY SIZE
                  WS-VALOR-TOTAL-EDT DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-TOTAL-SEM-FORMA > 0
              MOVE WS-TOTAL-SEM-FORMA TO WS-VALOR-TOTAL-EDT
              MOVE SPACES TO SP-LINHA
