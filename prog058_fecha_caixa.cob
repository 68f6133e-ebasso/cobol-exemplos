      *          PROG10-001.VND e no arquivo morto PROG10-001.VNA para
      *          a data informada, apura a sobra ou a falta de caixa e
      *          grava o resultado em PROG58-001.CXA - a diferenca de
      *          caixa que ate hoje nao era nem medida. As vendas em
      *          cartao (PAG=C) e os resgates de vale-troca (PAG=V,
      *          PROG097) do dia saem a parte, fora da conferencia
      *          da gaveta.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-REGCAIXA.
       01 REG-CAIXA-EFETIVADO     PIC X(100).
       77 WS-VALOR-DECLARADO        PIC 9(10)V9(02).
       77 WS-VALOR-LINHA            PIC S9(12)V9(02).
       77 WS-TOTAL-DINHEIRO         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-CARTAO           PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-VALE             PIC 9(12)V9(02) VALUE ZERO.
       77 WS-DIFERENCA              PIC S9(12)V9(02) VALUE ZERO.
       77 WS-HORA-CAIXA             PIC 9(08).

       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-DIF-EDT                PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALE-EDT               PIC Z,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LINHAS-DINHEIRO   PIC 9(05) VALUE ZERO.
       77 WS-CONT-LINHAS-CARTAO     PIC 9(05) VALUE ZERO.
       77 WS-CONT-LINHAS-VALE       PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
           IF VN-SITUACAO = "C"
              CONTINUE
           ELSE
           IF VN-DATA = WS-DATA-CAIXA
              COMPUTE WS-VALOR-LINHA =
                      FUNCTION NUMVAL-C(VN-VALOR-EDT)
              EVALUATE VN-PAGAMENTO
                 WHEN "D"
                    ADD 1 TO WS-CONT-LINHAS-DINHEIRO
                    ADD WS-VALOR-LINHA TO WS-TOTAL-DINHEIRO
                 WHEN "C"
                    ADD 1 TO WS-CONT-LINHAS-CARTAO
                    ADD WS-VALOR-LINHA TO WS-TOTAL-CARTAO
                 WHEN "V"
                    ADD 1 TO WS-CONT-LINHAS-VALE
                    ADD WS-VALOR-LINHA TO WS-TOTAL-VALE
              END-EVALUATE
           END-IF.

       00003-APURA-DIFERENCA.
           DISPLAY "DECLARADO NA GAVETA....: " WS-VALOR-EDT.
           MOVE WS-DIFERENCA TO WS-DIF-EDT.
           DISPLAY "DIFERENCA (+SOBRA/-FALTA): " WS-DIF-EDT.
           DISPLAY "LINHAS EM CARTAO.......: " WS-CONT-LINHAS-CARTAO.
           MOVE WS-TOTAL-CARTAO TO WS-VALOR-EDT.
           DISPLAY "VENDIDO EM CARTAO......: " WS-VALOR-EDT.
           DISPLAY "LINHAS EM VALE-TROCA...: " WS-CONT-LINHAS-VALE.
           MOVE WS-TOTAL-VALE TO WS-VALOR-EDT.
           DISPLAY "RESGATADO EM VALE-TROCA: " WS-VALOR-EDT.
           IF WS-DIFERENCA = 0
              DISPLAY "RESULTADO..............: CAIXA CONFERE"
           ELSE
              ACCEPT WS-HORA-CAIXA FROM TIME
              MOVE WS-TOTAL-DINHEIRO TO WS-VALOR-EDT
              MOVE WS-DIFERENCA      TO WS-DIF-EDT
              MOVE WS-TOTAL-VALE     TO WS-VALE-EDT
              MOVE SPACES TO REG-CAIXA-EFETIVADO
              STRING "CX="              DELIMITED BY SIZE
                     WS-DATA-CAIXA      DELIMITED BY SIZE
                     WS-VALOR-EDT       DELIMITED BY SIZE
                     " DIF="            DELIMITED BY SIZE
                     WS-DIF-EDT         DELIMITED BY SIZE
                     " VALE="           DELIMITED BY SIZE
                     WS-VALE-EDT        DELIMITED BY SIZE
                     INTO REG-CAIXA-EFETIVADO
              WRITE REG-CAIXA-EFETIVADO
              CLOSE FD-REGCAIXA
