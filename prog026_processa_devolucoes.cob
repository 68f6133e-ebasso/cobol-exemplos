      *          a quantidade de volta em RP-QTD e grava um registro
      *          numerado de devolucao, para que devolucao deixe de
      *          ser um ajuste sem papel na opcao 3 do PROG007_LOJA.
      *          O valor devolvido vira vale-troca numerado (PROG097),
      *          salvo quando a devolucao pede reembolso em dinheiro.
      *          Produto controlado por numero de serie e devolvido
      *          uma unidade por linha, com o numero vendido na NF,
      *          que volta ao estoque (PROG119).
      *          Os pontos de fidelidade ganhos na linha devolvida
      *          saem do saldo do cliente e os resgatados na linha
      *          voltam, na proporcao da quantidade (PROG127).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

      *    DV-COMPENSACAO: V OU BRANCO = VALE-TROCA PELO VALOR
      *    DEVOLVIDO, D = REEMBOLSO EM DINHEIRO (SEM VALE).
      *    DV-SERIE: NUMERO DE SERIE DA UNIDADE DEVOLVIDA, OBRIGATORIO
      *    (COM DV-QTD = 1) PARA PRODUTO CONTROLADO POR SERIE.
       FD FD-DEVOLUCOES
          RECORD CONTAINS 53 CHARACTERS.
       01 REG-DEVOLUCAO.
           02 DV-NF               PIC 9(10).
           02 DV-PID              PIC 9(10).
           02 DV-QTD              PIC 9(10)V9(02).
           02 DV-COMPENSACAO      PIC X(01).
               88 DV-REEMBOLSO-DINHEIRO VALUE "D".
           02 DV-SERIE            PIC X(20).

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-VENDA DO
      * PROG013, CAMPO A CAMPO (VENDREG.CPY).
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-REGDEVOL.
       01 REG-DEVOL-EFETIVADA     PIC X(100).
       77 WS-QTD-DISPONIVEL         PIC S9(12)V9(02).
       77 WS-DATA-DEVOL             PIC 9(08).
       77 WS-HORA-DEVOL             PIC 9(08).
       77 WS-VALOR-VENDIDO          PIC 9(12)V9(02).
       77 WS-CLIENTE-VENDA          PIC 9(05).

      ************* VARIAVEIS PARA O VALE-TROCA ************
           COPY VALETROC.CPY.
       77 WS-VALOR-DEVOLVIDO        PIC 9(09)V9(02).
       77 WS-TOTAL-VALES            PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-VALES-EDT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-CONT-VALES             PIC 9(05) VALUE ZERO.

      ************ AREA DOS PONTOS DE FIDELIDADE (PROG127) ***********
           COPY FIDCTRL.CPY.
       77 WS-TOTAL-PONTOS-ESTORNO   PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-PONTOS-DEVOLV    PIC 9(09) VALUE ZERO.

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***********
           COPY SERCTRL.CPY.
       77 WS-SERIALIZADO            PIC 9(01) VALUE ZERO.
       77 WS-SERIE-OK               PIC 9(01) VALUE ZERO.
           88 SERIE-OK              VALUE 1.

      ************ VARIAVEL PARA NUMERACAO DA DEVOLUCAO ***********
       77 WS-ULTIMO-DV              PIC 9(10) VALUE ZERO.
                         "  JA DEVOLVIDO: " WS-QTD-JA-DEVOLVIDA
                         "  DEVOLVENDO: " DV-QTD
              ELSE
                 PERFORM 00018-CONFERE-SERIE
                 IF SERIE-OK
                    PERFORM 00005-RESTOCA-PRODUTO
                 ELSE
                    ADD 1 TO WS-CONT-ERROS
                 END-IF
              END-IF
           END-IF
           END-IF.
           IF VN-NF = DV-NF AND VN-PID = DV-PID
              MOVE 1 TO WS-NF-ACHADA
              MOVE VN-QTD TO WS-QTD-VENDIDA
              COMPUTE WS-VALOR-VENDIDO =
                      FUNCTION NUMVAL-C(VN-VALOR-EDT)
              MOVE VN-CLIENTE TO WS-CLIENTE-VENDA
              IF VN-SITUACAO = "C"
                 MOVE 1 TO WS-NF-CANCELADA
              END-IF
           IF VN-NF = DV-NF AND VN-PID = DV-PID
              MOVE 1 TO WS-NF-ACHADA
              MOVE VN-QTD TO WS-QTD-VENDIDA
              COMPUTE WS-VALOR-VENDIDO =
                      FUNCTION NUMVAL-C(VN-VALOR-EDT)
              MOVE VN-CLIENTE TO WS-CLIENTE-VENDA
              IF VN-SITUACAO = "C"
                 MOVE 1 TO WS-NF-CANCELADA
              END-IF
                          DISPLAY "-- ERRO AO RESTOCAR --> " DV-PID
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-DEVOLVIDOS
                          PERFORM 00017-EMITE-VALE
                          PERFORM 00020-ESTORNA-PONTOS
                          PERFORM 00010-GRAVA-DEVOLUCAO
                          PERFORM 00011-GRAVA-MOVIMENTO
                          PERFORM 00019-DEVOLVE-SERIE
                   END-REWRITE.

      ******************************************************************
      * PRODUTO CONTROLADO POR NUMERO DE SERIE: A LINHA DEVOLVE UMA
      * UNIDADE, IDENTIFICADA PELO NUMERO, QUE TEM QUE TER SIDO
      * VENDIDA NESTA NF E AINDA ESTAR COM O CLIENTE.
      ******************************************************************
       00018-CONFERE-SERIE.
           MOVE 1 TO WS-SERIE-OK.
           MOVE 0 TO WS-SERIALIZADO.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE DV-PID      TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              MOVE 1 TO WS-SERIALIZADO
              IF DV-SERIE = SPACES OR DV-QTD NOT = 1
                 MOVE 0 TO WS-SERIE-OK
                 DISPLAY "-- PRODUTO COM NUMERO DE SERIE: UMA UNIDADE "
                         "POR LINHA, COM O NUMERO --> NF " DV-NF
                         " PID " DV-PID
              ELSE
                 MOVE "S"      TO SE-FUNCAO
                 MOVE DV-SERIE TO SE-SERIE
                 CALL "PROG119-SERIE" USING WS-SERIE
                 IF SE-RESULTADO NOT = 1 OR SE-SITUACAO NOT = "V"
                    OR SE-NF NOT = DV-NF
                    MOVE 0 TO WS-SERIE-OK
                    DISPLAY "-- NUMERO DE SERIE NAO VENDIDO NESTA NF "
                            "--> NF " DV-NF " SERIE " DV-SERIE
                 END-IF
              END-IF
           END-IF.

       00019-DEVOLVE-SERIE.
           IF WS-SERIALIZADO = 1
              MOVE "D"          TO SE-FUNCAO
              MOVE WS-LOJA-NUM  TO SE-LOJA
              MOVE DV-PID       TO SE-PID
              MOVE DV-SERIE     TO SE-SERIE
              MOVE DV-NF        TO SE-NF
              MOVE ZERO         TO SE-FORNECEDOR
              MOVE SPACES       TO SE-DOCUMENTO
              STRING "DV="         DELIMITED BY SIZE
                     WS-ULTIMO-DV  DELIMITED BY SIZE
                     INTO SE-DOCUMENTO
              MOVE "PROG026"    TO SE-PROGRAMA
              CALL "PROG119-SERIE" USING WS-SERIE
              IF SE-RESULTADO NOT = 1
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- NUMERO DE SERIE NAO VOLTOU AO ESTOQUE, "
                         "CONFERIR --> PID " DV-PID " SERIE " DV-SERIE
              END-IF
           END-IF.

      ******************************************************************
      * EMITE O VALE-TROCA PELO VALOR DEVOLVIDO (VALOR LIQUIDO DA
      * LINHA DA NF PROPORCIONAL A QUANTIDADE DEVOLVIDA). O NUMERO
      * DA DEVOLUCAO JA E RESERVADO AQUI PARA AMARRAR O VALE.
      ******************************************************************
       00017-EMITE-VALE.
           ADD 1 TO WS-ULTIMO-DV.
           ACCEPT WS-DATA-DEVOL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-DEVOL FROM TIME.
           MOVE ZERO TO VT-NUMERO.
           IF DV-REEMBOLSO-DINHEIRO OR WS-QTD-VENDIDA = 0
              CONTINUE
           ELSE
              COMPUTE WS-VALOR-DEVOLVIDO ROUNDED =
                      WS-VALOR-VENDIDO * DV-QTD / WS-QTD-VENDIDA
              IF WS-VALOR-DEVOLVIDO > 0
                 MOVE "E"                TO VT-FUNCAO
                 MOVE WS-DATA-DEVOL      TO VT-DATA
                 MOVE WS-VALOR-DEVOLVIDO TO VT-VALOR
                 MOVE DV-NF              TO VT-NF
                 MOVE WS-ULTIMO-DV       TO VT-DEVOLUCAO
                 MOVE WS-CLIENTE-VENDA   TO VT-CLIENTE
                 CALL "PROG097-VALE-TROCA" USING WS-VALE-TROCA
                 IF VT-RESULTADO = 1
                    ADD 1 TO WS-CONT-VALES
                    ADD WS-VALOR-DEVOLVIDO TO WS-TOTAL-VALES
                    DISPLAY "-- VALE-TROCA " VT-NUMERO " EMITIDO, "
                            "VALIDO ATE " VT-DATA-VALIDADE
                            " --> NF " DV-NF " PID " DV-PID
                 ELSE
                    ADD 1 TO WS-CONT-ERROS
                    MOVE ZERO TO VT-NUMERO
                    DISPLAY "-- ERRO AO EMITIR VALE-TROCA, REEMBOLSAR "
                            "EM DINHEIRO --> NF " DV-NF " PID " DV-PID
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * PONTOS DE FIDELIDADE DA LINHA DEVOLVIDA (PROG127): OS GANHOS
      * SAEM DO SALDO E OS RESGATADOS VOLTAM, NA PROPORCAO DA
      * QUANTIDADE DEVOLVIDA SOBRE A VENDIDA. VENDA SEM CLIENTE NAO
      * TEM PONTOS.
      ******************************************************************
       00020-ESTORNA-PONTOS.
           IF WS-CLIENTE-VENDA > 0
              MOVE "E"              TO FP-FUNCAO
              MOVE WS-CLIENTE-VENDA TO FP-CLIENTE
              MOVE WS-DATA-DEVOL    TO FP-DATA
              MOVE DV-NF            TO FP-NF
              MOVE DV-PID           TO FP-PID
              MOVE DV-QTD           TO FP-QTD
              MOVE WS-QTD-VENDIDA   TO FP-QTD-TOTAL
              CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE
              EVALUATE FP-RESULTADO
                 WHEN 1
                    ADD FP-PONTOS            TO WS-TOTAL-PONTOS-ESTORNO
                    ADD FP-PONTOS-DEVOLVIDOS TO WS-TOTAL-PONTOS-DEVOLV
                    IF FP-PONTOS-FALTANTES > 0
                       DISPLAY "-- CLIENTE " WS-CLIENTE-VENDA
                               " JA GASTOU " FP-PONTOS-FALTANTES
                               " PONTOS DA NF " DV-NF
                               ", NAO ESTORNADOS"
                    END-IF
                 WHEN 2
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY "-- ERRO AO ESTORNAR PONTOS --> NF " DV-NF
                            " PID " DV-PID
              END-EVALUATE
           END-IF.

       00010-GRAVA-DEVOLUCAO.

           MOVE 0 TO WS-FILE-STATUS-REGDEV.
           OPEN EXTEND FD-REGDEVOL.
                  DV-PID              DELIMITED BY SIZE
                  " QTD="             DELIMITED BY SIZE
                  DV-QTD              DELIMITED BY SIZE
                  " CMP="             DELIMITED BY SIZE
                  DV-COMPENSACAO      DELIMITED BY SIZE
                  " VT="              DELIMITED BY SIZE
                  VT-NUMERO           DELIMITED BY SIZE
                  INTO REG-DEVOL-EFETIVADA.

           IF WS-FILE-STATUS-REGDEV = 0
           DISPLAY "==== PROCESSAMENTO DE DEVOLUCOES ====".
           DISPLAY "DEVOLUCOES LIDAS........: " WS-CONT-LIDOS.
           DISPLAY "DEVOLUCOES EFETIVADAS...: " WS-CONT-DEVOLVIDOS.
           DISPLAY "VALES-TROCA EMITIDOS....: " WS-CONT-VALES.
           MOVE WS-TOTAL-VALES TO WS-TOTAL-VALES-EDT.
           DISPLAY "VALOR EM VALES-TROCA....: " WS-TOTAL-VALES-EDT.
           DISPLAY "PONTOS ESTORNADOS.......: " WS-TOTAL-PONTOS-ESTORNO.
           DISPLAY "PONTOS DEVOLVIDOS.......: " WS-TOTAL-PONTOS-DEVOLV.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.

      ******************************************************************
