      *          o registro em PROG79-001.DVF. Acaba o "conserto" de
      *          quantidade sem rastro na opcao 3 do PROG007_LOJA; o
      *          relatorio mensal por fornecedor sai no PROG080.
      *          Produto controlado por numero de serie e devolvido
      *          uma unidade por linha, com o numero em estoque, que
      *          sai como devolvido ao fornecedor (PROG119).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
           COPY PRODUTO.CPY.

       FD FD-DEVFORN
          RECORD CONTAINS 45 CHARACTERS.
      *    MOTIVO: COD DE 3 LETRAS COMBINADO COM COMPRAS (AVA =
      *    AVARIA, VAL = VALIDADE, DIV = DIVERGENCIA DE PEDIDO...).
      *    DF-SERIE: NUMERO DE SERIE DA UNIDADE DEVOLVIDA, OBRIGATORIO
      *    (COM DF-QTD = 1) PARA PRODUTO CONTROLADO POR SERIE.
       01 REG-DEVFORN.
           02 DF-PID              PIC 9(10).
           02 DF-QTD              PIC 9(10)V9(02).
           02 DF-MOTIVO           PIC X(03).
           02 DF-SERIE            PIC X(20).

       FD FD-PROD-FORN
          RECORD CONTAINS 15 CHARACTERS.
       77 WS-HORA-DEVOL             PIC 9(08).
       77 WS-DOC-DEVOL              PIC X(14).

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***********
           COPY SERCTRL.CPY.
       77 WS-SERIALIZADO            PIC 9(01) VALUE ZERO.
       77 WS-SERIE-OK               PIC 9(01) VALUE ZERO.
           88 SERIE-OK              VALUE 1.

      ************ VARIAVEL PARA NUMERACAO DA DEVOLUCAO ***********
       77 WS-ULTIMO-DF              PIC 9(10) VALUE ZERO.

                      DISPLAY "-- ESTOQUE MENOR QUE A DEVOLUCAO --> "
                              DF-PID
                   ELSE
                      PERFORM 00013-CONFERE-SERIE
                      IF SERIE-OK
                         PERFORM 00009-EFETIVA-DEVOLUCAO
                      ELSE
                         ADD 1 TO WS-CONT-ERROS
                      END-IF
                   END-IF.
           PERFORM 00001-LER-DEVOLUCAO.

                  ADD 1 TO WS-CONT-DEVOLVIDAS
                  PERFORM 00011-GRAVA-MOVIMENTO
                  PERFORM 00012-GRAVA-REGISTRO
                  PERFORM 00014-BAIXA-SERIE
           END-REWRITE.

      ******************************************************************
      * PRODUTO CONTROLADO POR NUMERO DE SERIE: A LINHA DEVOLVE UMA
      * UNIDADE, IDENTIFICADA PELO NUMERO, QUE TEM QUE ESTAR EM
      * ESTOQUE NESTA LOJA.
      ******************************************************************
       00013-CONFERE-SERIE.
           MOVE 1 TO WS-SERIE-OK.
           MOVE 0 TO WS-SERIALIZADO.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE DF-PID      TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              MOVE 1 TO WS-SERIALIZADO
              IF DF-SERIE = SPACES OR DF-QTD NOT = 1
                 MOVE 0 TO WS-SERIE-OK
                 DISPLAY "-- PRODUTO COM NUMERO DE SERIE: UMA UNIDADE "
                         "POR LINHA, COM O NUMERO --> " DF-PID
              ELSE
                 MOVE "S"      TO SE-FUNCAO
                 MOVE DF-SERIE TO SE-SERIE
                 CALL "PROG119-SERIE" USING WS-SERIE
                 IF SE-RESULTADO NOT = 1 OR SE-SITUACAO NOT = "E"
                    MOVE 0 TO WS-SERIE-OK
                    DISPLAY "-- NUMERO DE SERIE FORA DO ESTOQUE --> "
                            DF-PID " SERIE " DF-SERIE
                 END-IF
              END-IF
           END-IF.

       00014-BAIXA-SERIE.
           IF WS-SERIALIZADO = 1
              MOVE "F"             TO SE-FUNCAO
              MOVE WS-LOJA-NUM     TO SE-LOJA
              MOVE DF-PID          TO SE-PID
              MOVE DF-SERIE        TO SE-SERIE
              MOVE WS-DOC-DEVOL    TO SE-DOCUMENTO
              MOVE WS-FORNEC-DEVOL TO SE-FORNECEDOR
              MOVE ZERO            TO SE-NF SE-CLIENTE
              MOVE "PROG079"       TO SE-PROGRAMA
              CALL "PROG119-SERIE" USING WS-SERIE
              IF SE-RESULTADO NOT = 1
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- NUMERO DE SERIE NAO BAIXADO, CONFERIR --> "
                         DF-PID " SERIE " DF-SERIE
              END-IF
           END-IF.

       00010-ACHA-FORNECEDOR.
           MOVE ZERO TO WS-FORNEC-DEVOL.
           IF VINCULOS-OK
