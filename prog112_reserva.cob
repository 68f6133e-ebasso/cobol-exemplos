      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Reserva de Estoque para Pedidos
      *          Subprograma reutilizavel que mantem as reservas de
      *          estoque dos pedidos de cliente (VD-PEDIDO) por loja
      *          e PID em PROG112-RES.DAT (RESERVA.CPY), para que um
      *          pedido prometido hoje nao perca o estoque para a
      *          venda de balcao antes de ser faturado. Apura o
      *          disponivel para venda (RP-QTD menos as reservas
      *          ativas), reserva, consome na fatura e libera no
      *          cancelamento (RESVCTRL.CPY). Usado pelo PROG007,
      *          PROG008, PROG013, PROG019, PROG110 e PROG113.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog112_reserva -std=default -I copybooks prog112_reserva.cob && ./bin/prog112_reserva
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG112-RESERVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * RESERVAS DE ESTOQUE POR LOJA + PID + PEDIDO.
           SELECT FD-RESERVAS ASSIGN TO "PROG112-RES.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RS-CHAVE
                              FILE STATUS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD FD-RESERVAS
          RECORD CONTAINS 79 CHARACTERS.
           COPY RESERVA.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-RES        PIC 9(02).
           COPY FSTATUS.CPY.

       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-QTD-LIVRE              PIC 9(10)V9(02) VALUE ZERO.

       77 WS-ARQUIVO-ABERTO         PIC 9(01) VALUE ZERO.
           88 ARQUIVO-ABERTO        VALUE 1.
       77 WS-FIM-RESERVAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-RESERVAS      VALUE 1.

       LINKAGE SECTION.
           COPY RESVCTRL.CPY
               REPLACING ==WS-RESERVA== BY ==LK-RESERVA==.

       PROCEDURE DIVISION USING LK-RESERVA.
       MAIN-PROCEDURE.
           MOVE 1 TO RV-RESULTADO.
           MOVE ZERO TO RV-QTD-AFETADA.
           MOVE ZERO TO RV-CONTADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE RV-FUNCAO
              WHEN "D" PERFORM 00001-APURA-DISPONIVEL
              WHEN "R" PERFORM 00002-RESERVA-PEDIDO
              WHEN "C" PERFORM 00003-CONSOME-RESERVA
              WHEN "L" PERFORM 00004-LIBERA-PEDIDO
              WHEN OTHER
                 MOVE 9 TO RV-RESULTADO
                 DISPLAY "-- FUNCAO DE RESERVA INVALIDA --> "
                         RV-FUNCAO
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * DISPONIVEL PARA VENDA: ESTOQUE MENOS AS RESERVAS ATIVAS DOS
      * OUTROS PEDIDOS (A RESERVA DO PROPRIO PEDIDO E DELE). SEM
      * ARQUIVO DE RESERVAS, TODO O ESTOQUE ESTA DISPONIVEL.
      ******************************************************************
       00001-APURA-DISPONIVEL.
           MOVE ZERO TO RV-QTD-RESERVADA.
           MOVE ZERO TO RV-QTD-DO-PEDIDO.
           MOVE 0 TO WS-FILE-STATUS-RES.
           OPEN INPUT FD-RESERVAS.
           IF NOT FS-ARQUIVO-INEXISTENTE
              IF NOT FS-OK
                 DISPLAY "-- ERRO AO ABRIR RESERVAS DE ESTOQUE -->"
                         WS-FILE-STATUS-RES
                 MOVE 9 TO RV-RESULTADO
              ELSE
                 PERFORM 00005-SOMA-RESERVAS
                 CLOSE FD-RESERVAS
              END-IF
           END-IF.
           PERFORM 00006-CALCULA-DISPONIVEL.

      ******************************************************************
      * RESERVA PARA O PEDIDO, NO MAXIMO O ESTOQUE AINDA LIVRE DE
      * RESERVAS. RESERVA PARCIAL (OU NENHUMA) DEVOLVE RESULTADO 2
      * COM O QUE FOI RESERVADO EM RV-QTD-AFETADA.
      ******************************************************************
       00002-RESERVA-PEDIDO.
           MOVE ZERO TO RV-QTD-RESERVADA.
           MOVE ZERO TO RV-QTD-DO-PEDIDO.
           PERFORM 00007-ABRE-RESERVAS.
           IF ARQUIVO-ABERTO
              PERFORM 00005-SOMA-RESERVAS
              MOVE ZERO TO WS-QTD-LIVRE
              IF RV-QTD-ESTOQUE > RV-QTD-RESERVADA
                 COMPUTE WS-QTD-LIVRE =
                         RV-QTD-ESTOQUE - RV-QTD-RESERVADA
              END-IF
              IF RV-QTD > WS-QTD-LIVRE
                 MOVE WS-QTD-LIVRE TO RV-QTD-AFETADA
                 MOVE 2 TO RV-RESULTADO
              ELSE
                 MOVE RV-QTD TO RV-QTD-AFETADA
              END-IF
              IF RV-QTD-AFETADA > 0
                 PERFORM 00002-A-GRAVA-RESERVA
              END-IF
              CLOSE FD-RESERVAS
           END-IF.
           PERFORM 00006-CALCULA-DISPONIVEL.

       00002-A-GRAVA-RESERVA.
           MOVE RV-LOJA   TO RS-LOJA.
           MOVE RV-PID    TO RS-PID.
           MOVE RV-PEDIDO TO RS-PEDIDO.
           READ FD-RESERVAS RECORD KEY RS-CHAVE
                INVALID KEY
                   PERFORM 00002-B-NOVA-RESERVA
                   WRITE REG-RESERVA
                       INVALID KEY
                          MOVE 9 TO RV-RESULTADO
                          MOVE ZERO TO RV-QTD-AFETADA
                          DISPLAY "-- ERRO AO GRAVAR RESERVA --> "
                                  RV-PID " PEDIDO " RV-PEDIDO
                   END-WRITE
                NOT INVALID KEY
      * PEDIDO QUE JA TINHA RESERVA ATIVA DO PID SOMA; RESERVA JA
      * BAIXADA (FATURADA, LIBERADA OU VENCIDA) RECOMECA.
                   IF RS-ATIVA
                      ADD RV-QTD-AFETADA TO RS-QTD-ORIGINAL
                      ADD RV-QTD-AFETADA TO RS-QTD-RESERVADA
                   ELSE
                      PERFORM 00002-B-NOVA-RESERVA
                   END-IF
                   REWRITE REG-RESERVA
                       INVALID KEY
                          MOVE 9 TO RV-RESULTADO
                          MOVE ZERO TO RV-QTD-AFETADA
                          DISPLAY "-- ERRO AO REGRAVAR RESERVA --> "
                                  RV-PID " PEDIDO " RV-PEDIDO
                   END-REWRITE
           END-READ.
           ADD RV-QTD-AFETADA TO RV-QTD-RESERVADA.
           ADD RV-QTD-AFETADA TO RV-QTD-DO-PEDIDO.

       00002-B-NOVA-RESERVA.
           MOVE RV-CLIENTE     TO RS-CLIENTE.
           MOVE RV-ORIGEM      TO RS-ORIGEM.
           MOVE WS-DATA-HOJE   TO RS-DATA-RESERVA.
           MOVE RV-QTD-AFETADA TO RS-QTD-ORIGINAL.
           MOVE RV-QTD-AFETADA TO RS-QTD-RESERVADA.
           MOVE "A"            TO RS-SITUACAO.
           MOVE ZERO           TO RS-DATA-BAIXA.

      ******************************************************************
      * LINHA DO PEDIDO FATURADA: ABATE A QUANTIDADE VENDIDA DA
      * RESERVA; ZERADA, A RESERVA FICA CONSUMIDA.
      ******************************************************************
       00003-CONSOME-RESERVA.
           PERFORM 00007-ABRE-RESERVAS.
           IF ARQUIVO-ABERTO
              MOVE RV-LOJA   TO RS-LOJA
              MOVE RV-PID    TO RS-PID
              MOVE RV-PEDIDO TO RS-PEDIDO
              READ FD-RESERVAS RECORD KEY RS-CHAVE
                   INVALID KEY
                      MOVE 2 TO RV-RESULTADO
                   NOT INVALID KEY
                      IF RS-ATIVA
                         PERFORM 00003-A-ABATE-RESERVA
                      ELSE
                         MOVE 2 TO RV-RESULTADO
                      END-IF
              END-READ
              CLOSE FD-RESERVAS
           END-IF.

       00003-A-ABATE-RESERVA.
           IF RV-QTD < RS-QTD-RESERVADA
              MOVE RV-QTD TO RV-QTD-AFETADA
              SUBTRACT RV-QTD FROM RS-QTD-RESERVADA
           ELSE
              MOVE RS-QTD-RESERVADA TO RV-QTD-AFETADA
              MOVE ZERO TO RS-QTD-RESERVADA
              MOVE "C" TO RS-SITUACAO
              MOVE WS-DATA-HOJE TO RS-DATA-BAIXA
           END-IF.
           REWRITE REG-RESERVA
               INVALID KEY
                  MOVE 9 TO RV-RESULTADO
                  DISPLAY "-- ERRO AO CONSUMIR RESERVA --> "
                          RV-PID " PEDIDO " RV-PEDIDO
           END-REWRITE.

      ******************************************************************
      * PEDIDO CANCELADO: LIBERA TODAS AS RESERVAS ATIVAS DELE NA
      * LOJA. O SALDO FICA NO REGISTRO PARA CONSULTA.
      ******************************************************************
       00004-LIBERA-PEDIDO.
           PERFORM 00007-ABRE-RESERVAS.
           IF ARQUIVO-ABERTO
              MOVE 0 TO WS-FIM-RESERVAS
              MOVE RV-LOJA TO RS-LOJA
              MOVE ZERO    TO RS-PID
              MOVE ZERO    TO RS-PEDIDO
              START FD-RESERVAS KEY IS NOT < RS-CHAVE
                    INVALID KEY
                       MOVE 1 TO WS-FIM-RESERVAS
              END-START
              IF NOT FIM-DAS-RESERVAS
                 PERFORM 00004-A-LER-RESERVA-LOJA
              END-IF
              PERFORM 00004-B-LIBERA-RESERVA UNTIL FIM-DAS-RESERVAS
              CLOSE FD-RESERVAS
              IF RV-CONTADOR = 0
                 MOVE 2 TO RV-RESULTADO
              END-IF
           END-IF.

       00004-A-LER-RESERVA-LOJA.
           READ FD-RESERVAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-RESERVAS
                NOT AT END
                   IF RS-LOJA NOT = RV-LOJA
                      MOVE 1 TO WS-FIM-RESERVAS
                   END-IF
           END-READ.

       00004-B-LIBERA-RESERVA.
           IF RS-PEDIDO = RV-PEDIDO AND RS-ATIVA
              MOVE "L" TO RS-SITUACAO
              MOVE WS-DATA-HOJE TO RS-DATA-BAIXA
              REWRITE REG-RESERVA
                  INVALID KEY
                     MOVE 9 TO RV-RESULTADO
                     DISPLAY "-- ERRO AO LIBERAR RESERVA --> "
                             RS-PID " PEDIDO " RS-PEDIDO
                  NOT INVALID KEY
                     ADD 1 TO RV-CONTADOR
                     ADD RS-QTD-RESERVADA TO RV-QTD-AFETADA
              END-REWRITE
           END-IF.
           PERFORM 00004-A-LER-RESERVA-LOJA.

      ******************************************************************
      * SOMA AS RESERVAS ATIVAS DO PID NA LOJA (ARQUIVO JA ABERTO):
      * O TOTAL E A PARTE DO PEDIDO INFORMADO.
      ******************************************************************
       00005-SOMA-RESERVAS.
           MOVE 0 TO WS-FIM-RESERVAS.
           MOVE RV-LOJA TO RS-LOJA.
           MOVE RV-PID  TO RS-PID.
           MOVE ZERO    TO RS-PEDIDO.
           START FD-RESERVAS KEY IS NOT < RS-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-RESERVAS.
           IF NOT FIM-DAS-RESERVAS
              PERFORM 00005-A-LER-RESERVA-PID
           END-IF.
           PERFORM 00005-B-SOMA-RESERVA UNTIL FIM-DAS-RESERVAS.

       00005-A-LER-RESERVA-PID.
           READ FD-RESERVAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-RESERVAS
                NOT AT END
                   IF RS-LOJA NOT = RV-LOJA OR RS-PID NOT = RV-PID
                      MOVE 1 TO WS-FIM-RESERVAS
                   END-IF
           END-READ.

       00005-B-SOMA-RESERVA.
           IF RS-ATIVA
              ADD RS-QTD-RESERVADA TO RV-QTD-RESERVADA
              IF RV-PEDIDO > 0 AND RS-PEDIDO = RV-PEDIDO
                 ADD RS-QTD-RESERVADA TO RV-QTD-DO-PEDIDO
              END-IF
           END-IF.
           PERFORM 00005-A-LER-RESERVA-PID.

       00006-CALCULA-DISPONIVEL.
           IF RV-QTD-ESTOQUE + RV-QTD-DO-PEDIDO > RV-QTD-RESERVADA
              COMPUTE RV-QTD-DISPONIVEL = RV-QTD-ESTOQUE
                      - RV-QTD-RESERVADA + RV-QTD-DO-PEDIDO
           ELSE
              MOVE ZERO TO RV-QTD-DISPONIVEL
           END-IF.

      * A PRIMEIRA RESERVA CRIA O ARQUIVO; SEM ELE NAO HA O QUE
      * CONSUMIR OU LIBERAR.
       00007-ABRE-RESERVAS.
           MOVE 0 TO WS-ARQUIVO-ABERTO.
           MOVE 0 TO WS-FILE-STATUS-RES.
           OPEN I-O FD-RESERVAS.
           IF FS-ARQUIVO-INEXISTENTE AND RV-FUNCAO = "R"
              OPEN OUTPUT FD-RESERVAS
              CLOSE FD-RESERVAS
              MOVE 0 TO WS-FILE-STATUS-RES
              OPEN I-O FD-RESERVAS
           END-IF.
           IF FS-OK
              MOVE 1 TO WS-ARQUIVO-ABERTO
           ELSE
           IF FS-ARQUIVO-INEXISTENTE
              MOVE 2 TO RV-RESULTADO
           ELSE
              DISPLAY "-- ERRO AO ABRIR RESERVAS DE ESTOQUE -->"
                      WS-FILE-STATUS-RES
              MOVE 9 TO RV-RESULTADO.

       END PROGRAM PROG112-RESERVA.
