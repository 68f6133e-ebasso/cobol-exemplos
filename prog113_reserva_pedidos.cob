      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Reserva de Estoque dos Pedidos
      *          Tela do balcao (sign-on central PROG073) para
      *          registrar os pedidos de cliente que serao faturados
      *          depois: cada item do pedido reserva o estoque da
      *          loja (PROG112-RESERVA) para que a venda de balcao
      *          nao consuma o que ja foi prometido ao cliente. O
      *          cancelamento do pedido libera as reservas, e a
      *          consulta lista as reservas de um PID ou de um
      *          pedido. A reserva e consumida quando o PROG013
      *          fatura a linha do pedido e vence no PROG114.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog113_reserva_pedidos -std=default -I copybooks prog113_reserva_pedidos.cob && ./bin/prog113_reserva_pedidos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG113-RESERVA-PEDIDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * RESERVAS (SO LEITURA; QUEM GRAVA E O PROG112-RESERVA).
           SELECT FD-RESERVAS ASSIGN TO "PROG112-RES.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RS-CHAVE
                              FILE STATUS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-RESERVAS
          RECORD CONTAINS 79 CHARACTERS.
           COPY RESERVA.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-RES        PIC 9(02).
           COPY FSTATUS.CPY.

       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-CONFIRMA               PIC X(01).

      ************* VARIAVEIS DO PEDIDO ************
       77 WS-PEDIDO                 PIC 9(10) VALUE ZERO.
       77 WS-CLIENTE                PIC 9(05) VALUE ZERO.
       77 WS-PID                    PIC 9(10) VALUE ZERO.
       77 WS-QTD                    PIC 9(10)V9(02) VALUE ZERO.
       77 WS-CONT-ITENS             PIC 9(03) VALUE ZERO.
       77 WS-CONT-PARCIAIS          PIC 9(03) VALUE ZERO.
       77 WS-CONT-LISTADAS          PIC 9(05) VALUE ZERO.
       77 WS-SITUACAO-DESC          PIC X(10).

      ************* VARIAVEIS PARA EXIBICAO ************
       77 WS-QTD-EDT                PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-RESERVADA-EDT          PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-DISPONIVEL-EDT         PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-CLIENTE-OK             PIC 9(01) VALUE ZERO.
           88 CLIENTE-OK            VALUE 1.
       77 WS-FIM-ITENS              PIC 9(01) VALUE ZERO.
           88 FIM-DOS-ITENS         VALUE 1.
       77 WS-FIM-RESERVAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-RESERVAS      VALUE 1.

      ************ AREA DAS RESERVAS DE ESTOQUE (PROG112) ***********
           COPY RESVCTRL.CPY.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PROG113-RESERVA-PEDIDOS" TO SN-PROGRAMA.
           MOVE 1 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN INPUT FD-CLIENTES.
           IF WS-FILE-STATUS-CLI NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE CLIENTES -->"
                      WS-FILE-STATUS-CLI
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR CATALOGO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
              CLOSE FD-CLIENTES
              STOP RUN
           END-IF.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-CLIENTES.
           CLOSE FD-PRODUTOS.
           STOP RUN.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) RESERVAR ESTOQUE PARA PEDIDO".
           DISPLAY "2) CANCELAR PEDIDO (LIBERAR RESERVAS)".
           DISPLAY "3) CONSULTAR RESERVAS DE UM PID".
           DISPLAY "4) CONSULTAR RESERVAS DE UM PEDIDO".
           DISPLAY " ".
           DISPLAY "5) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-RESERVA-PEDIDO
              WHEN 2 PERFORM 00003-CANCELA-PEDIDO
              WHEN 3 PERFORM 00004-CONSULTA-PID
              WHEN 4 PERFORM 00005-CONSULTA-PEDIDO
              WHEN 5
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * REGISTRA O PEDIDO: CLIENTE CADASTRADO E NAO DESLIGADO E OS
      * ITENS. CADA ITEM RESERVA NO MAXIMO O ESTOQUE AINDA LIVRE;
      * O QUE NAO COUBER FICA SEM RESERVA E E AVISADO NA TELA.
      ******************************************************************
       00002-RESERVA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING.
           ACCEPT WS-PEDIDO.
           DISPLAY "CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE.
           MOVE 0 TO WS-CLIENTE-OK.
           IF WS-PEDIDO = 0
              DISPLAY "-- NUMERO DE PEDIDO INVALIDO"
           ELSE
              MOVE WS-CLIENTE TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   INVALID KEY
                      DISPLAY "-- CLIENTE NAO CADASTRADO --> "
                              WS-CLIENTE
                   NOT INVALID KEY
                      IF CL-STATUS-REG = "I"
                         DISPLAY "-- CLIENTE DESLIGADO --> "
                                 WS-CLIENTE
                      ELSE
                         MOVE 1 TO WS-CLIENTE-OK
                      END-IF
              END-READ
           END-IF.

           IF CLIENTE-OK
              DISPLAY "NOME..........: " CL-NOME
              MOVE 0 TO WS-CONT-ITENS
              MOVE 0 TO WS-CONT-PARCIAIS
              MOVE 0 TO WS-FIM-ITENS
              PERFORM 00002-A-ACEITA-ITEM UNTIL FIM-DOS-ITENS
              DISPLAY "-- PEDIDO " WS-PEDIDO ": " WS-CONT-ITENS
                      " ITENS RESERVADOS, " WS-CONT-PARCIAIS
                      " COM RESERVA PARCIAL OU SEM ESTOQUE"
           END-IF.

       00002-A-ACEITA-ITEM.
           DISPLAY " ".
           DISPLAY "PID (0 = FIM DO PEDIDO): " WITH NO ADVANCING.
           ACCEPT WS-PID.
           IF WS-PID = 0
              MOVE 1 TO WS-FIM-ITENS
           ELSE
              MOVE WS-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      DISPLAY "-- PID NAO CADASTRADO --> " WS-PID
                   NOT INVALID KEY
                      PERFORM 00002-B-RESERVA-ITEM
              END-READ
           END-IF.

       00002-B-RESERVA-ITEM.
           DISPLAY "PRODUTO.......: " RP-NOME.
           DISPLAY "QUANTIDADE: " WITH NO ADVANCING.
           ACCEPT WS-QTD.
           IF WS-QTD NOT > 0
              DISPLAY "-- QUANTIDADE INVALIDA, DEVE SER MAIOR QUE ZERO"
           ELSE
              MOVE "R"           TO RV-FUNCAO
              MOVE WS-LOJA-NUM   TO RV-LOJA
              MOVE WS-PID        TO RV-PID
              MOVE WS-PEDIDO     TO RV-PEDIDO
              MOVE WS-CLIENTE    TO RV-CLIENTE
              MOVE "PROG113"     TO RV-ORIGEM
              MOVE WS-QTD        TO RV-QTD
              MOVE RP-QTD        TO RV-QTD-ESTOQUE
              CALL "PROG112-RESERVA" USING WS-RESERVA
              MOVE RV-QTD-AFETADA TO WS-QTD-EDT
              EVALUATE RV-RESULTADO
                 WHEN 1
                    ADD 1 TO WS-CONT-ITENS
                    DISPLAY "-- RESERVADO " WS-QTD-EDT
                 WHEN 2
                    ADD 1 TO WS-CONT-PARCIAIS
                    IF RV-QTD-AFETADA > 0
                       ADD 1 TO WS-CONT-ITENS
                    END-IF
                    DISPLAY "** ESTOQUE LIVRE INSUFICIENTE: RESERVADO "
                            "SO " WS-QTD-EDT " **"
                 WHEN OTHER
                    DISPLAY "-- ERRO AO RESERVAR PID " WS-PID
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CANCELAMENTO DO PEDIDO: LIBERA TODAS AS RESERVAS ATIVAS DELE
      * NA LOJA, DEVOLVENDO O ESTOQUE PARA A VENDA.
      ******************************************************************
       00003-CANCELA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING.
           ACCEPT WS-PEDIDO.
           PERFORM 00005-CONSULTA-PEDIDO-A.
           IF WS-CONT-LISTADAS > 0
              DISPLAY "CONFIRMA O CANCELAMENTO DO PEDIDO (S/N)? "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                 MOVE "L"         TO RV-FUNCAO
                 MOVE WS-LOJA-NUM TO RV-LOJA
                 MOVE WS-PEDIDO   TO RV-PEDIDO
                 CALL "PROG112-RESERVA" USING WS-RESERVA
                 EVALUATE RV-RESULTADO
                    WHEN 1
                       MOVE RV-QTD-AFETADA TO WS-QTD-EDT
                       DISPLAY "-- " RV-CONTADOR " RESERVAS LIBERADAS, "
                               "TOTAL " WS-QTD-EDT
                    WHEN 2
                       DISPLAY "-- PEDIDO SEM RESERVAS ATIVAS --> "
                               WS-PEDIDO
                    WHEN OTHER
                       DISPLAY "-- ERRO AO LIBERAR O PEDIDO "
                               WS-PEDIDO
                 END-EVALUATE
              ELSE
                 DISPLAY "-- CANCELAMENTO DESISTIDO"
              END-IF
           END-IF.

      ******************************************************************
      * RESERVAS DE UM PID NA LOJA, COM O DISPONIVEL PARA VENDA.
      ******************************************************************
       00004-CONSULTA-PID.
           DISPLAY "PID: " WITH NO ADVANCING.
           ACCEPT WS-PID.
           MOVE WS-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                   DISPLAY "-- PID NAO CADASTRADO --> " WS-PID
                NOT INVALID KEY
                   PERFORM 00004-A-EXIBE-PID
           END-READ.

       00004-A-EXIBE-PID.
           MOVE "D"         TO RV-FUNCAO.
           MOVE WS-LOJA-NUM TO RV-LOJA.
           MOVE WS-PID      TO RV-PID.
           MOVE ZERO        TO RV-PEDIDO.
           MOVE RP-QTD      TO RV-QTD-ESTOQUE.
           CALL "PROG112-RESERVA" USING WS-RESERVA.
           MOVE RP-QTD            TO WS-QTD-EDT.
           MOVE RV-QTD-RESERVADA  TO WS-RESERVADA-EDT.
           MOVE RV-QTD-DISPONIVEL TO WS-DISPONIVEL-EDT.
           DISPLAY " ".
           DISPLAY "==== RESERVAS DO PID " WS-PID " " RP-NOME " ====".
           DISPLAY "ESTOQUE.......: " WS-QTD-EDT.
           DISPLAY "RESERVADO.....: " WS-RESERVADA-EDT.
           DISPLAY "DISPONIVEL....: " WS-DISPONIVEL-EDT.

           MOVE 0 TO WS-CONT-LISTADAS.
           PERFORM 00006-ABRE-RESERVAS.
           IF FS-OK
              MOVE WS-LOJA-NUM TO RS-LOJA
              MOVE WS-PID      TO RS-PID
              MOVE ZERO        TO RS-PEDIDO
              START FD-RESERVAS KEY IS NOT < RS-CHAVE
                    INVALID KEY
                       MOVE 1 TO WS-FIM-RESERVAS
              END-START
              IF NOT FIM-DAS-RESERVAS
                 PERFORM 00004-B-LER-RESERVA
              END-IF
              PERFORM 00004-C-LISTA-RESERVA UNTIL FIM-DAS-RESERVAS
              CLOSE FD-RESERVAS
           END-IF.
           IF WS-CONT-LISTADAS = 0
              DISPLAY "-- NENHUMA RESERVA ATIVA PARA O PID"
           END-IF.

       00004-B-LER-RESERVA.
           READ FD-RESERVAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-RESERVAS
                NOT AT END
                   IF RS-LOJA NOT = WS-LOJA-NUM OR RS-PID NOT = WS-PID
                      MOVE 1 TO WS-FIM-RESERVAS
                   END-IF
           END-READ.

       00004-C-LISTA-RESERVA.
           IF RS-ATIVA
              PERFORM 00007-EXIBE-RESERVA
           END-IF.
           PERFORM 00004-B-LER-RESERVA.

      ******************************************************************
      * RESERVAS DE UM PEDIDO NA LOJA (ATIVAS E JA BAIXADAS).
      ******************************************************************
       00005-CONSULTA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING.
           ACCEPT WS-PEDIDO.
           PERFORM 00005-CONSULTA-PEDIDO-A.

       00005-CONSULTA-PEDIDO-A.
           DISPLAY " ".
           DISPLAY "==== RESERVAS DO PEDIDO " WS-PEDIDO " ====".
           MOVE 0 TO WS-CONT-LISTADAS.
           PERFORM 00006-ABRE-RESERVAS.
           IF FS-OK
              MOVE WS-LOJA-NUM TO RS-LOJA
              MOVE ZERO        TO RS-PID
              MOVE ZERO        TO RS-PEDIDO
              START FD-RESERVAS KEY IS NOT < RS-CHAVE
                    INVALID KEY
                       MOVE 1 TO WS-FIM-RESERVAS
              END-START
              IF NOT FIM-DAS-RESERVAS
                 PERFORM 00005-B-LER-RESERVA
              END-IF
              PERFORM 00005-C-LISTA-RESERVA UNTIL FIM-DAS-RESERVAS
              CLOSE FD-RESERVAS
           END-IF.
           IF WS-CONT-LISTADAS = 0
              DISPLAY "-- NENHUMA RESERVA PARA O PEDIDO"
           END-IF.

       00005-B-LER-RESERVA.
           READ FD-RESERVAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-RESERVAS
                NOT AT END
                   IF RS-LOJA NOT = WS-LOJA-NUM
                      MOVE 1 TO WS-FIM-RESERVAS
                   END-IF
           END-READ.

       00005-C-LISTA-RESERVA.
           IF RS-PEDIDO = WS-PEDIDO
              PERFORM 00007-EXIBE-RESERVA
           END-IF.
           PERFORM 00005-B-LER-RESERVA.

      * SEM PROG112-RES.DAT AINDA NAO HOUVE NENHUMA RESERVA.
       00006-ABRE-RESERVAS.
           MOVE 0 TO WS-FIM-RESERVAS.
           MOVE 0 TO WS-FILE-STATUS-RES.
           OPEN INPUT FD-RESERVAS.
           IF NOT FS-OK AND NOT FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- ERRO AO ABRIR RESERVAS DE ESTOQUE -->"
                      WS-FILE-STATUS-RES
           END-IF.

       00007-EXIBE-RESERVA.
           ADD 1 TO WS-CONT-LISTADAS.
           EVALUATE TRUE
              WHEN RS-ATIVA
                 MOVE "ATIVA"     TO WS-SITUACAO-DESC
              WHEN RS-CONSUMIDA
                 MOVE "FATURADA"  TO WS-SITUACAO-DESC
              WHEN RS-LIBERADA
                 MOVE "LIBERADA"  TO WS-SITUACAO-DESC
              WHEN OTHER
                 MOVE "VENCIDA"   TO WS-SITUACAO-DESC
           END-EVALUATE.
           MOVE RS-QTD-ORIGINAL  TO WS-QTD-EDT.
           MOVE RS-QTD-RESERVADA TO WS-RESERVADA-EDT.
           DISPLAY "PID " RS-PID " PEDIDO " RS-PEDIDO
                   " CLIENTE " RS-CLIENTE " EM " RS-DATA-RESERVA.
           DISPLAY "    PEDIDO " WS-QTD-EDT " SALDO " WS-RESERVADA-EDT
                   " " WS-SITUACAO-DESC " " RS-ORIGEM.

       END PROGRAM PROG113-RESERVA-PEDIDOS.
