      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Consulta e Conciliacao de Numeros de
      *          Serie
      *          Opcao 1: consulta um numero de serie (PROG119) pela
      *          chave alternada SR-SERIE - loja, PID, situacao atual,
      *          ultima NF e cliente - e conta a vida inteira da
      *          unidade pela historia PROG10-SERIE.HIS: recebimento
      *          do fornecedor, venda, devolucao do cliente, NF
      *          cancelada, devolucao ao fornecedor e baixa por
      *          perda (PROG121), com data, documento, NF, cliente
      *          e fornecedor de cada evento.
      *          Opcao 2: concilia a loja - todo PID marcado para
      *          controle por serie (PROG007, opcao 9) cuja
      *          quantidade de numeros em estoque difere do RP-QTD
      *          do cadastro sai listado com a diferenca.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog120_consulta_serie -std=default -I copybooks prog120_consulta_serie.cob && ./bin/prog120_consulta_serie
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG120-CONSULTA-SERIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              FILE STATUS WS-FILE-STATUS-PROD.

      * NUMEROS DE SERIE POR LOJA + PID + SERIE (PROG119).
           SELECT FD-SERIES ASSIGN TO "PROG10-SERIE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS SR-CHAVE
                              ALTERNATE RECORD KEY IS SR-SERIE
                                  WITH DUPLICATES
                              ALTERNATE RECORD KEY IS SR-NF
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-SER.

      * PRODUTOS MARCADOS PARA CONTROLE POR SERIE (PROG007).
           SELECT FD-PROD-SERIE ASSIGN TO "PROG10-SERPRD.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PZ-CHAVE
                              FILE STATUS WS-FILE-STATUS-PZ.

      * HISTORIA DOS NUMEROS DE SERIE.
           SELECT FD-HIST-SERIE ASSIGN TO "PROG10-SERIE.HIS"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HIS.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PRODUTOS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-SERIES
          RECORD CONTAINS 101 CHARACTERS.
           COPY SERIE.CPY.

       FD FD-PROD-SERIE
          RECORD CONTAINS 22 CHARACTERS.
           COPY PRODSER.CPY.

       FD FD-HIST-SERIE
          RECORD CONTAINS 95 CHARACTERS.
           COPY SERHIST.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-SER        PIC 9(02).
       77 WS-FILE-STATUS-PZ         PIC 9(02).
       77 WS-FILE-STATUS-HIS        PIC 9(02).

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.

      ************* VARIAVEIS PARA A CONSULTA POR SERIE ************
       77 WS-SERIE-PEDIDA           PIC X(20).
       77 WS-SITUACAO-DESC          PIC X(24).
       77 WS-EVENTO-DESC            PIC X(22).
       77 WS-FIM-SERIES             PIC 9(01) VALUE ZERO.
           88 FIM-DAS-SERIES        VALUE 1.
       77 WS-FIM-HISTORIA           PIC 9(01) VALUE ZERO.
           88 FIM-DA-HISTORIA       VALUE 1.
       77 WS-QTD-UNIDADES           PIC 9(03) VALUE ZERO.
       77 WS-QTD-EVENTOS            PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A CONCILIACAO ************
       77 WS-FIM-MARCAS             PIC 9(01) VALUE ZERO.
           88 FIM-DAS-MARCAS        VALUE 1.
       77 WS-QTD-CADASTRO           PIC 9(10)V9(02).
       77 WS-DIFERENCA              PIC S9(10)V9(02).
       77 WS-QTD-EDT                PIC Z(9)9.99.
       77 WS-DIFERENCA-EDT          PIC -Z(9)9.99.
       77 WS-CONT-CONTROLADOS       PIC 9(05) VALUE ZERO.
       77 WS-CONT-DIVERGENTES       PIC 9(05) VALUE ZERO.

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***********
           COPY SERCTRL.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.
           STOP RUN.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "==== NUMEROS DE SERIE - LOJA " WS-LOJA-NUM " ====".
           DISPLAY "1) CONSULTA POR NUMERO DE SERIE".
           DISPLAY "2) CONCILIACAO ESTOQUE X NUMEROS DE SERIE".
           DISPLAY " ".
           DISPLAY "3) SAIR DO PROGRAMA".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-CONSULTA-SERIE
              WHEN 2 PERFORM 00005-CONCILIA-LOJA
              WHEN 3
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * CONSULTA POR SERIE: O MESMO NUMERO PODE EXISTIR EM MAIS DE UM
      * PID OU LOJA (FABRICANTES DIFERENTES), ENTAO MOSTRA TODAS AS
      * UNIDADES COM O NUMERO E DEPOIS A HISTORIA DE CADA EVENTO.
      ******************************************************************
       00002-CONSULTA-SERIE.
           DISPLAY "NUMERO DE SERIE: " WITH NO ADVANCING.
           ACCEPT WS-SERIE-PEDIDA.
           IF WS-SERIE-PEDIDA = SPACES
              DISPLAY "-- NUMERO DE SERIE NAO INFORMADO"
           ELSE
              PERFORM 00003-UNIDADES-DA-SERIE
              IF WS-QTD-UNIDADES = 0
                 DISPLAY "-- NUMERO DE SERIE NAO CADASTRADO --> "
                         WS-SERIE-PEDIDA
              ELSE
                 PERFORM 00004-HISTORIA-DA-SERIE
              END-IF
           END-IF.

       00003-UNIDADES-DA-SERIE.
           MOVE 0 TO WS-QTD-UNIDADES.
           MOVE 0 TO WS-FILE-STATUS-SER.
           OPEN INPUT FD-SERIES.
           IF WS-FILE-STATUS-SER NOT = 0
              IF WS-FILE-STATUS-SER NOT = 35
                 DISPLAY "-- ERRO AO ABRIR NUMEROS DE SERIE -->"
                         WS-FILE-STATUS-SER
              END-IF
           ELSE
              MOVE 0 TO WS-FIM-SERIES
              MOVE WS-SERIE-PEDIDA TO SR-SERIE
              START FD-SERIES KEY IS EQUAL TO SR-SERIE
                    INVALID KEY
                       MOVE 1 TO WS-FIM-SERIES
              END-START
              IF NOT FIM-DAS-SERIES
                 PERFORM 00003-A-LER-SERIE
              END-IF
              PERFORM 00003-B-MOSTRA-UNIDADE UNTIL FIM-DAS-SERIES
              CLOSE FD-SERIES
           END-IF.

       00003-A-LER-SERIE.
           READ FD-SERIES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-SERIES
                NOT AT END
                   IF SR-SERIE NOT = WS-SERIE-PEDIDA
                      MOVE 1 TO WS-FIM-SERIES
                   END-IF
           END-READ.

       00003-B-MOSTRA-UNIDADE.
           ADD 1 TO WS-QTD-UNIDADES.
           EVALUATE TRUE
              WHEN SR-EM-ESTOQUE
                 MOVE "EM ESTOQUE"             TO WS-SITUACAO-DESC
              WHEN SR-VENDIDA
                 MOVE "VENDIDA"                TO WS-SITUACAO-DESC
              WHEN SR-DEVOLVIDA-FORN
                 MOVE "DEVOLVIDA AO FORNECEDOR" TO WS-SITUACAO-DESC
              WHEN SR-PERDIDA
                 MOVE "BAIXADA POR PERDA"      TO WS-SITUACAO-DESC
              WHEN OTHER
                 MOVE "SITUACAO DESCONHECIDA"  TO WS-SITUACAO-DESC
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "SERIE.............: " SR-SERIE.
           DISPLAY "LOJA / PID........: " SR-LOJA " / " SR-PID.
           DISPLAY "SITUACAO..........: " WS-SITUACAO-DESC
                   " DESDE " SR-DATA-SITUACAO.
           DISPLAY "RECEBIMENTO.......: " SR-DOC-RECEBTO
                   " EM " SR-DATA-RECEBTO.
           IF SR-NF > 0
              DISPLAY "ULTIMA VENDA......: NF " SR-NF
                      " CLIENTE " SR-CLIENTE " EM " SR-DATA-VENDA
           END-IF.
           IF SR-DOC-DEVOLUCAO NOT = SPACES
              DISPLAY "ULTIMA DEVOLUCAO..: " SR-DOC-DEVOLUCAO
           END-IF.
           PERFORM 00003-A-LER-SERIE.

      ******************************************************************
      * HISTORIA: PERCORRE PROG10-SERIE.HIS (GRAVADA EM ORDEM DE
      * EVENTO) E MOSTRA CADA EVENTO DO NUMERO PEDIDO.
      ******************************************************************
       00004-HISTORIA-DA-SERIE.
           MOVE 0 TO WS-QTD-EVENTOS.
           MOVE 0 TO WS-FILE-STATUS-HIS.
           OPEN INPUT FD-HIST-SERIE.
           IF WS-FILE-STATUS-HIS NOT = 0
              DISPLAY "-- SEM HISTORIA DE NUMEROS DE SERIE (STATUS "
                      WS-FILE-STATUS-HIS ")"
           ELSE
              DISPLAY " "
              DISPLAY "---- HISTORIA DO NUMERO DE SERIE ----"
              MOVE 0 TO WS-FIM-HISTORIA
              PERFORM 00004-A-LER-HISTORIA
              PERFORM 00004-B-MOSTRA-EVENTO UNTIL FIM-DA-HISTORIA
              CLOSE FD-HIST-SERIE
              IF WS-QTD-EVENTOS = 0
                 DISPLAY "SEM EVENTOS REGISTRADOS"
              END-IF
           END-IF.

       00004-A-LER-HISTORIA.
           READ FD-HIST-SERIE
                AT END
                   MOVE 1 TO WS-FIM-HISTORIA.

       00004-B-MOSTRA-EVENTO.
           IF SH-SERIE = WS-SERIE-PEDIDA
              ADD 1 TO WS-QTD-EVENTOS
              EVALUATE TRUE
                 WHEN SH-RECEBIMENTO
                    MOVE "RECEBIMENTO"           TO WS-EVENTO-DESC
                 WHEN SH-VENDA
                    MOVE "VENDA"                 TO WS-EVENTO-DESC
                 WHEN SH-DEVOLUCAO-CLIENTE
                    MOVE "DEVOLUCAO DO CLIENTE"  TO WS-EVENTO-DESC
                 WHEN SH-CANCELAMENTO
                    MOVE "NF CANCELADA"          TO WS-EVENTO-DESC
                 WHEN SH-DEVOLUCAO-FORN
                    MOVE "DEVOLUCAO AO FORNEC."  TO WS-EVENTO-DESC
                 WHEN SH-PERDA
                    MOVE "BAIXA POR PERDA"       TO WS-EVENTO-DESC
                 WHEN OTHER
                    MOVE SH-EVENTO               TO WS-EVENTO-DESC
              END-EVALUATE
              DISPLAY SH-DATA " " SH-HORA " " WS-EVENTO-DESC
                      " LOJA " SH-LOJA " PID " SH-PID
              DISPLAY "         DOC " SH-DOCUMENTO
                      " NF " SH-NF " CLIENTE " SH-CLIENTE
                      " FORNEC " SH-FORNECEDOR " (" SH-PROGRAMA ")"
           END-IF.
           PERFORM 00004-A-LER-HISTORIA.

      ******************************************************************
      * CONCILIACAO DA LOJA: PARA CADA PID MARCADO PARA CONTROLE POR
      * SERIE, A QUANTIDADE DE NUMEROS EM ESTOQUE (FUNCAO C DO
      * PROG119) TEM QUE SER IGUAL AO RP-QTD DO CADASTRO.
      ******************************************************************
       00005-CONCILIA-LOJA.
           MOVE 0 TO WS-CONT-CONTROLADOS.
           MOVE 0 TO WS-CONT-DIVERGENTES.
           MOVE 0 TO WS-FILE-STATUS-PZ.
           OPEN INPUT FD-PROD-SERIE.
           IF WS-FILE-STATUS-PZ NOT = 0
              DISPLAY "-- NENHUM PRODUTO MARCADO PARA CONTROLE POR "
                      "SERIE (STATUS " WS-FILE-STATUS-PZ ")"
           ELSE
              MOVE 0 TO WS-FILE-STATUS-PROD
              OPEN INPUT FD-PRODUTOS
              IF WS-FILE-STATUS-PROD NOT = 0
                 DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                         WS-FILE-STATUS-PROD
              ELSE
                 DISPLAY " "
                 DISPLAY "--- PIDS COM ESTOQUE E SERIES DIFERENTES ---"
                 MOVE 0 TO WS-FIM-MARCAS
                 MOVE WS-LOJA-NUM TO PZ-LOJA
                 MOVE ZERO        TO PZ-PID
                 START FD-PROD-SERIE KEY IS NOT LESS THAN PZ-CHAVE
                       INVALID KEY
                          MOVE 1 TO WS-FIM-MARCAS
                 END-START
                 IF NOT FIM-DAS-MARCAS
                    PERFORM 00005-A-LER-MARCA
                 END-IF
                 PERFORM 00005-B-CONFERE-PID UNTIL FIM-DAS-MARCAS
                 CLOSE FD-PRODUTOS
                 DISPLAY " "
                 DISPLAY "PIDS CONTROLADOS......: "
                         WS-CONT-CONTROLADOS
                 DISPLAY "PIDS DIVERGENTES......: "
                         WS-CONT-DIVERGENTES
              END-IF
              CLOSE FD-PROD-SERIE
           END-IF.

       00005-A-LER-MARCA.
           READ FD-PROD-SERIE NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-MARCAS
                NOT AT END
                   IF PZ-LOJA NOT = WS-LOJA-NUM
                      MOVE 1 TO WS-FIM-MARCAS
                   END-IF
           END-READ.

       00005-B-CONFERE-PID.
           IF PZ-CONTROLA-SERIE
              ADD 1 TO WS-CONT-CONTROLADOS
              MOVE ZERO TO WS-QTD-CADASTRO
              MOVE PZ-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      MOVE SPACES TO RP-NOME
                   NOT INVALID KEY
                      MOVE RP-QTD TO WS-QTD-CADASTRO
              END-READ
              MOVE "C"         TO SE-FUNCAO
              MOVE WS-LOJA-NUM TO SE-LOJA
              MOVE PZ-PID      TO SE-PID
              CALL "PROG119-SERIE" USING WS-SERIE
              IF SE-RESULTADO NOT = 1
                 ADD 1 TO WS-CONT-DIVERGENTES
                 DISPLAY "PID " PZ-PID " -- ERRO AO CONTAR NUMEROS "
                         "DE SERIE"
              ELSE
              IF SE-QTD-ESTOQUE NOT = WS-QTD-CADASTRO
                 ADD 1 TO WS-CONT-DIVERGENTES
                 COMPUTE WS-DIFERENCA =
                         SE-QTD-ESTOQUE - WS-QTD-CADASTRO
                 MOVE WS-QTD-CADASTRO TO WS-QTD-EDT
                 MOVE WS-DIFERENCA    TO WS-DIFERENCA-EDT
                 DISPLAY "PID " PZ-PID " " RP-NOME
                         " ESTOQUE " WS-QTD-EDT
                         " SERIES " SE-QTD-ESTOQUE
                         " DIF " WS-DIFERENCA-EDT
              END-IF
              END-IF
           END-IF.
           PERFORM 00005-A-LER-MARCA.

       END PROGRAM PROG120-CONSULTA-SERIE.
