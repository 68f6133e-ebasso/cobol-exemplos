      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Expiracao de Reservas de Estoque
      *          Passo noturno (PROG014-BATCH-NOTURNO) que vence as
      *          reservas de estoque ativas (RS-SITUACAO = A) dos
      *          pedidos que nao foram faturados no prazo: reserva
      *          feita ha mais dias que o prazo de PROG114-PARM.DAT
      *          (7 dias sem o parametro) fica VENCIDA
      *          (RS-SITUACAO = V) e o estoque volta a ficar
      *          disponivel para a venda e para a reposicao. A lista
      *          das reservas vencidas sai no spool de relatorios
      *          (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog114_expira_reservas -std=default -I copybooks prog114_expira_reservas.cob && ./bin/prog114_expira_reservas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG114-EXPIRA-RESERVAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * RESERVAS DE ESTOQUE DOS PEDIDOS (PROG112).
           SELECT FD-RESERVAS ASSIGN TO "PROG112-RES.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RS-CHAVE
                              FILE STATUS WS-FILE-STATUS-RES.

      * PRAZO DAS RESERVAS, EM DIAS.
           SELECT FD-PARAMETROS ASSIGN TO "PROG114-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

       DATA DIVISION.
       FILE SECTION.

       FD FD-RESERVAS
          RECORD CONTAINS 79 CHARACTERS.
           COPY RESERVA.CPY.

       FD FD-PARAMETROS
          RECORD CONTAINS 3 CHARACTERS.
       01 REG-PARAMETROS.
           02 LP-DIAS-RESERVA     PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-RES        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-PRM        PIC 9(02).

      ************* VARIAVEIS PARA A EXPIRACAO ************
       77 WS-DIAS-RESERVA           PIC 9(03) VALUE 7.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-DATA-CORTE             PIC 9(08).
       77 WS-QTD-EDT                PIC ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-VENCIDAS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

       77 WS-FIM-RESERVAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-RESERVAS      VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = EXPIRACAO CONCLUIDA (INCLUSIVE SEM ARQUIVO DE
      * RESERVAS, QUANDO NENHUM PEDIDO FOI RESERVADO AINDA), NAO-ZERO
      * = FALHA AO ABRIR O ARQUIVO DE RESERVAS.
       01 LK-STATUS                 PIC 9(02).

       PROCEDURE DIVISION USING LK-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-STATUS.

           MOVE "I" TO JC-FUNCAO.
           MOVE "PROG114-EXPIRA-RESERVAS" TO JC-PROGRAMA.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00001-CARREGA-PARAMETROS.
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-RESERVA).

           MOVE 0 TO WS-FILE-STATUS-RES.
           OPEN I-O FD-RESERVAS.
           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- SEM RESERVAS DE ESTOQUE, NADA A VENCER"
           ELSE
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR RESERVAS DE ESTOQUE -->"
                      WS-FILE-STATUS-RES
              MOVE WS-FILE-STATUS-RES TO LK-STATUS
           ELSE
              PERFORM 9801-ABRE-SPOOL
              PERFORM 00002-LER-RESERVA
              PERFORM 00003-PROCESSA-RESERVA UNTIL FIM-DAS-RESERVAS
              PERFORM 00005-TOTAIS
              PERFORM 9803-FECHA-SPOOL
              CLOSE FD-RESERVAS
           END-IF
           END-IF.

           PERFORM 00006-RODAPE.

           MOVE "F" TO JC-FUNCAO.
           MOVE LK-STATUS          TO JC-STATUS.
           MOVE WS-CONT-LIDOS      TO JC-CONT-LIDOS.
           MOVE WS-CONT-VENCIDAS   TO JC-CONT-APLICADOS.
           MOVE WS-CONT-ERROS      TO JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           GOBACK.

       00001-CARREGA-PARAMETROS.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      DISPLAY "-- PARAMETROS VAZIOS, RESERVA VALE 7 "
                              "DIAS"
                   NOT AT END
                      IF LP-DIAS-RESERVA NUMERIC
                         AND LP-DIAS-RESERVA > 0
                         MOVE LP-DIAS-RESERVA TO WS-DIAS-RESERVA
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           END-IF.

       00002-LER-RESERVA.
           READ FD-RESERVAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-RESERVAS
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * RESERVA ATIVA FEITA ANTES DA DATA DE CORTE (HOJE MENOS O
      * PRAZO): VENCE. A RESERVA VALE ATE O ULTIMO DIA DO PRAZO.
      ******************************************************************
       00003-PROCESSA-RESERVA.
           IF RS-ATIVA AND RS-DATA-RESERVA < WS-DATA-CORTE
              PERFORM 00004-VENCE-RESERVA
           END-IF.
           PERFORM 00002-LER-RESERVA.

       00004-VENCE-RESERVA.
           MOVE "V" TO RS-SITUACAO.
           MOVE WS-DATA-HOJE TO RS-DATA-BAIXA.
           REWRITE REG-RESERVA
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO VENCER RESERVA --> "
                          RS-PID " PEDIDO " RS-PEDIDO
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-VENCIDAS
                  MOVE RS-QTD-RESERVADA TO WS-QTD-EDT
                  MOVE SPACES TO SP-LINHA
                  STRING "LOJA "          DELIMITED BY SIZE
                         RS-LOJA          DELIMITED BY SIZE
                         " PID "          DELIMITED BY SIZE
                         RS-PID           DELIMITED BY SIZE
                         " PEDIDO "       DELIMITED BY SIZE
                         RS-PEDIDO        DELIMITED BY SIZE
                         " CLIENTE "      DELIMITED BY SIZE
                         RS-CLIENTE       DELIMITED BY SIZE
                         " EM "           DELIMITED BY SIZE
                         RS-DATA-RESERVA  DELIMITED BY SIZE
                         " SALDO "        DELIMITED BY SIZE
                         WS-QTD-EDT       DELIMITED BY SIZE
                         INTO SP-LINHA
                  PERFORM 9802-IMPRIME-LINHA
           END-REWRITE.

       00005-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PRAZO DAS RESERVAS (DIAS): " DELIMITED BY SIZE
                  WS-DIAS-RESERVA               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "RESERVAS VENCIDAS.........: " DELIMITED BY SIZE
                  WS-CONT-VENCIDAS               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00006-RODAPE.
           DISPLAY " ".
           DISPLAY "==== EXPIRACAO DE RESERVAS DE ESTOQUE ====".
           DISPLAY "RESERVAS LIDAS..........: " WS-CONT-LIDOS.
           DISPLAY "RESERVAS VENCIDAS.......: " WS-CONT-VENCIDAS.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "RESERVAS DE ESTOQUE VENCIDAS" TO SP-TITULO.
           MOVE "PROG114-EXPIRA-RESERVAS" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, LISTA SO NO CONSOLE".

       9802-IMPRIME-LINHA.
           DISPLAY SP-LINHA.
           IF SPOOL-OK
              MOVE "L" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
           END-IF.

       9803-FECHA-SPOOL.
           IF SPOOL-OK
              MOVE "F" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
              DISPLAY "-- LISTA " SP-NUMERO " GRAVADA NO SPOOL"
           END-IF.

       END PROGRAM PROG114-EXPIRA-RESERVAS.
