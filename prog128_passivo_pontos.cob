      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Passivo de Pontos de Fidelidade
      *          Relatorio mensal para a contabilidade do passivo dos
      *          pontos de fidelidade (PROG127-PONTOS.DAT, mantido
      *          pelo PROG127): por cliente, os pontos ainda em aberto
      *          e na validade no fim da competencia, valorizados pelo
      *          valor do ponto no resgate, e os pontos que venceram
      *          no mes; no total, o movimento do mes (ganhos,
      *          resgatados, estornados, devolvidos ao saldo e
      *          vencidos) e o passivo a provisionar. Rodado no
      *          fechamento do mes: o aberto e o saldo atual dos
      *          lancamentos. Sai no spool de relatorios (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog128_passivo_pontos -std=default -I copybooks prog128_passivo_pontos.cob && ./bin/prog128_passivo_pontos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG128-PASSIVO-PONTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * EXTRATO DE PONTOS DE FIDELIDADE (PROG127).
           SELECT FD-FIDELIDADE ASSIGN TO "PROG127-PONTOS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS FL-CHAVE
                              ALTERNATE RECORD KEY IS FL-NF
                                 WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-FID.

       DATA DIVISION.
       FILE SECTION.

       FD FD-FIDELIDADE
          RECORD CONTAINS 79 CHARACTERS.
           COPY FIDELID.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-FID        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-FIM-MES                PIC 9(08).

      ************ AREA DOS PONTOS DE FIDELIDADE (PROG127) ***********
           COPY FIDCTRL.CPY.

      ************* ACUMULADOS DO CLIENTE ************
       77 WS-CLIENTE-ATUAL          PIC 9(05) VALUE ZERO.
       77 WS-CLI-ABERTOS            PIC 9(09) VALUE ZERO.
       77 WS-CLI-VENCIDOS           PIC 9(09) VALUE ZERO.

      ************* TOTAIS DA COMPETENCIA ************
       77 WS-TOTAL-GANHOS           PIC 9(11) VALUE ZERO.
       77 WS-TOTAL-RESGATADOS       PIC 9(11) VALUE ZERO.
       77 WS-TOTAL-ESTORNADOS       PIC 9(11) VALUE ZERO.
       77 WS-TOTAL-DEVOLVIDOS       PIC 9(11) VALUE ZERO.
       77 WS-TOTAL-VENCIDOS         PIC 9(11) VALUE ZERO.
       77 WS-TOTAL-ABERTOS          PIC 9(11) VALUE ZERO.
       77 WS-CONT-CLIENTES          PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-PONTOS-EDT             PIC Z,ZZZ,ZZZ,ZZ9.
       77 WS-VENCIDOS-EDT           PIC Z,ZZZ,ZZZ,ZZ9.
       77 WS-VALOR-CALCULO          PIC 9(12)V9(02).
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA = 0
              MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           MOVE WS-COMPETENCIA TO WS-FIM-MES(1:6).
           MOVE "31"           TO WS-FIM-MES(7:2).

      * VALOR DO PONTO NO RESGATE, PELOS PARAMETROS DO PROG127.
           MOVE "C"          TO FP-FUNCAO.
           MOVE ZERO         TO FP-CLIENTE.
           MOVE WS-DATA-HOJE TO FP-DATA.
           CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== PASSIVO DE PONTOS DE FIDELIDADE - "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " ===="        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CLIENTE  PONTOS ABERTOS      PASSIVO (R$)"
                  DELIMITED BY SIZE
                  "  VENCIDOS NO MES" DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-FID.
           OPEN INPUT FD-FIDELIDADE.
           IF WS-FILE-STATUS-FID = 0
              PERFORM 00001-LER-LANCAMENTO
              IF NOT FIM-DO-ARQUIVO
                 MOVE FL-CLIENTE TO WS-CLIENTE-ATUAL
              END-IF
              PERFORM 00002-SOMA-LANCAMENTO UNTIL FIM-DO-ARQUIVO
              PERFORM 00003-LINHA-CLIENTE
              CLOSE FD-FIDELIDADE
           ELSE
              DISPLAY "-- SEM PONTOS DE FIDELIDADE (STATUS "
                      WS-FILE-STATUS-FID ")"
           END-IF.

           PERFORM 00004-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.
           STOP RUN.

       00001-LER-LANCAMENTO.
           READ FD-FIDELIDADE NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

      ******************************************************************
      * QUEBRA POR CLIENTE (O EXTRATO ESTA NA ORDEM CLIENTE + NUMERO
      * DO LANCAMENTO). O MOVIMENTO CONTA PELA DATA DO LANCAMENTO NA
      * COMPETENCIA; O SALDO DOS LANCAMENTOS G E V ATE O FIM DO MES E
      * ABERTO SE A VALIDADE PASSA DO FIM DO MES E VENCIDO NO MES SE
      * A VALIDADE CAI DENTRO DELE.
      ******************************************************************
       00002-SOMA-LANCAMENTO.
           IF FL-CLIENTE NOT = WS-CLIENTE-ATUAL
              PERFORM 00003-LINHA-CLIENTE
              MOVE FL-CLIENTE TO WS-CLIENTE-ATUAL
           END-IF.

           IF FL-DATA(1:6) = WS-COMPETENCIA
              EVALUATE TRUE
                 WHEN FL-GANHO
                    ADD FL-PONTOS TO WS-TOTAL-GANHOS
                 WHEN FL-RESGATE
                    ADD FL-PONTOS TO WS-TOTAL-RESGATADOS
                 WHEN FL-ESTORNO
                    ADD FL-PONTOS TO WS-TOTAL-ESTORNADOS
                 WHEN FL-DEVOLVIDO
                    ADD FL-PONTOS TO WS-TOTAL-DEVOLVIDOS
              END-EVALUATE
           END-IF.

           IF FL-TEM-SALDO AND FL-SALDO > 0
              AND FL-DATA NOT > WS-FIM-MES
              IF FL-DATA-VALIDADE > WS-FIM-MES
                 ADD FL-SALDO TO WS-CLI-ABERTOS
              ELSE
              IF FL-DATA-VALIDADE(1:6) = WS-COMPETENCIA
                 ADD FL-SALDO TO WS-CLI-VENCIDOS
              END-IF
              END-IF
           END-IF.
           PERFORM 00001-LER-LANCAMENTO.

       00003-LINHA-CLIENTE.
           IF WS-CLI-ABERTOS > 0 OR WS-CLI-VENCIDOS > 0
              ADD 1 TO WS-CONT-CLIENTES
              ADD WS-CLI-ABERTOS  TO WS-TOTAL-ABERTOS
              ADD WS-CLI-VENCIDOS TO WS-TOTAL-VENCIDOS
              COMPUTE WS-VALOR-CALCULO ROUNDED =
                      WS-CLI-ABERTOS * FP-VALOR-PONTO
              MOVE WS-CLI-ABERTOS   TO WS-PONTOS-EDT
              MOVE WS-VALOR-CALCULO TO WS-VALOR-EDT
              MOVE WS-CLI-VENCIDOS  TO WS-VENCIDOS-EDT
              MOVE SPACES TO SP-LINHA
              STRING WS-CLIENTE-ATUAL DELIMITED BY SIZE
                     "   "            DELIMITED BY SIZE
                     WS-PONTOS-EDT    DELIMITED BY SIZE
                     "  "             DELIMITED BY SIZE
                     WS-VALOR-EDT     DELIMITED BY SIZE
                     "    "           DELIMITED BY SIZE
                     WS-VENCIDOS-EDT  DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           MOVE ZERO TO WS-CLI-ABERTOS WS-CLI-VENCIDOS.

       00004-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CLIENTES COM PONTOS.......: " DELIMITED BY SIZE
                  WS-CONT-CLIENTES               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PONTOS GANHOS NO MES......: " DELIMITED BY SIZE
                  WS-TOTAL-GANHOS                DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PONTOS RESGATADOS NO MES..: " DELIMITED BY SIZE
                  WS-TOTAL-RESGATADOS            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PONTOS ESTORNADOS NO MES..: " DELIMITED BY SIZE
                  WS-TOTAL-ESTORNADOS            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "DEVOLVIDOS AO SALDO NO MES: " DELIMITED BY SIZE
                  WS-TOTAL-DEVOLVIDOS            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PONTOS VENCIDOS NO MES....: " DELIMITED BY SIZE
                  WS-TOTAL-VENCIDOS              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PONTOS EM ABERTO..........: " DELIMITED BY SIZE
                  WS-TOTAL-ABERTOS               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
      * PASSIVO A PROVISIONAR: OS PONTOS EM ABERTO PELO VALOR DO
      * PONTO NO RESGATE.
           COMPUTE WS-VALOR-CALCULO ROUNDED =
                   WS-TOTAL-ABERTOS * FP-VALOR-PONTO.
           MOVE WS-VALOR-CALCULO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "PASSIVO DE PONTOS (R$)....: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-CLIENTES = 0
              MOVE "NENHUM CLIENTE COM PONTOS EM ABERTO OU VENCIDOS"
                TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "PASSIVO DE PONTOS DE FIDELIDADE" TO SP-TITULO.
           MOVE "PROG128-PASSIVO-PONTOS" TO SP-PROGRAMA.
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
              DISPLAY "-- RELATORIO " SP-NUMERO " GRAVADO NO SPOOL"
           END-IF.

       END PROGRAM PROG128-PASSIVO-PONTOS.
