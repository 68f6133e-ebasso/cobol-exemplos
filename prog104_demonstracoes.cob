      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Demonstracoes Financeiras do Mes
      *          A partir dos saldos de uma competencia FECHADA pelo
      *          PROG103 (PROG103-SALDO.DAT) e do tipo de cada conta no
      *          plano de contas (PROG102-PLANO.DAT), emite no spool
      *          (PROG071):
      *          - a DRE do mes: receitas (creditos menos debitos do
      *            mes), despesas (debitos menos creditos) e o
      *            resultado do mes;
      *          - o balanco patrimonial no fim do mes: ativo (saldo
      *            devedor), passivo e patrimonio liquido (saldo
      *            credor), com o resultado acumulado das contas de
      *            receita e despesa dentro do patrimonio liquido, e a
      *            conferencia de que ativo = passivo + PL.
      *          Conta sem movimento e sem saldo nao e listada.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog104_demonstracoes -std=default -I copybooks prog104_demonstracoes.cob && ./bin/prog104_demonstracoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG104-DEMONSTRACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * PLANO DE CONTAS (PROG102).
           SELECT FD-PLANO ASSIGN TO "PROG102-PLANO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PL-CONTA
                              FILE STATUS WS-FILE-STATUS-PLANO.

      * SALDOS FECHADOS POR COMPETENCIA E CONTA (PROG103).
           SELECT FD-SALDOS ASSIGN TO "PROG103-SALDO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS SA-CHAVE
                              FILE STATUS WS-FILE-STATUS-SAL.

      * CONTROLE DE PERIODOS CONTABEIS FECHADOS (PROG103).
           SELECT FD-PERIODOS ASSIGN TO "PROG103-PERIODO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PE-COMPETENCIA
                              FILE STATUS WS-FILE-STATUS-PER.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PLANO
          RECORD CONTAINS 38 CHARACTERS.
           COPY PLANOCTA.CPY.

       FD FD-SALDOS
          RECORD CONTAINS 76 CHARACTERS.
           COPY SALDOCTB.CPY.

       FD FD-PERIODOS
          RECORD CONTAINS 15 CHARACTERS.
           COPY PERCTB.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PLANO      PIC 9(02).
       77 WS-FILE-STATUS-SAL        PIC 9(02).
       77 WS-FILE-STATUS-PER        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).
       77 WS-FECHADA                PIC 9(01) VALUE ZERO.
           88 COMPETENCIA-FECHADA   VALUE 1.

      ************* CONTAS DA COMPETENCIA ************
       01 TAB-DEMONSTRACAO.
          02 DEMO-ITEM OCCURS 300 TIMES.
             03 DM-CONTA          PIC 9(06).
             03 DM-DESCRICAO      PIC X(30).
             03 DM-TIPO           PIC X(01).
             03 DM-MOVIMENTO      PIC S9(14)V9(02).
             03 DM-SALDO-FINAL    PIC S9(14)V9(02).

       77 WS-QTD-CONTAS             PIC 9(03) VALUE ZERO.
       77 WS-IDX-CONTA              PIC 9(03) VALUE ZERO.

      ************* VARIAVEIS DA IMPRESSAO POR GRUPO ************
       77 WS-TIPO-GRUPO             PIC X(01).
       77 WS-SINAL-GRUPO            PIC S9(01).
       77 WS-USA-SALDO-FINAL        PIC 9(01).
       77 WS-VALOR-CONTA            PIC S9(14)V9(02).
       77 WS-TOTAL-GRUPO            PIC S9(14)V9(02).

      ************* TOTAIS DAS DEMONSTRACOES ************
       77 WS-TOTAL-RECEITAS         PIC S9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-DESPESAS         PIC S9(14)V9(02) VALUE ZERO.
       77 WS-RESULTADO-MES          PIC S9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-ATIVO            PIC S9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-PASSIVO          PIC S9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-PATRIMONIO       PIC S9(14)V9(02) VALUE ZERO.
       77 WS-RESULTADO-ACUMULADO    PIC S9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-PASSIVO-PL       PIC S9(14)V9(02) VALUE ZERO.
       77 WS-VALOR-EDT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-FORA-PLANO        PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
      * MINIMO DESTE PROGRAMA.
           MOVE "PROG104-DEMONSTRACOES" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.

           PERFORM 00001-VERIFICA-PERIODO.
           IF NOT COMPETENCIA-FECHADA
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PLANO.
           OPEN INPUT FD-PLANO.
           IF WS-FILE-STATUS-PLANO NOT = 0
              DISPLAY "-- SEM PLANO DE CONTAS (STATUS "
                      WS-FILE-STATUS-PLANO "), CADASTRAR NO PROG102"
              STOP RUN
           END-IF.
           MOVE 0 TO WS-FILE-STATUS-SAL.
           OPEN INPUT FD-SALDOS.
           IF WS-FILE-STATUS-SAL NOT = 0
              DISPLAY "-- SEM SALDOS CONTABEIS (STATUS "
                      WS-FILE-STATUS-SAL ")"
              CLOSE FD-PLANO
              STOP RUN
           END-IF.

           PERFORM 00002-CARREGA-SALDOS.
           CLOSE FD-SALDOS.
           CLOSE FD-PLANO.

           PERFORM 9801-ABRE-SPOOL.
           PERFORM 00003-IMPRIME-DRE.
           PERFORM 00004-IMPRIME-BALANCO.
           PERFORM 9803-FECHA-SPOOL.
           STOP RUN.

       00001-VERIFICA-PERIODO.
           MOVE 0 TO WS-FILE-STATUS-PER.
           OPEN INPUT FD-PERIODOS.
           IF WS-FILE-STATUS-PER NOT = 0
              DISPLAY "-- NENHUMA COMPETENCIA FECHADA AINDA, FECHAR "
                      "NO PROG103"
           ELSE
              MOVE WS-COMPETENCIA TO PE-COMPETENCIA
              READ FD-PERIODOS RECORD KEY PE-COMPETENCIA
                   INVALID KEY
                      DISPLAY "-- COMPETENCIA " WS-COMPETENCIA
                              " NAO FECHADA, FECHAR NO PROG103"
                   NOT INVALID KEY
                      IF PE-FECHADO
                         MOVE 1 TO WS-FECHADA
                      ELSE
                         DISPLAY "-- COMPETENCIA " WS-COMPETENCIA
                                 " NAO FECHADA, FECHAR NO PROG103"
                      END-IF
              END-READ
              CLOSE FD-PERIODOS.

      ******************************************************************
      * CARREGA OS SALDOS DA COMPETENCIA COM O TIPO E A DESCRICAO DE
      * CADA CONTA NO PLANO. CONTA REMOVIDA DO PLANO DEPOIS DO
      * FECHAMENTO FICA FORA DAS DEMONSTRACOES, SO CONTADA.
      ******************************************************************
       00002-CARREGA-SALDOS.
           INITIALIZE TAB-DEMONSTRACAO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE WS-COMPETENCIA TO SA-COMPETENCIA.
           MOVE ZERO TO SA-CONTA.
           START FD-SALDOS KEY NOT < SA-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-ARQUIVO.
           PERFORM 00002-A-LER-SALDO.
           PERFORM 00002-B-GUARDA-SALDO UNTIL FIM-DO-ARQUIVO.

       00002-A-LER-SALDO.
           IF NOT FIM-DO-ARQUIVO
              READ FD-SALDOS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                      IF SA-COMPETENCIA NOT = WS-COMPETENCIA
                         MOVE 1 TO WS-FIM-ARQUIVO
                      END-IF
              END-READ
           END-IF.

       00002-B-GUARDA-SALDO.
           MOVE SA-CONTA TO PL-CONTA.
           READ FD-PLANO RECORD KEY PL-CONTA
                INVALID KEY
                   ADD 1 TO WS-CONT-FORA-PLANO
                NOT INVALID KEY
                   IF WS-QTD-CONTAS = 300
                      ADD 1 TO WS-CONT-FORA-PLANO
                   ELSE
                      ADD 1 TO WS-QTD-CONTAS
                      MOVE SA-CONTA TO DM-CONTA(WS-QTD-CONTAS)
                      MOVE PL-DESCRICAO TO DM-DESCRICAO(WS-QTD-CONTAS)
                      MOVE PL-TIPO TO DM-TIPO(WS-QTD-CONTAS)
                      COMPUTE DM-MOVIMENTO(WS-QTD-CONTAS) =
                              SA-DEBITOS - SA-CREDITOS
                      MOVE SA-SALDO-FINAL
                        TO DM-SALDO-FINAL(WS-QTD-CONTAS)
                   END-IF
           END-READ.
           PERFORM 00002-A-LER-SALDO.

      ******************************************************************
      * DRE DO MES: RECEITA E CREDORA (SINAL -1), DESPESA E DEVEDORA
      * (SINAL +1), PELO MOVIMENTO DO MES.
      ******************************************************************
       00003-IMPRIME-DRE.
           MOVE SPACES TO SP-LINHA.
           STRING "DEMONSTRACAO DO RESULTADO - COMPETENCIA "
                                         DELIMITED BY SIZE
                  WS-COMPETENCIA         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "=" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE "RECEITAS" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "R" TO WS-TIPO-GRUPO.
           MOVE -1  TO WS-SINAL-GRUPO.
           MOVE 0   TO WS-USA-SALDO-FINAL.
           PERFORM 00005-IMPRIME-GRUPO.
           MOVE WS-TOTAL-GRUPO TO WS-TOTAL-RECEITAS.
           MOVE WS-TOTAL-RECEITAS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  TOTAL DAS RECEITAS........ " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE "DESPESAS" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "D" TO WS-TIPO-GRUPO.
           MOVE 1   TO WS-SINAL-GRUPO.
           PERFORM 00005-IMPRIME-GRUPO.
           MOVE WS-TOTAL-GRUPO TO WS-TOTAL-DESPESAS.
           MOVE WS-TOTAL-DESPESAS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  TOTAL DAS DESPESAS........ " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           COMPUTE WS-RESULTADO-MES =
                   WS-TOTAL-RECEITAS - WS-TOTAL-DESPESAS.
           MOVE WS-RESULTADO-MES TO WS-VALOR-EDT.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "RESULTADO DO MES............ " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * BALANCO NO FIM DO MES, PELO SALDO FINAL: ATIVO DEVEDOR (+1),
      * PASSIVO E PL CREDORES (-1). O SALDO DAS CONTAS DE RESULTADO
      * ENTRA NO PL COMO RESULTADO ACUMULADO.
      ******************************************************************
       00004-IMPRIME-BALANCO.
           MOVE SPACES TO SP-LINHA.
           STRING "BALANCO PATRIMONIAL - FIM DA COMPETENCIA "
                                         DELIMITED BY SIZE
                  WS-COMPETENCIA         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "=" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-USA-SALDO-FINAL.

           MOVE "ATIVO" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "A" TO WS-TIPO-GRUPO.
           MOVE 1   TO WS-SINAL-GRUPO.
           PERFORM 00005-IMPRIME-GRUPO.
           MOVE WS-TOTAL-GRUPO TO WS-TOTAL-ATIVO.
           MOVE WS-TOTAL-ATIVO TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  TOTAL DO ATIVO............ " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE "PASSIVO" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "P" TO WS-TIPO-GRUPO.
           MOVE -1  TO WS-SINAL-GRUPO.
           PERFORM 00005-IMPRIME-GRUPO.
           MOVE WS-TOTAL-GRUPO TO WS-TOTAL-PASSIVO.
           MOVE WS-TOTAL-PASSIVO TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  TOTAL DO PASSIVO.......... " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE "PATRIMONIO LIQUIDO" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "L" TO WS-TIPO-GRUPO.
           PERFORM 00005-IMPRIME-GRUPO.
           MOVE WS-TOTAL-GRUPO TO WS-TOTAL-PATRIMONIO.

           MOVE 0 TO WS-RESULTADO-ACUMULADO.
           MOVE 1 TO WS-IDX-CONTA.
           PERFORM 00004-A-SOMA-RESULTADO
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS.
           MOVE WS-RESULTADO-ACUMULADO TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  RESULTADO ACUMULADO        " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD WS-RESULTADO-ACUMULADO TO WS-TOTAL-PATRIMONIO.
           MOVE WS-TOTAL-PATRIMONIO TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  TOTAL DO PATRIMONIO LIQ... " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           COMPUTE WS-TOTAL-PASSIVO-PL =
                   WS-TOTAL-PASSIVO + WS-TOTAL-PATRIMONIO.
           MOVE WS-TOTAL-PASSIVO-PL TO WS-VALOR-EDT.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "TOTAL PASSIVO + PATR. LIQ... " DELIMITED BY SIZE
                  WS-VALOR-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-TOTAL-PASSIVO-PL = WS-TOTAL-ATIVO
              MOVE "CONFERENCIA: ATIVO = PASSIVO + PL" TO SP-LINHA
           ELSE
              MOVE "CONFERENCIA: ATIVO DIFERENTE DE PASSIVO + PL"
                TO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-FORA-PLANO > 0
              MOVE SPACES TO SP-LINHA
              STRING "CONTAS FORA DO PLANO (NAO LISTADAS): "
                                              DELIMITED BY SIZE
                     WS-CONT-FORA-PLANO       DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

       00004-A-SOMA-RESULTADO.
           IF DM-TIPO(WS-IDX-CONTA) = "R" OR DM-TIPO(WS-IDX-CONTA) = "D"
              SUBTRACT DM-SALDO-FINAL(WS-IDX-CONTA)
                  FROM WS-RESULTADO-ACUMULADO
           END-IF.
           ADD 1 TO WS-IDX-CONTA.

      ******************************************************************
      * IMPRIME AS CONTAS DO TIPO WS-TIPO-GRUPO, PELO MOVIMENTO DO MES
      * OU PELO SALDO FINAL, COM O SINAL DO GRUPO, E SOMA O GRUPO.
      ******************************************************************
       00005-IMPRIME-GRUPO.
           MOVE 0 TO WS-TOTAL-GRUPO.
           MOVE 1 TO WS-IDX-CONTA.
           PERFORM 00005-A-IMPRIME-CONTA
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS.

       00005-A-IMPRIME-CONTA.
           IF DM-TIPO(WS-IDX-CONTA) = WS-TIPO-GRUPO
              IF WS-USA-SALDO-FINAL = 1
                 COMPUTE WS-VALOR-CONTA =
                         DM-SALDO-FINAL(WS-IDX-CONTA) * WS-SINAL-GRUPO
              ELSE
                 COMPUTE WS-VALOR-CONTA =
                         DM-MOVIMENTO(WS-IDX-CONTA) * WS-SINAL-GRUPO
              END-IF
              IF WS-VALOR-CONTA NOT = 0
                 ADD WS-VALOR-CONTA TO WS-TOTAL-GRUPO
                 MOVE WS-VALOR-CONTA TO WS-VALOR-EDT
                 MOVE SPACES TO SP-LINHA
                 STRING "  "                        DELIMITED BY SIZE
                        DM-CONTA(WS-IDX-CONTA)      DELIMITED BY SIZE
                        " "                         DELIMITED BY SIZE
                        DM-DESCRICAO(WS-IDX-CONTA)  DELIMITED BY SIZE
                        WS-VALOR-EDT                DELIMITED BY SIZE
                        INTO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-CONTA.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "DRE E BALANCO PATRIMONIAL" TO SP-TITULO.
           MOVE "PROG104-DEMONSTRACOES" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, RELATORIO SO NO CONSOLE".

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

       END PROGRAM PROG104-DEMONSTRACOES.
