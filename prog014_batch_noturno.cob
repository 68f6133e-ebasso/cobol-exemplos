      * Purpose: COBOL STUDY - Driver do Job Noturno
      *          Encadeia, em uma unica execucao, os passos noturnos
      *          do sistema: listagem de funcionarios, validacao do
      *          arquivo de vendas, verificacao do catalogo, o
      *          vencimento das reservas de estoque dos pedidos, a
      *          remarcacao dos lotes perto do vencimento, os
      *          relatorios de reposicao e valorizacao, a conciliacao,
      *          a cobranca de clientes em atraso, a expiracao dos
      *          vales-troca, a faxina de arquivos, a tendencia
      *          semanal dos tempos dos jobs e o relatorio semanal de
      *          clientes e fornecedores duplicados. Os passos ficam
      *          em uma tabela
      *          e sao executados por um laco unico, que grava inicio,
      *          fim e status de cada um no log de execucao
      *          PROG14-RUN.LOG e o ultimo passo concluido no
      *          checkpoint PROG14-CHK.DAT - uma reexecucao apos falha
      *          oferece retomar do passo que falhou em vez de rodar
      *          tudo de novo desde o passo 1. Antes de cada passo o
      *          monitor PROG131 confere se chegaram as entradas
      *          esperadas e, no fim, compara o tempo e o volume do
      *          passo com a linha de base do historico PROG037,
      *          gerando alerta no PROG039 quando sai do usual.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      ************ TABELA DOS PASSOS DO JOB, EM ORDEM DE EXECUCAO ****
      * FREQUENCIA DE CADA PASSO: D = DIARIO, S = SEMANAL (RODA NO
      * DIA DA SEMANA INDICADO, 1 = SEGUNDA ... 7 = DOMINGO),
      * M = MENSAL (RODA NO DIA DO MES INDICADO). A ULTIMA POSICAO
      * DIZ SE O PROPRIO PROGRAMA SE REGISTRA NO PROG037 (S); OS
      * DEMAIS (N) O DRIVER REGISTRA EM NOME DELES, PARA QUE TODO
      * PASSO TENHA HISTORICO DE TEMPO PARA O MONITOR (PROG131).
       01 TAB-PASSOS-VALORES.
           02 FILLER PIC X(30) VALUE "PROG006_FILES".
           02 FILLER PIC X(40) VALUE "LISTAGEM DE FUNCIONARIOS".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG032-VALIDA-VENDAS".
           02 FILLER PIC X(40) VALUE
              "VALIDACAO DO ARQUIVO DE VENDAS".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG034-VERIFICA-CATALOGO".
           02 FILLER PIC X(40) VALUE "VERIFICACAO DO CATALOGO".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG067-SNAPSHOT-CATALOGO".
           02 FILLER PIC X(40) VALUE
              "SNAPSHOT DO CATALOGO PARA RELATORIOS".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG114-EXPIRA-RESERVAS".
           02 FILLER PIC X(40) VALUE
              "VENCIMENTO DAS RESERVAS DE ESTOQUE".
           02 FILLER PIC X(04) VALUE "D00S".
           02 FILLER PIC X(30) VALUE "PROG123-REMARCA-LOTES".
           02 FILLER PIC X(40) VALUE
              "REMARCACAO DE LOTES POR VALIDADE".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG008-RELATORIO-ESTOQUE".
           02 FILLER PIC X(40) VALUE
              "RELATORIO DE REPOSICAO DE ESTOQUE".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG010-RELATORIO-VALORIZACAO".
           02 FILLER PIC X(40) VALUE "RELATORIO DE VALORIZACAO".
           02 FILLER PIC X(04) VALUE "D00N".
           02 FILLER PIC X(30) VALUE "PROG012-CONCILIA-PRODUTOS".
           02 FILLER PIC X(40) VALUE
              "CONCILIACAO NOTURNA DO CATALOGO".
           02 FILLER PIC X(04) VALUE "D00S".
           02 FILLER PIC X(30) VALUE "PROG095-COBRANCA".
           02 FILLER PIC X(40) VALUE
              "COBRANCA E BLOQUEIO DE CREDITO".
           02 FILLER PIC X(04) VALUE "D00S".
           02 FILLER PIC X(30) VALUE "PROG099-EXPIRA-VALES".
           02 FILLER PIC X(40) VALUE
              "EXPIRACAO DE VALES-TROCA".
           02 FILLER PIC X(04) VALUE "D00S".
           02 FILLER PIC X(30) VALUE "PROG036-LIMPEZA-ARQUIVOS".
           02 FILLER PIC X(40) VALUE
              "LIMPEZA E RETENCAO DE ARQUIVOS".
           02 FILLER PIC X(04) VALUE "S05N".
           02 FILLER PIC X(30) VALUE "PROG132-TENDENCIA-JOBS".
           02 FILLER PIC X(40) VALUE
              "TENDENCIA SEMANAL DOS JOBS".
           02 FILLER PIC X(04) VALUE "S01S".
           02 FILLER PIC X(30) VALUE "PROG135-DUPLICIDADES".
           02 FILLER PIC X(40) VALUE
              "CLIENTES E FORNECEDORES DUPLICADOS".
           02 FILLER PIC X(04) VALUE "S01S".

       01 TAB-PASSOS REDEFINES TAB-PASSOS-VALORES.
           02 PASSO-ITEM OCCURS 14 TIMES.
              03 PS-PROGRAMA    PIC X(30).
              03 PS-TITULO      PIC X(40).
              03 PS-FREQUENCIA  PIC X(01).
              03 PS-DIA         PIC 9(02).
              03 PS-AUTO-REGISTRO PIC X(01).
                 88 PASSO-SE-REGISTRA VALUE "S".

       77 WS-QTD-PASSOS         PIC 9(02) VALUE 14.
       77 WS-PASSO              PIC 9(02) VALUE ZERO.
       77 WS-PASSO-CONCLUIDO    PIC 9(02) VALUE ZERO.
       77 WS-ULTIMO-CHECKPOINT  PIC 9(02) VALUE ZERO.

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.
       77 WS-JOB-ID-LOTE        PIC 9(10) VALUE ZERO.

      ************ AREA DO MONITOR DE TEMPO E VOLUME (PROG131) *******
           COPY MONCTRL.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.
           MOVE JC-JOB-ID TO WS-JOB-ID-LOTE.

           PERFORM 0002-ABRE-RUNLOG.
           PERFORM 0003-CARREGA-CHECKPOINT.
              PERFORM 1200-PULA-PASSO
                  UNTIL WS-PASSO > WS-QTD-PASSOS
           ELSE
              PERFORM 0005-CONFERE-ENTRADAS-LOTE
              PERFORM 1000-EXECUTA-PASSO
                  UNTIL WS-PASSO > WS-QTD-PASSOS OR JOB-ABORTADO
           END-IF.
           CLOSE FD-RUNLOG.

           MOVE "F" TO JC-FUNCAO.
           MOVE "PROG014-BATCH-NOTURNO" TO JC-PROGRAMA.
           MOVE WS-JOB-ID-LOTE TO JC-JOB-ID.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           IF JOB-ABORTADO
              MOVE WS-STATUS-PASSO TO JC-STATUS
           END-IF.
                   PS-TITULO(WS-PASSO) " ====".
           PERFORM 9002-LOG-INICIO-PASSO.

           MOVE "E" TO MJ-FUNCAO.
           MOVE PS-PROGRAMA(WS-PASSO) TO MJ-PROGRAMA.
           MOVE WS-JOB-ID-LOTE TO MJ-JOB-ID-LOTE.
           CALL "PROG131-MONITOR-JOBS" USING WS-MONITOR-JOB.

           IF NOT PASSO-SE-REGISTRA(WS-PASSO)
              MOVE "I" TO JC-FUNCAO
              MOVE PS-PROGRAMA(WS-PASSO) TO JC-PROGRAMA
              MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                           JC-CONT-APLICADOS JC-CONT-ERROS
              CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB
           END-IF.

           MOVE 0 TO WS-STATUS-PASSO.
           CALL PS-PROGRAMA(WS-PASSO) USING WS-STATUS-PASSO.

           IF NOT PASSO-SE-REGISTRA(WS-PASSO)
              PERFORM 1002-REGISTRA-FIM-PASSO
           END-IF.

           PERFORM 9003-LOG-FIM-PASSO.

           IF WS-STATUS-PASSO = 0
              MOVE "V" TO MJ-FUNCAO
              MOVE PS-PROGRAMA(WS-PASSO) TO MJ-PROGRAMA
              MOVE WS-JOB-ID-LOTE TO MJ-JOB-ID-LOTE
              CALL "PROG131-MONITOR-JOBS" USING WS-MONITOR-JOB
           END-IF.

           IF WS-STATUS-PASSO NOT = 0
              DISPLAY "-- JOB ABORTADO NO PASSO " WS-PASSO
                      " - STATUS -->" WS-STATUS-PASSO
              ADD 1 TO WS-PASSO
           END-IF.

      ******************************************************************
      * FIM DO PASSO QUE NAO SE REGISTRA SOZINHO: O DRIVER GRAVA O
      * EVENTO F COM O STATUS DO PASSO E, COMO REGISTROS LIDOS, O
      * TOTAL DAS ENTRADAS ESPERADAS CONTADAS PELO MONITOR.
      ******************************************************************
       1002-REGISTRA-FIM-PASSO.
           MOVE "F" TO JC-FUNCAO.
           MOVE PS-PROGRAMA(WS-PASSO) TO JC-PROGRAMA.
           MOVE WS-STATUS-PASSO TO JC-STATUS.
           MOVE ZERO TO JC-CONT-LIDOS JC-CONT-APLICADOS
                        JC-CONT-ERROS.
           IF MJ-REGISTROS-ENTRADA > 99999
              MOVE 99999 TO JC-CONT-LIDOS
           ELSE
              MOVE MJ-REGISTROS-ENTRADA TO JC-CONT-LIDOS
           END-IF.
           IF WS-STATUS-PASSO NOT = 0
              MOVE 1 TO JC-CONT-ERROS
           END-IF.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

      ******************************************************************
      * ANTES DO PRIMEIRO PASSO, CONFERE SE CHEGARAM AS ENTRADAS
      * ESPERADAS PELO LOTE TODO (PROG131-PARM.DAT, PROGRAMA "*").
      * ENTRADA QUE NAO CHEGOU VIRA ALERTA NO PROG039; O LOTE SEGUE.
      ******************************************************************
       0005-CONFERE-ENTRADAS-LOTE.
           MOVE "E" TO MJ-FUNCAO.
           MOVE "*" TO MJ-PROGRAMA.
           MOVE WS-JOB-ID-LOTE TO MJ-JOB-ID-LOTE.
           CALL "PROG131-MONITOR-JOBS" USING WS-MONITOR-JOB.
           IF MJ-QTD-AUSENTES > 0
              DISPLAY "-- " MJ-QTD-AUSENTES " DE " MJ-QTD-ENTRADAS
                      " ENTRADAS ESPERADAS NAO CHEGARAM (VER ALERTAS)"
           END-IF.

       0000-JOB-INICIO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
