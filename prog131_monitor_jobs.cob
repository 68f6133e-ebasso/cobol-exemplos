      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Monitor de Tempo e Volume do Lote
      *          Subprograma chamado pelo PROG014-BATCH-NOTURNO a cada
      *          passo (area MONCTRL.CPY). Tira do historico de
      *          execucoes PROG37-HIST.DAT a linha de base de cada
      *          programa - tempo medio e registros lidos em media
      *          nas ultimas 10 execucoes OK - e confere a execucao
      *          desta noite: tempo acima da base mais a margem de
      *          PROG131-PARM.DAT, ou volume muito abaixo ou muito
      *          acima do usual, vira alerta no PROG039. Antes do
      *          passo confere tambem se os arquivos de entrada
      *          esperados (VENDAS.DAT, RECEBTOS.DAT, PRECOS.DAT ou o
      *          que estiver no parametro) chegaram, para ninguem
      *          descobrir na abertura da loja que o lote rodou em
      *          cima de arquivo que nao veio.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog131_monitor_jobs -std=default -I copybooks prog131_monitor_jobs.cob && ./bin/prog131_monitor_jobs
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG131-MONITOR-JOBS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * HISTORICO DE EXECUCOES DE TODOS OS PROGRAMAS BATCH (PROG037).
           SELECT FD-HISTORICO-JOB ASSIGN TO "PROG37-HIST.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HIST.

      * PARAMETROS DO MONITOR, EDITAVEIS SEM RECOMPILAR:
      *   M + MARGEM DE TEMPO (PCT) + TOLERANCIA (SEGUNDOS) + VOLUME
      *       MINIMO E MAXIMO (PCT DA BASE) + AMOSTRAS MINIMAS
      *   E + PROGRAMA DO PASSO ("*" = LOTE TODO) + ARQUIVO ESPERADO
           SELECT FD-PARAMETROS ASSIGN TO "PROG131-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * ARQUIVO DE ENTRADA ESPERADO, PARA TESTE DE CHEGADA.
           SELECT FD-ENTRADA ASSIGN TO WS-NOME-ENTRADA
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ENT.

       DATA DIVISION.
       FILE SECTION.

       FD FD-HISTORICO-JOB
          RECORD CONTAINS 74 CHARACTERS.
       01 REG-HISTORICO-JOB.
           02 JH-JOB-ID          PIC 9(10).
           02 JH-PROGRAMA        PIC X(30).
           02 JH-EVENTO          PIC X(01).
           02 JH-DATA            PIC 9(08).
           02 JH-HORA            PIC 9(08).
           02 JH-STATUS          PIC 9(02).
           02 JH-LIDOS           PIC 9(05).
           02 JH-APLICADOS       PIC 9(05).
           02 JH-ERROS           PIC 9(05).

       FD FD-PARAMETROS
          RECORD CONTAINS 61 CHARACTERS.
       01 REG-PARAMETROS.
           02 MP-TIPO             PIC X(01).
           02 MP-DADOS            PIC X(60).
           02 MP-LIMITES REDEFINES MP-DADOS.
              03 MP-MARGEM-TEMPO  PIC 9(03).
              03 MP-TOLERANCIA    PIC 9(05).
              03 MP-VOLUME-MIN    PIC 9(03).
              03 MP-VOLUME-MAX    PIC 9(03).
              03 MP-AMOSTRAS-MIN  PIC 9(02).
              03 FILLER           PIC X(44).
           02 MP-ENTRADA REDEFINES MP-DADOS.
              03 MP-PROGRAMA      PIC X(30).
              03 MP-ARQUIVO       PIC X(30).

       FD FD-ENTRADA.
       01 REG-ENTRADA             PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-HIST       PIC 9(02).
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-ENT        PIC 9(02).
       77 WS-NOME-ENTRADA           PIC X(30).

      ************* LIMITES DO MONITOR ************
       77 WS-MARGEM-TEMPO           PIC 9(03) VALUE 50.
       77 WS-TOLERANCIA             PIC 9(05) VALUE 60.
       77 WS-VOLUME-MIN             PIC 9(03) VALUE 50.
       77 WS-VOLUME-MAX             PIC 9(03) VALUE 200.
       77 WS-AMOSTRAS-MIN           PIC 9(02) VALUE 3.

      ************* ARQUIVOS DE ENTRADA ESPERADOS ************
      * SEM LINHAS E NO PARAMETRO VALEM AS ENTRADAS PADRAO: AS VENDAS
      * DAS LOJAS PARA A VALIDACAO (PROG032) E, PARA O LOTE TODO, OS
      * RECEBIMENTOS E OS PRECOS TRANSMITIDOS PARA O DIA SEGUINTE.
       01 TAB-ENTRADAS.
          02 ENTRADA-ITEM OCCURS 20 TIMES INDEXED BY ENIDX.
             03 TE-PROGRAMA     PIC X(30).
             03 TE-ARQUIVO      PIC X(30).

       77 WS-QTD-ENTRADAS           PIC 9(02) VALUE ZERO.
       77 WS-IDX-ENTRADA            PIC 9(02) VALUE ZERO.
       77 WS-REGISTROS-ARQUIVO      PIC 9(07) VALUE ZERO.
       77 WS-FIM-ENTRADA            PIC 9(01) VALUE ZERO.
           88 FIM-DA-ENTRADA        VALUE 1.

      ************* AMOSTRAS DAS EXECUCOES ANTERIORES ************
      * TABELA CIRCULAR: FICAM AS 10 ULTIMAS EXECUCOES OK.
       01 TAB-AMOSTRAS.
          02 AMOSTRA-ITEM OCCURS 10 TIMES INDEXED BY AMIDX.
             03 AM-DURACAO      PIC 9(07).
             03 AM-VOLUME       PIC 9(07).

       77 WS-QTD-AMOSTRAS           PIC 9(02) VALUE ZERO.
       77 WS-PROX-AMOSTRA           PIC 9(02) VALUE ZERO.
       77 WS-IDX-AMOSTRA            PIC 9(02) VALUE ZERO.
       77 WS-SOMA-DURACAO           PIC 9(09) VALUE ZERO.
       77 WS-SOMA-VOLUME            PIC 9(09) VALUE ZERO.

      ************* PAREAMENTO INICIO/FIM NO HISTORICO ************
       77 WS-JOB-ABERTO             PIC 9(10) VALUE ZERO.
       77 WS-SEG-INICIO             PIC 9(12) COMP VALUE ZERO.
       77 WS-SEG-FIM                PIC 9(12) COMP VALUE ZERO.
       77 WS-DURACAO-LIDA           PIC 9(07) VALUE ZERO.
       77 WS-ATUAL-ACHADA           PIC 9(01) VALUE ZERO.
           88 ATUAL-ACHADA          VALUE 1.
       77 WS-FIM-HISTORICO          PIC 9(01) VALUE ZERO.
           88 FIM-DO-HISTORICO      VALUE 1.

      ************* CALCULO DE SEGUNDOS A PARTIR DE DATA E HORA ******
       77 WS-DATA-CALC              PIC 9(08).
       01 WS-HORA-CALC.
           02 WS-HC-HORA            PIC 9(02).
           02 WS-HC-MINUTO          PIC 9(02).
           02 WS-HC-SEGUNDO         PIC 9(02).
           02 WS-HC-CENTESIMO       PIC 9(02).
       77 WS-SEGUNDOS-CALC          PIC 9(12) COMP.

      ************* LIMITES APURADOS PARA A CONFERENCIA ************
       77 WS-LIMITE-TEMPO           PIC 9(09) VALUE ZERO.
       77 WS-LIMITE-VOL-MIN         PIC 9(09) VALUE ZERO.
       77 WS-LIMITE-VOL-MAX         PIC 9(09) VALUE ZERO.
       77 WS-PERC-ACIMA             PIC 9(05) VALUE ZERO.

      ************ AREA DE ALERTAS OPERACIONAIS (PROG039) ***********
           COPY ALERTA.CPY.

       LINKAGE SECTION.
           COPY MONCTRL.CPY
               REPLACING ==WS-MONITOR-JOB== BY ==LK-MONITOR-JOB==.

       PROCEDURE DIVISION USING LK-MONITOR-JOB.
       MAIN-PROCEDURE.
           MOVE 1 TO MJ-RESULTADO.
           MOVE 0 TO MJ-QTD-ALERTAS.
           PERFORM 00001-CARREGA-PARAMETROS.

           EVALUATE MJ-FUNCAO
              WHEN "E" PERFORM 00002-CONFERE-ENTRADAS
              WHEN "V" PERFORM 00003-CONFERE-EXECUCAO
              WHEN OTHER
                 MOVE 9 TO MJ-RESULTADO
                 DISPLAY "-- FUNCAO DO MONITOR DE JOBS INVALIDA --> "
                         MJ-FUNCAO
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * LIMITES E ENTRADAS ESPERADAS DE PROG131-PARM.DAT. SEM O
      * ARQUIVO (OU SEM LINHAS E) VALEM OS PADROES.
      ******************************************************************
       00001-CARREGA-PARAMETROS.
           MOVE 0 TO WS-QTD-ENTRADAS.
           MOVE 0 TO WS-FIM-ENTRADA.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              PERFORM 00001-A-LER-PARAMETRO
              PERFORM 00001-B-GUARDA-PARAMETRO UNTIL FIM-DA-ENTRADA
              CLOSE FD-PARAMETROS
           END-IF.
           MOVE 0 TO WS-FIM-ENTRADA.

           IF WS-QTD-ENTRADAS = 0
              MOVE "PROG032-VALIDA-VENDAS" TO TE-PROGRAMA(1)
              MOVE "VENDAS.DAT"            TO TE-ARQUIVO(1)
              MOVE "*"                     TO TE-PROGRAMA(2)
              MOVE "RECEBTOS.DAT"          TO TE-ARQUIVO(2)
              MOVE "*"                     TO TE-PROGRAMA(3)
              MOVE "PRECOS.DAT"            TO TE-ARQUIVO(3)
              MOVE 3 TO WS-QTD-ENTRADAS
           END-IF.

       00001-A-LER-PARAMETRO.
           READ FD-PARAMETROS
                AT END
                   MOVE 1 TO WS-FIM-ENTRADA.

       00001-B-GUARDA-PARAMETRO.
           EVALUATE MP-TIPO
              WHEN "M"
                 IF MP-MARGEM-TEMPO NUMERIC
                    MOVE MP-MARGEM-TEMPO TO WS-MARGEM-TEMPO
                 END-IF
                 IF MP-TOLERANCIA NUMERIC
                    MOVE MP-TOLERANCIA TO WS-TOLERANCIA
                 END-IF
                 IF MP-VOLUME-MIN NUMERIC
                    MOVE MP-VOLUME-MIN TO WS-VOLUME-MIN
                 END-IF
                 IF MP-VOLUME-MAX NUMERIC AND MP-VOLUME-MAX > 0
                    MOVE MP-VOLUME-MAX TO WS-VOLUME-MAX
                 END-IF
                 IF MP-AMOSTRAS-MIN NUMERIC AND MP-AMOSTRAS-MIN > 0
                    MOVE MP-AMOSTRAS-MIN TO WS-AMOSTRAS-MIN
                 END-IF
              WHEN "E"
                 IF WS-QTD-ENTRADAS = 20
                    DISPLAY "-- TABELA DE ENTRADAS CHEIA, RESTANTES "
                            "IGNORADAS"
                 ELSE
                    ADD 1 TO WS-QTD-ENTRADAS
                    MOVE MP-PROGRAMA TO TE-PROGRAMA(WS-QTD-ENTRADAS)
                    MOVE MP-ARQUIVO  TO TE-ARQUIVO(WS-QTD-ENTRADAS)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 00001-A-LER-PARAMETRO.

      ******************************************************************
      * CHEGADA DAS ENTRADAS ESPERADAS PELO PASSO: ARQUIVO AUSENTE E
      * ALERTA ALTO, ARQUIVO VAZIO E ALERTA MEDIO. O PASSO RODA DO
      * MESMO JEITO; QUEM DECIDE SEGURAR O LOTE E A OPERACAO.
      ******************************************************************
       00002-CONFERE-ENTRADAS.
           MOVE 0 TO MJ-QTD-ENTRADAS.
           MOVE 0 TO MJ-QTD-AUSENTES.
           MOVE 0 TO MJ-REGISTROS-ENTRADA.
           MOVE 1 TO WS-IDX-ENTRADA.
           PERFORM 00002-A-TESTA-ENTRADA
               UNTIL WS-IDX-ENTRADA > WS-QTD-ENTRADAS.

       00002-A-TESTA-ENTRADA.
           IF TE-PROGRAMA(WS-IDX-ENTRADA) = MJ-PROGRAMA
              ADD 1 TO MJ-QTD-ENTRADAS
              MOVE TE-ARQUIVO(WS-IDX-ENTRADA) TO WS-NOME-ENTRADA
              PERFORM 00004-CONTA-REGISTROS
              IF WS-FILE-STATUS-ENT NOT = 0
                 ADD 1 TO MJ-QTD-AUSENTES
                 DISPLAY "-- ENTRADA ESPERADA NAO CHEGOU --> "
                         WS-NOME-ENTRADA
                 MOVE "A" TO AL-SEVERIDADE
                 MOVE SPACES TO AL-MENSAGEM
                 STRING "ENTRADA ESPERADA NAO CHEGOU: "
                                        DELIMITED BY SIZE
                        WS-NOME-ENTRADA DELIMITED BY SPACE
                        INTO AL-MENSAGEM
                 PERFORM 00008-GRAVA-ALERTA
              ELSE
                 ADD WS-REGISTROS-ARQUIVO TO MJ-REGISTROS-ENTRADA
                 IF WS-REGISTROS-ARQUIVO = 0
                    DISPLAY "-- ENTRADA ESPERADA VAZIA --> "
                            WS-NOME-ENTRADA
                    MOVE "M" TO AL-SEVERIDADE
                    MOVE SPACES TO AL-MENSAGEM
                    STRING "ENTRADA ESPERADA VAZIA: "
                                           DELIMITED BY SIZE
                           WS-NOME-ENTRADA DELIMITED BY SPACE
                           INTO AL-MENSAGEM
                    PERFORM 00008-GRAVA-ALERTA
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-ENTRADA.

      ******************************************************************
      * CONTA OS REGISTROS DO ARQUIVO DE WS-NOME-ENTRADA. STATUS DE
      * ABERTURA DIFERENTE DE ZERO = O ARQUIVO NAO CHEGOU.
      ******************************************************************
       00004-CONTA-REGISTROS.
           MOVE 0 TO WS-REGISTROS-ARQUIVO.
           MOVE 0 TO WS-FIM-ENTRADA.
           MOVE 0 TO WS-FILE-STATUS-ENT.
           OPEN INPUT FD-ENTRADA.
           IF WS-FILE-STATUS-ENT = 0
              PERFORM 00004-A-LER-ENTRADA
              PERFORM 00004-A-LER-ENTRADA UNTIL FIM-DA-ENTRADA
              CLOSE FD-ENTRADA
              MOVE 0 TO WS-FILE-STATUS-ENT
           END-IF.

       00004-A-LER-ENTRADA.
           READ FD-ENTRADA
                AT END
                   MOVE 1 TO WS-FIM-ENTRADA
                NOT AT END
                   ADD 1 TO WS-REGISTROS-ARQUIVO.

      ******************************************************************
      * LINHA DE BASE DO PROGRAMA (EXECUCOES OK COM JOB ID ANTERIOR AO
      * LOTE) E A EXECUCAO DESTE LOTE (JOB ID POSTERIOR), PAREANDO
      * INICIO E FIM PELO JOB ID NO HISTORICO.
      ******************************************************************
       00003-CONFERE-EXECUCAO.
           MOVE 0 TO WS-QTD-AMOSTRAS.
           MOVE 1 TO WS-PROX-AMOSTRA.
           MOVE 0 TO WS-ATUAL-ACHADA.
           MOVE 0 TO WS-JOB-ABERTO.
           MOVE 0 TO WS-FIM-HISTORICO.
           MOVE ZERO TO MJ-QTD-AMOSTRAS MJ-DURACAO-BASE MJ-VOLUME-BASE
                        MJ-DURACAO MJ-VOLUME.

           MOVE 0 TO WS-FILE-STATUS-HIST.
           OPEN INPUT FD-HISTORICO-JOB.
           IF WS-FILE-STATUS-HIST NOT = 0
              DISPLAY "-- SEM HISTORICO DE JOBS PARA O MONITOR -->"
                      WS-FILE-STATUS-HIST
              MOVE 9 TO MJ-RESULTADO
           ELSE
              PERFORM 00003-A-LER-HISTORICO
              PERFORM 00003-B-TESTA-HISTORICO UNTIL FIM-DO-HISTORICO
              CLOSE FD-HISTORICO-JOB
              PERFORM 00005-APURA-BASE
              IF NOT ATUAL-ACHADA
                 OR WS-QTD-AMOSTRAS < WS-AMOSTRAS-MIN
                 MOVE 2 TO MJ-RESULTADO
              ELSE
                 PERFORM 00006-CONFERE-TEMPO
                 PERFORM 00007-CONFERE-VOLUME
              END-IF
           END-IF.

       00003-A-LER-HISTORICO.
           READ FD-HISTORICO-JOB
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO.

       00003-B-TESTA-HISTORICO.
           IF JH-PROGRAMA = MJ-PROGRAMA AND JH-DATA NUMERIC
              AND JH-DATA > 0 AND JH-HORA NUMERIC
              IF JH-EVENTO = "I"
                 MOVE JH-JOB-ID TO WS-JOB-ABERTO
                 MOVE JH-DATA   TO WS-DATA-CALC
                 MOVE JH-HORA   TO WS-HORA-CALC
                 PERFORM 00009-CALCULA-SEGUNDOS
                 MOVE WS-SEGUNDOS-CALC TO WS-SEG-INICIO
              END-IF
              IF JH-EVENTO = "F" AND WS-JOB-ABERTO > 0
                 AND JH-JOB-ID = WS-JOB-ABERTO
                 MOVE JH-DATA   TO WS-DATA-CALC
                 MOVE JH-HORA   TO WS-HORA-CALC
                 PERFORM 00009-CALCULA-SEGUNDOS
                 MOVE WS-SEGUNDOS-CALC TO WS-SEG-FIM
                 MOVE 0 TO WS-DURACAO-LIDA
                 IF WS-SEG-FIM > WS-SEG-INICIO
                    COMPUTE WS-DURACAO-LIDA =
                            WS-SEG-FIM - WS-SEG-INICIO
                 END-IF
                 IF JH-JOB-ID > MJ-JOB-ID-LOTE
                    MOVE WS-DURACAO-LIDA TO MJ-DURACAO
                    MOVE JH-LIDOS        TO MJ-VOLUME
                    MOVE 1 TO WS-ATUAL-ACHADA
                 ELSE
                 IF JH-STATUS = 0
                    MOVE WS-DURACAO-LIDA
                      TO AM-DURACAO(WS-PROX-AMOSTRA)
                    MOVE JH-LIDOS TO AM-VOLUME(WS-PROX-AMOSTRA)
                    IF WS-QTD-AMOSTRAS < 10
                       ADD 1 TO WS-QTD-AMOSTRAS
                    END-IF
                    ADD 1 TO WS-PROX-AMOSTRA
                    IF WS-PROX-AMOSTRA > 10
                       MOVE 1 TO WS-PROX-AMOSTRA
                    END-IF
                 END-IF
                 END-IF
                 MOVE 0 TO WS-JOB-ABERTO
              END-IF
           END-IF.
           PERFORM 00003-A-LER-HISTORICO.

       00005-APURA-BASE.
           MOVE 0 TO WS-SOMA-DURACAO.
           MOVE 0 TO WS-SOMA-VOLUME.
           MOVE 1 TO WS-IDX-AMOSTRA.
           PERFORM 00005-A-SOMA-AMOSTRA
               UNTIL WS-IDX-AMOSTRA > WS-QTD-AMOSTRAS.
           MOVE WS-QTD-AMOSTRAS TO MJ-QTD-AMOSTRAS.
           IF WS-QTD-AMOSTRAS > 0
              COMPUTE MJ-DURACAO-BASE ROUNDED =
                      WS-SOMA-DURACAO / WS-QTD-AMOSTRAS
              COMPUTE MJ-VOLUME-BASE ROUNDED =
                      WS-SOMA-VOLUME / WS-QTD-AMOSTRAS
           END-IF.

       00005-A-SOMA-AMOSTRA.
           ADD AM-DURACAO(WS-IDX-AMOSTRA) TO WS-SOMA-DURACAO.
           ADD AM-VOLUME(WS-IDX-AMOSTRA)  TO WS-SOMA-VOLUME.
           ADD 1 TO WS-IDX-AMOSTRA.

      ******************************************************************
      * TEMPO: ALERTA QUANDO PASSA DA BASE MAIS A MARGEM E O EXCESSO
      * E MAIOR QUE A TOLERANCIA (PASSO DE SEGUNDOS NAO DISPARA POR
      * QUALQUER OSCILACAO).
      ******************************************************************
       00006-CONFERE-TEMPO.
           COMPUTE WS-LIMITE-TEMPO =
                   MJ-DURACAO-BASE * (100 + WS-MARGEM-TEMPO) / 100.
           IF MJ-DURACAO > WS-LIMITE-TEMPO
              AND MJ-DURACAO - MJ-DURACAO-BASE > WS-TOLERANCIA
              MOVE 999 TO WS-PERC-ACIMA
              IF MJ-DURACAO-BASE > 0
                 COMPUTE WS-PERC-ACIMA =
                         (MJ-DURACAO - MJ-DURACAO-BASE) * 100
                         / MJ-DURACAO-BASE
              END-IF
              DISPLAY "-- TEMPO ACIMA DA BASE --> " MJ-PROGRAMA
                      " " MJ-DURACAO " S (BASE " MJ-DURACAO-BASE " S)"
              MOVE "M" TO AL-SEVERIDADE
              MOVE SPACES TO AL-MENSAGEM
              STRING "TEMPO "          DELIMITED BY SIZE
                     MJ-DURACAO        DELIMITED BY SIZE
                     " S, BASE "       DELIMITED BY SIZE
                     MJ-DURACAO-BASE   DELIMITED BY SIZE
                     " S (+"           DELIMITED BY SIZE
                     WS-PERC-ACIMA     DELIMITED BY SIZE
                     " PCT)"           DELIMITED BY SIZE
                     INTO AL-MENSAGEM
              PERFORM 00008-GRAVA-ALERTA
           END-IF.

      ******************************************************************
      * VOLUME: SO CONFERE PROGRAMA QUE INFORMA REGISTROS LIDOS (BASE
      * ACIMA DE ZERO); FORA DA FAIXA MINIMA / MAXIMA DA BASE E
      * ALERTA - INCLUSIVE O LOTE QUE NAO LEU NADA.
      ******************************************************************
       00007-CONFERE-VOLUME.
           IF MJ-VOLUME-BASE > 0
              COMPUTE WS-LIMITE-VOL-MIN =
                      MJ-VOLUME-BASE * WS-VOLUME-MIN / 100
              COMPUTE WS-LIMITE-VOL-MAX =
                      MJ-VOLUME-BASE * WS-VOLUME-MAX / 100
              IF MJ-VOLUME < WS-LIMITE-VOL-MIN
                 OR MJ-VOLUME > WS-LIMITE-VOL-MAX
                 DISPLAY "-- VOLUME FORA DA FAIXA USUAL --> "
                         MJ-PROGRAMA " " MJ-VOLUME
                         " (BASE " MJ-VOLUME-BASE ")"
                 MOVE "M" TO AL-SEVERIDADE
                 MOVE SPACES TO AL-MENSAGEM
                 STRING "VOLUME "          DELIMITED BY SIZE
                        MJ-VOLUME          DELIMITED BY SIZE
                        " FORA DA FAIXA USUAL (BASE "
                                           DELIMITED BY SIZE
                        MJ-VOLUME-BASE     DELIMITED BY SIZE
                        ")"                DELIMITED BY SIZE
                        INTO AL-MENSAGEM
                 PERFORM 00008-GRAVA-ALERTA
              END-IF
           END-IF.

       00008-GRAVA-ALERTA.
           IF MJ-PROGRAMA = "*"
              MOVE "PROG131-MONITOR-JOBS" TO AL-PROGRAMA
           ELSE
              MOVE MJ-PROGRAMA TO AL-PROGRAMA
           END-IF.
           CALL "PROG039-GRAVA-ALERTA" USING WS-ALERTA.
           IF MJ-QTD-ALERTAS < 9
              ADD 1 TO MJ-QTD-ALERTAS
           END-IF.

       00009-CALCULA-SEGUNDOS.
           COMPUTE WS-SEGUNDOS-CALC =
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) * 86400)
                   + (WS-HC-HORA * 3600) + (WS-HC-MINUTO * 60)
                   + WS-HC-SEGUNDO.

       END PROGRAM PROG131-MONITOR-JOBS.
