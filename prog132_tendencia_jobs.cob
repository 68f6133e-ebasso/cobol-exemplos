      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Tendencia Semanal dos Jobs Batch
      *          Passo semanal do PROG014-BATCH-NOTURNO. Le o
      *          historico de execucoes PROG37-HIST.DAT e, para cada
      *          programa, compara o tempo medio das execucoes OK dos
      *          ultimos 7 dias com o das 4 semanas anteriores, junto
      *          com o volume medio de registros lidos. O relatorio
      *          sai no spool (PROG071) ordenado pela variacao do
      *          tempo, do que mais piorou para o que mais melhorou;
      *          programa com tempo mais de 10 PCT acima da media
      *          anterior sai marcado MAIS LENTO, para a operacao
      *          agir antes que o lote estoure a janela da noite.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog132_tendencia_jobs -std=default -I copybooks prog132_tendencia_jobs.cob && ./bin/prog132_tendencia_jobs
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG132-TENDENCIA-JOBS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * HISTORICO DE EXECUCOES DE TODOS OS PROGRAMAS BATCH (PROG037).
           SELECT FD-HISTORICO-JOB ASSIGN TO "PROG37-HIST.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HIST.

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

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-HIST       PIC 9(02).
           COPY FSTATUS.CPY.

      ************* JANELAS DE COMPARACAO ************
      * RECENTE = HOJE E OS 6 DIAS ANTERIORES; ANTERIOR = AS 4
      * SEMANAS (28 DIAS) QUE VEM ANTES DA JANELA RECENTE.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-INT-HOJE               PIC 9(08) COMP.
       77 WS-INICIO-RECENTE         PIC 9(08) COMP.
       77 WS-INICIO-ANTERIOR        PIC 9(08) COMP.
       77 WS-LIMITE-LENTO           PIC 9(03) VALUE 10.

      ************* TABELA DOS PROGRAMAS DO HISTORICO ************
       01 TAB-PROGRAMAS.
          02 PROGRAMA-ITEM OCCURS 50 TIMES.
             03 TP-PROGRAMA     PIC X(30).
             03 TP-JOB-ABERTO   PIC 9(10).
             03 TP-SEG-INICIO   PIC 9(12).
             03 TP-DIA-INICIO   PIC 9(08).
             03 TP-QTD-REC      PIC 9(05).
             03 TP-SOMA-REC     PIC 9(09).
             03 TP-VOL-REC      PIC 9(09).
             03 TP-QTD-ANT      PIC 9(05).
             03 TP-SOMA-ANT     PIC 9(09).
             03 TP-VOL-ANT      PIC 9(09).
             03 TP-VARIACAO     PIC S9(05).

       77 WS-TROCA-ITEM             PIC X(111).
       77 WS-QTD-PROGRAMAS          PIC 9(02) VALUE ZERO.
       77 WS-IDX-PROGRAMA           PIC 9(02) VALUE ZERO.
       77 WS-IDX-ACHADO             PIC 9(02) VALUE ZERO.
       77 WS-IDX-ORDENA             PIC 9(02) VALUE ZERO.
       77 WS-IDX-MAIOR              PIC 9(02) VALUE ZERO.
       77 WS-IDX-VARRE              PIC 9(02) VALUE ZERO.
       77 WS-TABELA-CHEIA           PIC 9(01) VALUE ZERO.
           88 TABELA-CHEIA          VALUE 1.

       77 WS-FIM-HISTORICO          PIC 9(01) VALUE ZERO.
           88 FIM-DO-HISTORICO      VALUE 1.

      ************* CALCULO DE SEGUNDOS A PARTIR DE DATA E HORA ******
       77 WS-DIA-CALC               PIC 9(08) COMP.
       01 WS-HORA-CALC.
           02 WS-HC-HORA            PIC 9(02).
           02 WS-HC-MINUTO          PIC 9(02).
           02 WS-HC-SEGUNDO         PIC 9(02).
           02 WS-HC-CENTESIMO       PIC 9(02).
       77 WS-SEGUNDOS-CALC          PIC 9(12) COMP.
       77 WS-DURACAO                PIC 9(07) VALUE ZERO.

      ************* MEDIAS E EDICAO DO RELATORIO ************
       77 WS-MEDIA-REC              PIC 9(07) VALUE ZERO.
       77 WS-MEDIA-ANT              PIC 9(07) VALUE ZERO.
       77 WS-MEDIA-VOL-REC          PIC 9(07) VALUE ZERO.
       77 WS-MEDIA-VOL-ANT          PIC 9(07) VALUE ZERO.
       77 WS-MEDIA-REC-EDT          PIC Z,ZZZ,ZZ9.
       77 WS-MEDIA-ANT-EDT          PIC Z,ZZZ,ZZ9.
       77 WS-VOL-REC-EDT            PIC Z,ZZZ,ZZ9.
       77 WS-VOL-ANT-EDT            PIC Z,ZZZ,ZZ9.
       01 WS-VARIACAO-ALFA          PIC X(05).
       01 WS-VARIACAO-EDT REDEFINES WS-VARIACAO-ALFA
                                    PIC +ZZZ9.
       77 WS-INDICADOR              PIC X(10).

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-PROGRAMAS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-LENTOS            PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = RELATORIO EMITIDO (INCLUSIVE SEM HISTORICO,
      * QUANDO NENHUM JOB REGISTROU EXECUCAO AINDA), NAO-ZERO =
      * FALHA AO LER O HISTORICO.
       01 LK-STATUS                 PIC 9(02).

       PROCEDURE DIVISION USING LK-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-STATUS.

           MOVE "I" TO JC-FUNCAO.
           MOVE "PROG132-TENDENCIA-JOBS" TO JC-PROGRAMA.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-INICIO-RECENTE  = WS-INT-HOJE - 6.
           COMPUTE WS-INICIO-ANTERIOR = WS-INT-HOJE - 34.

           MOVE 0 TO WS-QTD-PROGRAMAS.
           MOVE 0 TO WS-FILE-STATUS-HIST.
           OPEN INPUT FD-HISTORICO-JOB.
           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- SEM HISTORICO DE JOBS, NADA A COMPARAR"
           ELSE
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR HISTORICO DE JOBS -->"
                      WS-FILE-STATUS-HIST
              MOVE WS-FILE-STATUS-HIST TO LK-STATUS
           ELSE
              PERFORM 00001-LER-HISTORICO
              PERFORM 00002-PROCESSA-HISTORICO UNTIL FIM-DO-HISTORICO
              CLOSE FD-HISTORICO-JOB
              PERFORM 00004-CALCULA-VARIACOES
              PERFORM 00005-ORDENA-PROGRAMAS
              PERFORM 9801-ABRE-SPOOL
              PERFORM 00006-CABECALHO
              MOVE 1 TO WS-IDX-PROGRAMA
              PERFORM 00007-IMPRIME-PROGRAMA
                  UNTIL WS-IDX-PROGRAMA > WS-QTD-PROGRAMAS
              PERFORM 00008-TOTAIS
              PERFORM 9803-FECHA-SPOOL
           END-IF
           END-IF.

           PERFORM 00009-RODAPE.

           MOVE "F" TO JC-FUNCAO.
           MOVE LK-STATUS          TO JC-STATUS.
           MOVE WS-CONT-LIDOS      TO JC-CONT-LIDOS.
           MOVE WS-CONT-PROGRAMAS  TO JC-CONT-APLICADOS.
           MOVE WS-CONT-ERROS      TO JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           GOBACK.

       00001-LER-HISTORICO.
           READ FD-HISTORICO-JOB
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * PAREIA INICIO E FIM DE CADA PROGRAMA PELO JOB ID. SO CONTA
      * EXECUCAO TERMINADA COM STATUS ZERO, NA JANELA DO DIA EM QUE
      * COMECOU. REGISTRO COM DATA OU HORA INVALIDA E IGNORADO.
      ******************************************************************
       00002-PROCESSA-HISTORICO.
           IF JH-DATA NUMERIC AND JH-DATA > 0 AND JH-HORA NUMERIC
              PERFORM 00003-LOCALIZA-PROGRAMA
              IF WS-IDX-ACHADO > 0
                 MOVE JH-HORA TO WS-HORA-CALC
                 COMPUTE WS-DIA-CALC =
                         FUNCTION INTEGER-OF-DATE(JH-DATA)
                 COMPUTE WS-SEGUNDOS-CALC =
                         (WS-DIA-CALC * 86400) + (WS-HC-HORA * 3600)
                         + (WS-HC-MINUTO * 60) + WS-HC-SEGUNDO
                 IF JH-EVENTO = "I"
                    MOVE JH-JOB-ID   TO TP-JOB-ABERTO(WS-IDX-ACHADO)
                    MOVE WS-SEGUNDOS-CALC
                      TO TP-SEG-INICIO(WS-IDX-ACHADO)
                    MOVE WS-DIA-CALC TO TP-DIA-INICIO(WS-IDX-ACHADO)
                 END-IF
                 IF JH-EVENTO = "F"
                    AND TP-JOB-ABERTO(WS-IDX-ACHADO) > 0
                    AND JH-JOB-ID = TP-JOB-ABERTO(WS-IDX-ACHADO)
                    PERFORM 00002-A-ACUMULA-EXECUCAO
                    MOVE 0 TO TP-JOB-ABERTO(WS-IDX-ACHADO)
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-CONT-ERROS
           END-IF.
           PERFORM 00001-LER-HISTORICO.

       00002-A-ACUMULA-EXECUCAO.
           MOVE 0 TO WS-DURACAO.
           IF WS-SEGUNDOS-CALC > TP-SEG-INICIO(WS-IDX-ACHADO)
              COMPUTE WS-DURACAO =
                      WS-SEGUNDOS-CALC - TP-SEG-INICIO(WS-IDX-ACHADO)
           END-IF.
           IF JH-STATUS = 0
              IF TP-DIA-INICIO(WS-IDX-ACHADO) NOT < WS-INICIO-RECENTE
                 ADD 1          TO TP-QTD-REC(WS-IDX-ACHADO)
                 ADD WS-DURACAO TO TP-SOMA-REC(WS-IDX-ACHADO)
                 ADD JH-LIDOS   TO TP-VOL-REC(WS-IDX-ACHADO)
              ELSE
              IF TP-DIA-INICIO(WS-IDX-ACHADO) NOT < WS-INICIO-ANTERIOR
                 ADD 1          TO TP-QTD-ANT(WS-IDX-ACHADO)
                 ADD WS-DURACAO TO TP-SOMA-ANT(WS-IDX-ACHADO)
                 ADD JH-LIDOS   TO TP-VOL-ANT(WS-IDX-ACHADO)
              END-IF
              END-IF
           END-IF.

      ******************************************************************
      * ACHA O PROGRAMA NA TABELA OU ABRE UMA POSICAO NOVA PARA ELE.
      * TABELA CHEIA: O PROGRAMA FICA FORA DO RELATORIO (AVISO UMA
      * VEZ SO).
      ******************************************************************
       00003-LOCALIZA-PROGRAMA.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX-PROGRAMA.
           PERFORM 00003-A-COMPARA-PROGRAMA
               UNTIL WS-IDX-PROGRAMA > WS-QTD-PROGRAMAS
                  OR WS-IDX-ACHADO > 0.
           IF WS-IDX-ACHADO = 0
              IF WS-QTD-PROGRAMAS < 50
                 ADD 1 TO WS-QTD-PROGRAMAS
                 MOVE WS-QTD-PROGRAMAS TO WS-IDX-ACHADO
                 INITIALIZE PROGRAMA-ITEM(WS-IDX-ACHADO)
                 MOVE JH-PROGRAMA TO TP-PROGRAMA(WS-IDX-ACHADO)
              ELSE
                 IF NOT TABELA-CHEIA
                    DISPLAY "-- TABELA DE PROGRAMAS CHEIA, RESTANTES "
                            "FORA DO RELATORIO"
                    MOVE 1 TO WS-TABELA-CHEIA
                 END-IF
              END-IF
           END-IF.

       00003-A-COMPARA-PROGRAMA.
           IF TP-PROGRAMA(WS-IDX-PROGRAMA) = JH-PROGRAMA
              MOVE WS-IDX-PROGRAMA TO WS-IDX-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-PROGRAMA.

      ******************************************************************
      * VARIACAO PCT DO TEMPO MEDIO RECENTE SOBRE O ANTERIOR. SEM
      * EXECUCAO EM UMA DAS JANELAS NAO HA COMPARACAO: O PROGRAMA VAI
      * PARA O FIM DA LISTA (VARIACAO -99999).
      ******************************************************************
       00004-CALCULA-VARIACOES.
           MOVE 1 TO WS-IDX-PROGRAMA.
           PERFORM 00004-A-VARIACAO-PROGRAMA
               UNTIL WS-IDX-PROGRAMA > WS-QTD-PROGRAMAS.

       00004-A-VARIACAO-PROGRAMA.
           MOVE -99999 TO TP-VARIACAO(WS-IDX-PROGRAMA).
           IF TP-QTD-REC(WS-IDX-PROGRAMA) > 0
              AND TP-QTD-ANT(WS-IDX-PROGRAMA) > 0
              COMPUTE WS-MEDIA-REC ROUNDED =
                      TP-SOMA-REC(WS-IDX-PROGRAMA)
                      / TP-QTD-REC(WS-IDX-PROGRAMA)
              COMPUTE WS-MEDIA-ANT ROUNDED =
                      TP-SOMA-ANT(WS-IDX-PROGRAMA)
                      / TP-QTD-ANT(WS-IDX-PROGRAMA)
              IF WS-MEDIA-ANT > 0
                 COMPUTE TP-VARIACAO(WS-IDX-PROGRAMA) ROUNDED =
                         (WS-MEDIA-REC - WS-MEDIA-ANT) * 100
                         / WS-MEDIA-ANT
                    ON SIZE ERROR
                       MOVE 9999 TO TP-VARIACAO(WS-IDX-PROGRAMA)
                 END-COMPUTE
              ELSE
                 MOVE 0 TO TP-VARIACAO(WS-IDX-PROGRAMA)
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-PROGRAMA.

      ******************************************************************
      * ORDENA DA MAIOR VARIACAO PARA A MENOR (SELECAO DIRETA: PARA
      * CADA POSICAO, TROCA COM O MAIOR DO RESTANTE).
      ******************************************************************
       00005-ORDENA-PROGRAMAS.
           MOVE 1 TO WS-IDX-ORDENA.
           PERFORM 00005-A-POSICIONA-MAIOR
               UNTIL WS-IDX-ORDENA NOT < WS-QTD-PROGRAMAS.

       00005-A-POSICIONA-MAIOR.
           MOVE WS-IDX-ORDENA TO WS-IDX-MAIOR.
           COMPUTE WS-IDX-VARRE = WS-IDX-ORDENA + 1.
           PERFORM 00005-B-COMPARA
               UNTIL WS-IDX-VARRE > WS-QTD-PROGRAMAS.
           IF WS-IDX-MAIOR NOT = WS-IDX-ORDENA
              MOVE PROGRAMA-ITEM(WS-IDX-ORDENA) TO WS-TROCA-ITEM
              MOVE PROGRAMA-ITEM(WS-IDX-MAIOR)
                TO PROGRAMA-ITEM(WS-IDX-ORDENA)
              MOVE WS-TROCA-ITEM TO PROGRAMA-ITEM(WS-IDX-MAIOR)
           END-IF.
           ADD 1 TO WS-IDX-ORDENA.

       00005-B-COMPARA.
           IF TP-VARIACAO(WS-IDX-VARRE) > TP-VARIACAO(WS-IDX-MAIOR)
              MOVE WS-IDX-VARRE TO WS-IDX-MAIOR
           END-IF.
           ADD 1 TO WS-IDX-VARRE.

       00006-CABECALHO.
           MOVE SPACES TO SP-LINHA.
           STRING "PROGRAMA                       "
                                        DELIMITED BY SIZE
                  " EXEC  MEDIA 7D  EXEC  MEDIA 28D   VAR%"
                                        DELIMITED BY SIZE
                  "  VOL 7D    VOL 28D"  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "                               "
                                        DELIMITED BY SIZE
                  "       (SEG)            (SEG)"
                                        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00007-IMPRIME-PROGRAMA.
           MOVE 0 TO WS-MEDIA-REC WS-MEDIA-ANT
                     WS-MEDIA-VOL-REC WS-MEDIA-VOL-ANT.
           IF TP-QTD-REC(WS-IDX-PROGRAMA) > 0
              COMPUTE WS-MEDIA-REC ROUNDED =
                      TP-SOMA-REC(WS-IDX-PROGRAMA)
                      / TP-QTD-REC(WS-IDX-PROGRAMA)
              COMPUTE WS-MEDIA-VOL-REC ROUNDED =
                      TP-VOL-REC(WS-IDX-PROGRAMA)
                      / TP-QTD-REC(WS-IDX-PROGRAMA)
           END-IF.
           IF TP-QTD-ANT(WS-IDX-PROGRAMA) > 0
              COMPUTE WS-MEDIA-ANT ROUNDED =
                      TP-SOMA-ANT(WS-IDX-PROGRAMA)
                      / TP-QTD-ANT(WS-IDX-PROGRAMA)
              COMPUTE WS-MEDIA-VOL-ANT ROUNDED =
                      TP-VOL-ANT(WS-IDX-PROGRAMA)
                      / TP-QTD-ANT(WS-IDX-PROGRAMA)
           END-IF.
           MOVE WS-MEDIA-REC     TO WS-MEDIA-REC-EDT.
           MOVE WS-MEDIA-ANT     TO WS-MEDIA-ANT-EDT.
           MOVE WS-MEDIA-VOL-REC TO WS-VOL-REC-EDT.
           MOVE WS-MEDIA-VOL-ANT TO WS-VOL-ANT-EDT.

           MOVE SPACES TO WS-INDICADOR.
           IF TP-VARIACAO(WS-IDX-PROGRAMA) = -99999
              MOVE "   --" TO WS-VARIACAO-ALFA
              MOVE "SEM BASE" TO WS-INDICADOR
           ELSE
              MOVE TP-VARIACAO(WS-IDX-PROGRAMA) TO WS-VARIACAO-EDT
              ADD 1 TO WS-CONT-PROGRAMAS
              IF TP-VARIACAO(WS-IDX-PROGRAMA) > WS-LIMITE-LENTO
                 MOVE "MAIS LENTO" TO WS-INDICADOR
                 ADD 1 TO WS-CONT-LENTOS
              END-IF
           END-IF.

           MOVE SPACES TO SP-LINHA.
           STRING TP-PROGRAMA(WS-IDX-PROGRAMA) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  TP-QTD-REC(WS-IDX-PROGRAMA)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-MEDIA-REC-EDT             DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  TP-QTD-ANT(WS-IDX-PROGRAMA)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-MEDIA-ANT-EDT             DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-VARIACAO-EDT              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-VOL-REC-EDT               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-VOL-ANT-EDT               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-INDICADOR                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-PROGRAMA.

       00008-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PROGRAMAS COMPARADOS....: " DELIMITED BY SIZE
                  WS-CONT-PROGRAMAS            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PROGRAMAS MAIS LENTOS...: " DELIMITED BY SIZE
                  WS-CONT-LENTOS               DELIMITED BY SIZE
                  " (ACIMA DE "                DELIMITED BY SIZE
                  WS-LIMITE-LENTO              DELIMITED BY SIZE
                  " PCT)"                      DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00009-RODAPE.
           DISPLAY " ".
           DISPLAY "==== TENDENCIA SEMANAL DOS JOBS ====".
           DISPLAY "REGISTROS DE HISTORICO..: " WS-CONT-LIDOS.
           DISPLAY "PROGRAMAS COMPARADOS....: " WS-CONT-PROGRAMAS.
           DISPLAY "PROGRAMAS MAIS LENTOS...: " WS-CONT-LENTOS.
           DISPLAY "REGISTROS INVALIDOS.....: " WS-CONT-ERROS.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "TENDENCIA SEMANAL DOS JOBS" TO SP-TITULO.
           MOVE "PROG132-TENDENCIA-JOBS" TO SP-PROGRAMA.
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

       END PROGRAM PROG132-TENDENCIA-JOBS.
