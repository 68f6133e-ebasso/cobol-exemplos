      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Driver do Fechamento Mensal
      *          Encadeia, em uma unica execucao, os passos do
      *          fechamento de uma competencia que ate hoje eram
      *          rodados um a um na mao: folha de pagamento,
      *          comissoes (PROG055), encargos patronais (PROG064),
      *          classificacao ABC (PROG070), metas x realizado
      *          (PROG078), aging do contas a receber (PROG052),
      *          lancamentos contabeis do ultimo dia (PROG065) e o
      *          balancete do mes (PROG066). Os passos ficam em uma
      *          tabela propria com as dependencias declaradas: passo
      *          cujo predecessor nao concluiu fica BLOQUEADO, os
      *          independentes seguem. Mesmo esquema do job noturno
      *          (PROG014): log de execucao PROG130-RUN.LOG,
      *          checkpoint PROG130-CHK.DAT com a situacao e os totais
      *          de cada passo (a reexecucao oferece retomar so o que
      *          falta) e historico no PROG037. So comeca se a ultima
      *          execucao do job noturno no mes terminou limpa. Os
      *          parametros vao para cada passo e os totais de
      *          controle voltam pelo PROG130-PASSO.DAT (FECHPASS.CPY).
      *          No fim imprime no spool o certificado de fechamento,
      *          passo a passo, com status e totais de controle.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog130_fechamento_mensal -std=default -I copybooks prog130_fechamento_mensal.cob && ./bin/prog130_fechamento_mensal
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG130-FECHAMENTO-MENSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * LOG PERSISTENTE DE EXECUCAO DOS PASSOS DO FECHAMENTO.
           SELECT FD-RUNLOG ASSIGN TO "PROG130-RUN.LOG"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-LOG.

      * CHECKPOINT: COMPETENCIA EM FECHAMENTO E, POR PASSO, A
      * SITUACAO, O STATUS E OS TOTAIS DE CONTROLE. UM REGISTRO SO.
           SELECT FD-FECHCHK ASSIGN TO "PROG130-CHK.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CHK.

      * HISTORICO DE JOBS DO PROG037, PARA CONFERIR O JOB NOTURNO.
           SELECT FD-HISTORICO-JOB ASSIGN TO "PROG37-HIST.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HIST.

      * PASSAGEM DE PARAMETROS E TOTAIS COM OS PASSOS (FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

       FD FD-RUNLOG.
       01 REG-RUNLOG            PIC X(100).

       FD FD-FECHCHK
          RECORD CONTAINS 798 CHARACTERS.
       01 REG-FECHCHK           PIC X(798).

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

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO  PIC X(151).

       WORKING-STORAGE SECTION.
       77 WS-DATA-EXEC          PIC 9(08).
       77 WS-HORA-EXEC          PIC 9(08).
       77 WS-FILE-STATUS-LOG    PIC 9(02).
       77 WS-FILE-STATUS-CHK    PIC 9(02).
       77 WS-FILE-STATUS-HIST   PIC 9(02).
       77 WS-FILE-STATUS-PSF    PIC 9(02).

      ************ COMPETENCIA EM FECHAMENTO ************************
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           02 WS-COMP-ANO       PIC 9(04).
           02 WS-COMP-MES       PIC 9(02).
       77 WS-PROXIMA-COMP       PIC 9(06).
       77 WS-LOJA-NUM           PIC 9(03) VALUE ZERO.
       77 WS-DATA-INICIAL       PIC 9(08).
       77 WS-DATA-FINAL         PIC 9(08).
       77 WS-PRIMEIRO-PROX      PIC 9(08).
       77 WS-INT-DATA           PIC 9(08) COMP.
       77 WS-OPCAO-CONFIRMA     PIC 9(01) VALUE ZERO.

      ************ CONFERENCIA DO JOB NOTURNO DO MES ****************
       77 WS-JOB-ID-NOTURNO     PIC 9(10) VALUE ZERO.
       77 WS-DATA-NOTURNO       PIC 9(08) VALUE ZERO.
       77 WS-STATUS-NOTURNO     PIC 9(02) VALUE ZERO.
       77 WS-ERROS-NOTURNO      PIC 9(05) VALUE ZERO.
       77 WS-NOTURNO-TERMINOU   PIC 9(01) VALUE ZERO.
           88 NOTURNO-TERMINOU  VALUE 1.
       77 WS-NOTURNO-OK         PIC 9(01) VALUE ZERO.
           88 NOTURNO-OK        VALUE 1.
       77 WS-FIM-HISTORICO      PIC 9(01) VALUE ZERO.
           88 FIM-DO-HISTORICO  VALUE 1.

      ************ VARIAVEL PARA O STATUS DE RETORNO DOS PASSOS ******
       77 WS-STATUS-PASSO       PIC 9(02) VALUE ZERO.

      ************ TABELA DOS PASSOS DO FECHAMENTO, EM ORDEM *********
      * CADA PASSO DECLARA ATE 3 PASSOS DOS QUAIS DEPENDE (00 = SEM
      * DEPENDENCIA): SO RODA SE TODOS ELES CONCLUIRAM NESTA
      * COMPETENCIA. OS ENCARGOS E O DIARIO SAEM DA FOLHA FECHADA E O
      * BALANCETE SO FAZ SENTIDO SOBRE O DIARIO DO MES COMPLETO.
       01 TAB-PASSOS-VALORES.
           02 FILLER PIC X(30) VALUE "FOLHA-PGTO".
           02 FILLER PIC X(40) VALUE
              "FOLHA MENSAL E FECHAMENTO DA COMPETENCIA".
           02 FILLER PIC X(06) VALUE "000000".
           02 FILLER PIC X(30) VALUE "PROG055-CALCULA-COMISSOES".
           02 FILLER PIC X(40) VALUE "CALCULO DAS COMISSOES".
           02 FILLER PIC X(06) VALUE "000000".
           02 FILLER PIC X(30) VALUE "PROG064-ENCARGOS-PATRONAIS".
           02 FILLER PIC X(40) VALUE "ENCARGOS PATRONAIS DA FOLHA".
           02 FILLER PIC X(06) VALUE "010000".
           02 FILLER PIC X(30) VALUE "PROG070-CLASSIFICA-ABC".
           02 FILLER PIC X(40) VALUE "CLASSIFICACAO ABC DOS PRODUTOS".
           02 FILLER PIC X(06) VALUE "000000".
           02 FILLER PIC X(30) VALUE "PROG078-RELATORIO-METAS".
           02 FILLER PIC X(40) VALUE "METAS X REALIZADO".
           02 FILLER PIC X(06) VALUE "000000".
           02 FILLER PIC X(30) VALUE "PROG052-RELATORIO-AGING".
           02 FILLER PIC X(40) VALUE
              "AGING DO CONTAS A RECEBER".
           02 FILLER PIC X(06) VALUE "000000".
           02 FILLER PIC X(30) VALUE "PROG065-GERA-LANCAMENTOS".
           02 FILLER PIC X(40) VALUE
              "LANCAMENTOS CONTABEIS DO ULTIMO DIA".
           02 FILLER PIC X(06) VALUE "010000".
           02 FILLER PIC X(30) VALUE "PROG066-BALANCETE".
           02 FILLER PIC X(40) VALUE "BALANCETE DO MES".
           02 FILLER PIC X(06) VALUE "070000".

       01 TAB-PASSOS REDEFINES TAB-PASSOS-VALORES.
           02 PASSO-ITEM OCCURS 8 TIMES.
              03 PS-PROGRAMA    PIC X(30).
              03 PS-TITULO      PIC X(40).
              03 PS-DEPENDE     PIC 9(02) OCCURS 3 TIMES.

       77 WS-QTD-PASSOS         PIC 9(02) VALUE 8.
       77 WS-PASSO              PIC 9(02) VALUE ZERO.
       77 WS-IDX-DEP            PIC 9(01) VALUE ZERO.
       77 WS-PASSO-DEP          PIC 9(02) VALUE ZERO.
       77 WS-PASSO-PENDENTE     PIC 9(02) VALUE ZERO.
       77 WS-DEPENDENCIAS-OK    PIC 9(01) VALUE ZERO.
           88 DEPENDENCIAS-OK   VALUE 1.

      ************ CHECKPOINT DO FECHAMENTO ************************
      * SITUACAO DO PASSO: N = NAO EXECUTADO, C = CONCLUIDO,
      * F = FALHOU, B = BLOQUEADO POR DEPENDENCIA.
       01 WS-CHECKPOINT.
           02 CK-COMPETENCIA     PIC 9(06).
           02 CK-PASSO OCCURS 8 TIMES.
              03 CK-SITUACAO     PIC X(01).
              03 CK-STATUS       PIC 9(02).
              03 CK-LIDOS        PIC 9(07).
              03 CK-APLICADOS    PIC 9(07).
              03 CK-ERROS        PIC 9(07).
              03 CK-VALOR        PIC 9(13)V9(02).
              03 CK-DESC-VALOR   PIC X(20).
              03 CK-OBSERVACAO   PIC X(40).

       77 WS-CHECKPOINT-LIDO    PIC 9(01) VALUE ZERO.
           88 CHECKPOINT-LIDO   VALUE 1.
       77 WS-OPCAO-RETOMADA     PIC 9(01) VALUE ZERO.
       77 WS-MANTEM-CONCLUIDOS  PIC 9(01) VALUE ZERO.
           88 MANTEM-CONCLUIDOS VALUE 1.
       77 WS-PASSOS-CONCLUIDOS  PIC 9(02) VALUE ZERO.
       77 WS-PASSOS-PENDENTES   PIC 9(02) VALUE ZERO.
       77 WS-PASSOS-EXECUTADOS  PIC 9(02) VALUE ZERO.
       77 WS-STATUS-FALHA       PIC 9(02) VALUE ZERO.

      ************ VARIAVEIS PARA O CERTIFICADO *********************
       77 WS-VALOR-EDT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-SITUACAO-EDT       PIC X(20).

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK           PIC 9(01) VALUE ZERO.
           88 SPOOL-OK          VALUE 1.

      ************ REGISTRO DE PASSAGEM COM OS PASSOS ***************
           COPY FECHPASS.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0000-JOB-INICIO.
           PERFORM 0001-PEDE-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              DISPLAY "-- COMPETENCIA INVALIDA --> " WS-COMPETENCIA
              MOVE 90 TO RETURN-CODE
              PERFORM 9999-JOB-FIM
              GOBACK
           END-IF.
           IF WS-COMPETENCIA NOT < WS-DATA-EXEC(1:6)
              DISPLAY "-- COMPETENCIA " WS-COMPETENCIA
                      " AINDA EM CURSO, FECHAMENTO NAO INICIADO"
              MOVE 90 TO RETURN-CODE
              PERFORM 9999-JOB-FIM
              GOBACK
           END-IF.

           PERFORM 0005-VERIFICA-NOTURNO.
           IF NOT NOTURNO-OK
              DISPLAY "-- FECHAMENTO NAO INICIADO"
              MOVE 90 TO RETURN-CODE
              PERFORM 9999-JOB-FIM
              GOBACK
           END-IF.

           PERFORM 0003-CARREGA-CHECKPOINT.
           IF WS-PASSOS-CONCLUIDOS = WS-QTD-PASSOS
              DISPLAY "-- COMPETENCIA " WS-COMPETENCIA
                      " JA FECHADA, REIMPRIMINDO O CERTIFICADO"
              PERFORM 2000-CERTIFICADO
              MOVE 0 TO RETURN-CODE
              PERFORM 9999-JOB-FIM
              GOBACK
           END-IF.

           DISPLAY "CONFIRMA O FECHAMENTO DA COMPETENCIA "
                   WS-COMPETENCIA " (1 = SIM)? " WITH NO ADVANCING.
           ACCEPT WS-OPCAO-CONFIRMA.
           IF WS-OPCAO-CONFIRMA NOT = 1
              DISPLAY "-- FECHAMENTO CANCELADO PELO OPERADOR"
              MOVE 0 TO RETURN-CODE
              PERFORM 9999-JOB-FIM
              GOBACK
           END-IF.

           MOVE "I" TO JC-FUNCAO.
           MOVE "PROG130-FECHAMENTO-MENSAL" TO JC-PROGRAMA.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           PERFORM 0002-ABRE-RUNLOG.
           PERFORM 9001-GRAVA-CHECKPOINT.
           PERFORM 9005-LIMPA-PASSAGEM.

           MOVE 1 TO WS-PASSO.
           PERFORM 1000-EXECUTA-PASSO
               UNTIL WS-PASSO > WS-QTD-PASSOS.

           PERFORM 9005-LIMPA-PASSAGEM.
           PERFORM 0006-CONTA-SITUACAO.
           IF WS-PASSOS-PENDENTES = 0
              PERFORM 9000-GRAVA-RUNLOG-TEXTO
           END-IF.

           CLOSE FD-RUNLOG.

           MOVE "F" TO JC-FUNCAO.
           IF WS-PASSOS-PENDENTES > 0
              MOVE WS-STATUS-FALHA TO JC-STATUS
              IF JC-STATUS = 0
                 MOVE 90 TO JC-STATUS
              END-IF
           END-IF.
           MOVE WS-PASSOS-EXECUTADOS TO JC-CONT-LIDOS.
           MOVE WS-PASSOS-CONCLUIDOS TO JC-CONT-APLICADOS.
           MOVE WS-PASSOS-PENDENTES  TO JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           PERFORM 2000-CERTIFICADO.

           MOVE 0 TO RETURN-CODE.
           IF WS-PASSOS-PENDENTES > 0
              MOVE 90 TO RETURN-CODE
           END-IF.
           PERFORM 9999-JOB-FIM.
           GOBACK.

      ******************************************************************
      * EXECUTA UM PASSO DA TABELA: O QUE JA CONCLUIU NA RETOMADA NAO
      * RODA DE NOVO; O QUE DEPENDE DE PASSO NAO CONCLUIDO FICA
      * BLOQUEADO; OS DEMAIS RODAM, MESMO APOS A FALHA DE UM PASSO
      * INDEPENDENTE.
      ******************************************************************
       1000-EXECUTA-PASSO.
           IF CK-SITUACAO(WS-PASSO) = "C"
              DISPLAY " "
              DISPLAY "==== PASSO " WS-PASSO ": "
                      PS-TITULO(WS-PASSO) " - JA CONCLUIDO ===="
              PERFORM 9004-LOG-PASSO-PULADO
           ELSE
              PERFORM 1100-TESTA-DEPENDENCIAS
              IF NOT DEPENDENCIAS-OK
                 PERFORM 1200-BLOQUEIA-PASSO
              ELSE
                 PERFORM 1001-RODA-PASSO
              END-IF
           END-IF.
           ADD 1 TO WS-PASSO.

       1001-RODA-PASSO.
           DISPLAY " ".
           DISPLAY "==== PASSO " WS-PASSO ": "
                   PS-TITULO(WS-PASSO) " ====".
           PERFORM 9002-LOG-INICIO-PASSO.
           PERFORM 1300-PREPARA-PASSAGEM.

           MOVE 0 TO RETURN-CODE.
           CALL PS-PROGRAMA(WS-PASSO).
           MOVE RETURN-CODE TO WS-STATUS-PASSO.
           MOVE 0 TO RETURN-CODE.
           CANCEL PS-PROGRAMA(WS-PASSO).

           PERFORM 1400-RECOLHE-PASSAGEM.
           PERFORM 9003-LOG-FIM-PASSO.
           ADD 1 TO WS-PASSOS-EXECUTADOS.

           MOVE WS-STATUS-PASSO   TO CK-STATUS(WS-PASSO).
           MOVE PF-CONT-LIDOS     TO CK-LIDOS(WS-PASSO).
           MOVE PF-CONT-APLICADOS TO CK-APLICADOS(WS-PASSO).
           MOVE PF-CONT-ERROS     TO CK-ERROS(WS-PASSO).
           MOVE PF-VALOR-CONTROLE TO CK-VALOR(WS-PASSO).
           MOVE PF-DESC-VALOR     TO CK-DESC-VALOR(WS-PASSO).
           MOVE PF-OBSERVACAO     TO CK-OBSERVACAO(WS-PASSO).
           IF WS-STATUS-PASSO NOT = 0
              DISPLAY "-- PASSO " WS-PASSO " FALHOU - STATUS -->"
                      WS-STATUS-PASSO
              MOVE "F" TO CK-SITUACAO(WS-PASSO)
              MOVE WS-STATUS-PASSO TO WS-STATUS-FALHA
           ELSE
              MOVE "C" TO CK-SITUACAO(WS-PASSO)
           END-IF.
           PERFORM 9001-GRAVA-CHECKPOINT.

      ******************************************************************
      * TODAS AS DEPENDENCIAS DECLARADAS DO PASSO CONCLUIRAM?
      ******************************************************************
       1100-TESTA-DEPENDENCIAS.
           MOVE 1 TO WS-DEPENDENCIAS-OK.
           MOVE 0 TO WS-PASSO-PENDENTE.
           MOVE 1 TO WS-IDX-DEP.
           PERFORM 1100-A-TESTA-DEPENDENCIA
               UNTIL WS-IDX-DEP > 3.

       1100-A-TESTA-DEPENDENCIA.
           MOVE PS-DEPENDE(WS-PASSO WS-IDX-DEP) TO WS-PASSO-DEP.
           IF WS-PASSO-DEP > 0
              IF CK-SITUACAO(WS-PASSO-DEP) NOT = "C"
                 MOVE 0 TO WS-DEPENDENCIAS-OK
                 IF WS-PASSO-PENDENTE = 0
                    MOVE WS-PASSO-DEP TO WS-PASSO-PENDENTE
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-DEP.

      ******************************************************************
      * PASSO COM DEPENDENCIA NAO CONCLUIDA: NAO RODA, FICA BLOQUEADO
      * NO CHECKPOINT E NO LOG, E SAI ASSIM NO CERTIFICADO.
      ******************************************************************
       1200-BLOQUEIA-PASSO.
           DISPLAY " ".
           DISPLAY "==== PASSO " WS-PASSO ": "
                   PS-TITULO(WS-PASSO) " - BLOQUEADO PELO PASSO "
                   WS-PASSO-PENDENTE " ====".
           PERFORM 9006-LOG-PASSO-BLOQUEADO.
           MOVE "B"  TO CK-SITUACAO(WS-PASSO).
           MOVE ZERO TO CK-STATUS(WS-PASSO) CK-LIDOS(WS-PASSO)
                        CK-APLICADOS(WS-PASSO) CK-ERROS(WS-PASSO)
                        CK-VALOR(WS-PASSO).
           MOVE SPACES TO CK-DESC-VALOR(WS-PASSO).
           MOVE SPACES TO CK-OBSERVACAO(WS-PASSO).
           STRING "DEPENDE DO PASSO "  DELIMITED BY SIZE
                  WS-PASSO-PENDENTE    DELIMITED BY SIZE
                  ", NAO CONCLUIDO"    DELIMITED BY SIZE
                  INTO CK-OBSERVACAO(WS-PASSO).
           PERFORM 9001-GRAVA-CHECKPOINT.

      ******************************************************************
      * GRAVA O REGISTRO DE PASSAGEM COM O NOME DO PROGRAMA DO PASSO E
      * OS PARAMETROS DA COMPETENCIA, TOTAIS ZERADOS: O PASSO QUE NAO
      * DEVOLVER NADA SAI SEM TOTAIS NO CERTIFICADO.
      ******************************************************************
       1300-PREPARA-PASSAGEM.
           MOVE PS-PROGRAMA(WS-PASSO) TO PF-PROGRAMA.
           MOVE WS-COMPETENCIA        TO PF-COMPETENCIA.
           MOVE WS-DATA-INICIAL       TO PF-DATA-INICIAL.
           MOVE WS-DATA-FINAL         TO PF-DATA-FINAL.
           MOVE WS-LOJA-NUM           TO PF-LOJA.
           MOVE ZERO TO PF-CONT-LIDOS PF-CONT-APLICADOS
                        PF-CONT-ERROS PF-VALOR-CONTROLE.
           MOVE SPACES TO PF-DESC-VALOR.
           MOVE SPACES TO PF-OBSERVACAO.
           MOVE 0 TO WS-FILE-STATUS-PSF.
           OPEN OUTPUT FD-PASSO-FECHAMENTO.
           IF WS-FILE-STATUS-PSF = 0
              WRITE REG-PASSO-FECHAMENTO FROM WS-PASSO-FECHAMENTO
              CLOSE FD-PASSO-FECHAMENTO
           ELSE
              DISPLAY "-- ERRO AO GRAVAR PASSAGEM DO PASSO -->"
                      WS-FILE-STATUS-PSF
           END-IF.

      ******************************************************************
      * LE OS TOTAIS DEVOLVIDOS PELO PASSO E ESVAZIA A PASSAGEM, PARA
      * UMA EXECUCAO AVULSA DO PROGRAMA VOLTAR A SER INTERATIVA.
      ******************************************************************
       1400-RECOLHE-PASSAGEM.
           MOVE 0 TO WS-FILE-STATUS-PSF.
           OPEN INPUT FD-PASSO-FECHAMENTO.
           IF WS-FILE-STATUS-PSF = 0
              READ FD-PASSO-FECHAMENTO INTO WS-PASSO-FECHAMENTO
                   AT END
                      CONTINUE
              END-READ
              CLOSE FD-PASSO-FECHAMENTO
           END-IF.
           IF PF-PROGRAMA NOT = PS-PROGRAMA(WS-PASSO)
              MOVE ZERO TO PF-CONT-LIDOS PF-CONT-APLICADOS
                           PF-CONT-ERROS PF-VALOR-CONTROLE
              MOVE SPACES TO PF-DESC-VALOR
              MOVE "PASSO NAO DEVOLVEU OS TOTAIS" TO PF-OBSERVACAO
           END-IF.
           PERFORM 9005-LIMPA-PASSAGEM.

       0000-JOB-INICIO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           DISPLAY "=========================================".
           DISPLAY "JOB PROG130-FECHAMENTO-MENSAL - INICIO "
                   WS-DATA-EXEC " " WS-HORA-EXEC.
           DISPLAY "=========================================".

      ******************************************************************
      * COMPETENCIA A FECHAR (ZERO = MES ANTERIOR AO CORRENTE), A LOJA
      * DOS RELATORIOS POR LOJA E O PRIMEIRO E O ULTIMO DIA DO MES.
      ******************************************************************
       0001-PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA A FECHAR (AAAAMM, 0 = MES ANTERIOR): "
                   WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = 0
              MOVE WS-DATA-EXEC(1:6) TO WS-COMPETENCIA
              IF WS-COMP-MES = 1
                 SUBTRACT 1 FROM WS-COMP-ANO
                 MOVE 12 TO WS-COMP-MES
              ELSE
                 SUBTRACT 1 FROM WS-COMP-MES
              END-IF
           END-IF.

           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.

           IF WS-COMP-MES NOT < 1 AND WS-COMP-MES NOT > 12
              COMPUTE WS-DATA-INICIAL = (WS-COMPETENCIA * 100) + 1
              IF WS-COMP-MES = 12
                 COMPUTE WS-PROXIMA-COMP =
                         ((WS-COMP-ANO + 1) * 100) + 1
              ELSE
                 COMPUTE WS-PROXIMA-COMP = WS-COMPETENCIA + 1
              END-IF
              COMPUTE WS-PRIMEIRO-PROX = (WS-PROXIMA-COMP * 100) + 1
              COMPUTE WS-INT-DATA =
                      FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-PROX) - 1
              COMPUTE WS-DATA-FINAL =
                      FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
              DISPLAY "-- FECHAMENTO DA COMPETENCIA " WS-COMPETENCIA
                      " (" WS-DATA-INICIAL " A " WS-DATA-FINAL
                      ") LOJA " WS-LOJA-NUM
           END-IF.

       0002-ABRE-RUNLOG.
           MOVE 0 TO WS-FILE-STATUS-LOG.
           OPEN EXTEND FD-RUNLOG.
           IF WS-FILE-STATUS-LOG = 35
              OPEN OUTPUT FD-RUNLOG
              CLOSE FD-RUNLOG
              MOVE 0 TO WS-FILE-STATUS-LOG
              OPEN EXTEND FD-RUNLOG
           END-IF.
           IF WS-FILE-STATUS-LOG NOT = 0
              DISPLAY "-- ERRO AO ABRIR LOG DE EXECUCAO -->"
                      WS-FILE-STATUS-LOG.

      ******************************************************************
      * CHECKPOINT DA MESMA COMPETENCIA: TUDO CONCLUIDO = JA FECHADA;
      * COM PASSOS PENDENTES, OFERECE RETOMAR SO O QUE FALTA. DE OUTRA
      * COMPETENCIA: AVISA SE FICOU INCOMPLETO E COMECA DO ZERO.
      ******************************************************************
       0003-CARREGA-CHECKPOINT.
           MOVE 0 TO WS-CHECKPOINT-LIDO.
           MOVE 0 TO WS-MANTEM-CONCLUIDOS.
           MOVE 0 TO WS-FILE-STATUS-CHK.
           OPEN INPUT FD-FECHCHK.
           IF WS-FILE-STATUS-CHK = 0
              READ FD-FECHCHK INTO WS-CHECKPOINT
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE 1 TO WS-CHECKPOINT-LIDO
              END-READ
              CLOSE FD-FECHCHK
           END-IF.

           IF CHECKPOINT-LIDO
              PERFORM 0006-CONTA-SITUACAO
              IF CK-COMPETENCIA = WS-COMPETENCIA
                 IF WS-PASSOS-CONCLUIDOS > 0
                    AND WS-PASSOS-CONCLUIDOS < WS-QTD-PASSOS
                    DISPLAY "-- FECHAMENTO ANTERIOR DA COMPETENCIA "
                            "PAROU COM " WS-PASSOS-CONCLUIDOS
                            " PASSO(S) CONCLUIDO(S)"
                    DISPLAY "RETOMAR SO OS PASSOS PENDENTES "
                            "(1 = SIM)? " WITH NO ADVANCING
                    ACCEPT WS-OPCAO-RETOMADA
                    IF WS-OPCAO-RETOMADA = 1
                       MOVE 1 TO WS-MANTEM-CONCLUIDOS
                    END-IF
                 END-IF
                 IF WS-PASSOS-CONCLUIDOS = WS-QTD-PASSOS
                    MOVE 1 TO WS-MANTEM-CONCLUIDOS
                 END-IF
              ELSE
                 IF WS-PASSOS-PENDENTES > 0
                    AND CK-COMPETENCIA NUMERIC
                    AND CK-COMPETENCIA > 0
                    DISPLAY "-- ATENCAO: O FECHAMENTO DA COMPETENCIA "
                            CK-COMPETENCIA " FICOU INCOMPLETO"
                 END-IF
              END-IF
           END-IF.

           MOVE WS-COMPETENCIA TO CK-COMPETENCIA.
           MOVE 1 TO WS-PASSO.
           PERFORM 0003-A-PREPARA-PASSO
               UNTIL WS-PASSO > WS-QTD-PASSOS.
           PERFORM 0006-CONTA-SITUACAO.

       0003-A-PREPARA-PASSO.
           IF MANTEM-CONCLUIDOS AND CK-SITUACAO(WS-PASSO) = "C"
              CONTINUE
           ELSE
              MOVE "N"  TO CK-SITUACAO(WS-PASSO)
              MOVE ZERO TO CK-STATUS(WS-PASSO) CK-LIDOS(WS-PASSO)
                           CK-APLICADOS(WS-PASSO) CK-ERROS(WS-PASSO)
                           CK-VALOR(WS-PASSO)
              MOVE SPACES TO CK-DESC-VALOR(WS-PASSO)
              MOVE SPACES TO CK-OBSERVACAO(WS-PASSO)
           END-IF.
           ADD 1 TO WS-PASSO.

      ******************************************************************
      * ULTIMA EXECUCAO DO JOB NOTURNO (PROG014) INICIADA DENTRO DA
      * COMPETENCIA: TEM QUE TER TERMINADO, COM STATUS ZERO E SEM
      * ERROS, PARA O FECHAMENTO COMECAR.
      ******************************************************************
       0005-VERIFICA-NOTURNO.
           MOVE 0 TO WS-NOTURNO-OK.
           MOVE 0 TO WS-NOTURNO-TERMINOU.
           MOVE 0 TO WS-JOB-ID-NOTURNO.
           MOVE 0 TO WS-FIM-HISTORICO.
           MOVE 0 TO WS-FILE-STATUS-HIST.
           OPEN INPUT FD-HISTORICO-JOB.
           IF WS-FILE-STATUS-HIST NOT = 0
              DISPLAY "-- SEM HISTORICO DE JOBS (STATUS "
                      WS-FILE-STATUS-HIST "), JOB NOTURNO NAO CONFERIDO"
           ELSE
              PERFORM 0005-A-LER-HISTORICO
              PERFORM 0005-B-TESTA-HISTORICO UNTIL FIM-DO-HISTORICO
              CLOSE FD-HISTORICO-JOB
              IF WS-JOB-ID-NOTURNO = 0
                 DISPLAY "-- NENHUMA EXECUCAO DO JOB NOTURNO NA "
                         "COMPETENCIA " WS-COMPETENCIA
              ELSE
              IF NOT NOTURNO-TERMINOU
                 DISPLAY "-- JOB NOTURNO DE " WS-DATA-NOTURNO
                         " (JOB " WS-JOB-ID-NOTURNO ") AINDA NAO "
                         "TERMINOU"
              ELSE
              IF WS-STATUS-NOTURNO NOT = 0 OR WS-ERROS-NOTURNO > 0
                 DISPLAY "-- JOB NOTURNO DE " WS-DATA-NOTURNO
                         " (JOB " WS-JOB-ID-NOTURNO ") TERMINOU COM "
                         "STATUS " WS-STATUS-NOTURNO
                 DISPLAY "-- CORRIGIR E RODAR O PROG014 DE NOVO ANTES "
                         "DO FECHAMENTO"
              ELSE
                 DISPLAY "-- JOB NOTURNO DE " WS-DATA-NOTURNO
                         " (JOB " WS-JOB-ID-NOTURNO ") TERMINOU OK"
                 MOVE 1 TO WS-NOTURNO-OK
              END-IF
              END-IF
              END-IF
           END-IF.

       0005-A-LER-HISTORICO.
           READ FD-HISTORICO-JOB
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO.

       0005-B-TESTA-HISTORICO.
           IF JH-PROGRAMA = "PROG014-BATCH-NOTURNO"
              IF JH-EVENTO = "I" AND JH-DATA(1:6) = WS-COMPETENCIA
                 MOVE JH-JOB-ID TO WS-JOB-ID-NOTURNO
                 MOVE JH-DATA   TO WS-DATA-NOTURNO
                 MOVE 0 TO WS-NOTURNO-TERMINOU
              END-IF
              IF JH-EVENTO = "F" AND WS-JOB-ID-NOTURNO > 0
                 AND JH-JOB-ID = WS-JOB-ID-NOTURNO
                 MOVE 1 TO WS-NOTURNO-TERMINOU
                 MOVE JH-STATUS TO WS-STATUS-NOTURNO
                 MOVE JH-ERROS  TO WS-ERROS-NOTURNO
              END-IF
           END-IF.
           PERFORM 0005-A-LER-HISTORICO.

      ******************************************************************
      * QUANTOS PASSOS DO CHECKPOINT ESTAO CONCLUIDOS E QUANTOS AINDA
      * PENDENTES (NAO EXECUTADOS, COM FALHA OU BLOQUEADOS).
      ******************************************************************
       0006-CONTA-SITUACAO.
           MOVE 0 TO WS-PASSOS-CONCLUIDOS.
           MOVE 0 TO WS-PASSOS-PENDENTES.
           MOVE 1 TO WS-PASSO.
           PERFORM 0006-A-CONTA-PASSO
               UNTIL WS-PASSO > WS-QTD-PASSOS.

       0006-A-CONTA-PASSO.
           IF CK-SITUACAO(WS-PASSO) = "C"
              ADD 1 TO WS-PASSOS-CONCLUIDOS
           ELSE
              ADD 1 TO WS-PASSOS-PENDENTES
           END-IF.
           ADD 1 TO WS-PASSO.

      ******************************************************************
      * CERTIFICADO DE FECHAMENTO: CADA PASSO COM A SITUACAO, O STATUS
      * E OS TOTAIS DE CONTROLE DEVOLVIDOS, E O RESULTADO DO MES.
      ******************************************************************
       2000-CERTIFICADO.
           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== CERTIFICADO DE FECHAMENTO MENSAL - COMPETENCIA "
                                  DELIMITED BY SIZE
                  WS-COMPETENCIA  DELIMITED BY SIZE
                  " LOJA "        DELIMITED BY SIZE
                  WS-LOJA-NUM     DELIMITED BY SIZE
                  " ===="         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE SPACES TO SP-LINHA.
           STRING "PERIODO "      DELIMITED BY SIZE
                  WS-DATA-INICIAL DELIMITED BY SIZE
                  " A "           DELIMITED BY SIZE
                  WS-DATA-FINAL   DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-EXEC    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HORA-EXEC    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 1 TO WS-PASSO.
           PERFORM 2000-A-IMPRIME-PASSO
               UNTIL WS-PASSO > WS-QTD-PASSOS.

           PERFORM 0006-CONTA-SITUACAO.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-PASSOS-PENDENTES = 0
              MOVE "RESULTADO: FECHAMENTO COMPLETO" TO SP-LINHA
           ELSE
              MOVE SPACES TO SP-LINHA
              STRING "RESULTADO: FECHAMENTO INCOMPLETO - "
                                       DELIMITED BY SIZE
                     WS-PASSOS-PENDENTES DELIMITED BY SIZE
                     " PASSO(S) PENDENTE(S), RODAR DE NOVO PARA "
                                       DELIMITED BY SIZE
                     "RETOMAR"         DELIMITED BY SIZE
                     INTO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.
           PERFORM 9803-FECHA-SPOOL.

       2000-A-IMPRIME-PASSO.
           EVALUATE CK-SITUACAO(WS-PASSO)
              WHEN "C"
                 MOVE "CONCLUIDO" TO WS-SITUACAO-EDT
              WHEN "F"
                 MOVE SPACES TO WS-SITUACAO-EDT
                 STRING "FALHOU STATUS "      DELIMITED BY SIZE
                        CK-STATUS(WS-PASSO)   DELIMITED BY SIZE
                        INTO WS-SITUACAO-EDT
              WHEN "B"
                 MOVE "BLOQUEADO" TO WS-SITUACAO-EDT
              WHEN OTHER
                 MOVE "NAO EXECUTADO" TO WS-SITUACAO-EDT
           END-EVALUATE.

           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PASSO "             DELIMITED BY SIZE
                  WS-PASSO             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PS-TITULO(WS-PASSO)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-SITUACAO-EDT      DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           IF CK-SITUACAO(WS-PASSO) = "C" OR "F"
              MOVE SPACES TO SP-LINHA
              STRING "   PROGRAMA "           DELIMITED BY SIZE
                     PS-PROGRAMA(WS-PASSO)    DELIMITED BY SIZE
                     " LIDOS "                DELIMITED BY SIZE
                     CK-LIDOS(WS-PASSO)       DELIMITED BY SIZE
                     " APLICADOS "            DELIMITED BY SIZE
                     CK-APLICADOS(WS-PASSO)   DELIMITED BY SIZE
                     " ERROS "                DELIMITED BY SIZE
                     CK-ERROS(WS-PASSO)       DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
              IF CK-DESC-VALOR(WS-PASSO) NOT = SPACES
                 MOVE CK-VALOR(WS-PASSO) TO WS-VALOR-EDT
                 MOVE SPACES TO SP-LINHA
                 STRING "   "                    DELIMITED BY SIZE
                        CK-DESC-VALOR(WS-PASSO)  DELIMITED BY SIZE
                        ": "                     DELIMITED BY SIZE
                        WS-VALOR-EDT             DELIMITED BY SIZE
                        INTO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
              END-IF
           END-IF.

           IF CK-OBSERVACAO(WS-PASSO) NOT = SPACES
              MOVE SPACES TO SP-LINHA
              STRING "   OBS: "                DELIMITED BY SIZE
                     CK-OBSERVACAO(WS-PASSO)   DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           ADD 1 TO WS-PASSO.

       9001-GRAVA-CHECKPOINT.
           MOVE 0 TO WS-FILE-STATUS-CHK.
           OPEN OUTPUT FD-FECHCHK.
           IF WS-FILE-STATUS-CHK = 0
              WRITE REG-FECHCHK FROM WS-CHECKPOINT
              CLOSE FD-FECHCHK
           ELSE
              DISPLAY "-- ERRO AO GRAVAR CHECKPOINT DO FECHAMENTO -->"
                      WS-FILE-STATUS-CHK.

       9002-LOG-INICIO-PASSO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE SPACES TO REG-RUNLOG.
           STRING WS-DATA-EXEC           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HORA-EXEC           DELIMITED BY SIZE
                  " PASSO "              DELIMITED BY SIZE
                  WS-PASSO               DELIMITED BY SIZE
                  " INICIO "             DELIMITED BY SIZE
                  PS-PROGRAMA(WS-PASSO)  DELIMITED BY SIZE
                  " COMPETENCIA "        DELIMITED BY SIZE
                  WS-COMPETENCIA         DELIMITED BY SIZE
                  INTO REG-RUNLOG.
           WRITE REG-RUNLOG.

       9003-LOG-FIM-PASSO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE SPACES TO REG-RUNLOG.
           STRING WS-DATA-EXEC           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HORA-EXEC           DELIMITED BY SIZE
                  " PASSO "              DELIMITED BY SIZE
                  WS-PASSO               DELIMITED BY SIZE
                  " FIM    "             DELIMITED BY SIZE
                  PS-PROGRAMA(WS-PASSO)  DELIMITED BY SIZE
                  " STATUS "             DELIMITED BY SIZE
                  WS-STATUS-PASSO        DELIMITED BY SIZE
                  INTO REG-RUNLOG.
           WRITE REG-RUNLOG.

       9004-LOG-PASSO-PULADO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE SPACES TO REG-RUNLOG.
           STRING WS-DATA-EXEC           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HORA-EXEC           DELIMITED BY SIZE
                  " PASSO "              DELIMITED BY SIZE
                  WS-PASSO               DELIMITED BY SIZE
                  " PULADO "             DELIMITED BY SIZE
                  PS-PROGRAMA(WS-PASSO)  DELIMITED BY SIZE
                  " (JA CONCLUIDO)"      DELIMITED BY SIZE
                  INTO REG-RUNLOG.
           WRITE REG-RUNLOG.

       9006-LOG-PASSO-BLOQUEADO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE SPACES TO REG-RUNLOG.
           STRING WS-DATA-EXEC           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HORA-EXEC           DELIMITED BY SIZE
                  " PASSO "              DELIMITED BY SIZE
                  WS-PASSO               DELIMITED BY SIZE
                  " BLOQ.  "             DELIMITED BY SIZE
                  PS-PROGRAMA(WS-PASSO)  DELIMITED BY SIZE
                  " (DEPENDE DO PASSO "  DELIMITED BY SIZE
                  WS-PASSO-PENDENTE      DELIMITED BY SIZE
                  ")"                    DELIMITED BY SIZE
                  INTO REG-RUNLOG.
           WRITE REG-RUNLOG.

       9000-GRAVA-RUNLOG-TEXTO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE SPACES TO REG-RUNLOG.
           STRING WS-DATA-EXEC           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HORA-EXEC           DELIMITED BY SIZE
                  " COMPETENCIA "        DELIMITED BY SIZE
                  WS-COMPETENCIA         DELIMITED BY SIZE
                  " FECHADA COM TODOS OS PASSOS"
                                         DELIMITED BY SIZE
                  INTO REG-RUNLOG.
           WRITE REG-RUNLOG.

      ******************************************************************
      * ESVAZIA O REGISTRO DE PASSAGEM: SEM ELE OS PASSOS RODAM
      * INTERATIVOS QUANDO CHAMADOS AVULSOS.
      ******************************************************************
       9005-LIMPA-PASSAGEM.
           MOVE 0 TO WS-FILE-STATUS-PSF.
           OPEN OUTPUT FD-PASSO-FECHAMENTO.
           IF WS-FILE-STATUS-PSF = 0
              CLOSE FD-PASSO-FECHAMENTO
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O CERTIFICADO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "CERTIFICADO DE FECHAMENTO MENSAL" TO SP-TITULO.
           MOVE "PROG130-FECHAMENTO-MENSAL" TO SP-PROGRAMA.
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

       9999-JOB-FIM.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           DISPLAY "=========================================".
           DISPLAY "JOB PROG130-FECHAMENTO-MENSAL - FIM    "
                   WS-DATA-EXEC " " WS-HORA-EXEC.
           DISPLAY "=========================================".

       END PROGRAM PROG130-FECHAMENTO-MENSAL.
