      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Adiantamento Quinzenal
      *          Processa o adiantamento salarial do dia 20 para a
      *          competencia ainda aberta em PROG04-COMP.DAT: le o
      *          mestre PROG04-001.DAT e paga a cada funcionario ativo
      *          o percentual do salario (40% se nada for informado),
      *          podendo excluir quem foi admitido depois de uma data
      *          de corte e quem esta afastado (automaticamente pelo
      *          cadastro de afastamentos PROG04-AFAS.DAT do PROG091,
      *          mais as matriculas digitadas). Gera o arquivo de
      *          deposito proprio PROG04-DPAD.DAT, no mesmo layout de
      *          header, detalhe e trailer do PROG04-DEP.DAT, e grava
      *          os valores pagos em PROG04-ADTO.DAT, de onde o
      *          FOLHA-PGTO desconta o adiantamento na folha mensal.
      *          Rodar de novo na mesma competencia substitui o
      *          adiantamento anterior dela.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog089_adiantamento -std=default -I copybooks prog089_adiantamento.cob && ./bin/prog089_adiantamento
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG089-ADIANTAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ARQUIVO MESTRE DE FUNCIONARIOS.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

      * CONTROLE DE COMPETENCIA: SO ADIANTA COMPETENCIA AINDA ABERTA.
           SELECT FD-COMPETENCIA ASSIGN TO "PROG04-COMP.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CP-COMPETENCIA
                              FILE STATUS WS-FILE-STATUS-COMP.

      * ADIANTAMENTOS PAGOS, LIDOS PELO FOLHA-PGTO.
           SELECT FD-ADIANTAMENTOS ASSIGN TO "PROG04-ADTO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ADTO.

           SELECT FD-ADTO-WORK ASSIGN TO "PROG04-ADTO.WRK"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-AWRK.

      * AFASTAMENTOS (PROG091): QUEM ESTA AFASTADO HOJE FICA FORA.
           SELECT FD-AFASTAMENTOS ASSIGN TO "PROG04-AFAS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS AF-CHAVE
                              FILE STATUS WS-FILE-STATUS-AFAS.

      * REMESSA BANCARIA DO ADIANTAMENTO.
           SELECT FD-DEPOSITO ASSIGN TO "PROG04-DPAD.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DEP.

       DATA DIVISION.
       FILE SECTION.

       FD FD-FUNCIONARIOS
          RECORD CONTAINS 42 CHARACTERS.
       01 REG-FUNCIONARIO.
           02 FN-MATRICULA        PIC 9(05).
           02 FN-NOME             PIC X(05).
           02 FN-SALARIO          PIC 9(05)V99.
           02 FN-DPTO             PIC X(02) OCCURS 2 TIMES.
           02 FN-DT-ADMISSAO      PIC 9(08).
           02 FN-CONTA-BANCO      PIC X(12).
           02 FN-STATUS-REG       PIC X(01).

       FD FD-COMPETENCIA
          RECORD CONTAINS 7 CHARACTERS.
           COPY COMPET.CPY.

       FD FD-ADIANTAMENTOS
          RECORD CONTAINS 28 CHARACTERS.
           COPY ADIANTA.CPY.

       FD FD-ADTO-WORK
          RECORD CONTAINS 28 CHARACTERS.
       01 REG-ADTO-WORK           PIC X(28).

       FD FD-AFASTAMENTOS
          RECORD CONTAINS 48 CHARACTERS.
           COPY AFASTA.CPY.

       FD FD-DEPOSITO
          RECORD CONTAINS 60 CHARACTERS.
       01 REG-DEPOSITO            PIC X(60).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-FUNC       PIC 9(02).
       77 WS-FILE-STATUS-COMP       PIC 9(02).
       77 WS-FILE-STATUS-ADTO       PIC 9(02).
       77 WS-FILE-STATUS-AWRK       PIC 9(02).
       77 WS-FILE-STATUS-DEP        PIC 9(02).
       77 WS-FILE-STATUS-AFAS       PIC 9(02).

      ************* PARAMETROS DO PROCESSAMENTO ************
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-PERCENTUAL             PIC 9(02)V99 VALUE ZERO.
       77 WS-PERC-PADRAO            PIC 9(02)V99 VALUE 40.00.
       77 WS-DATA-CORTE             PIC 9(08) VALUE ZERO.
       77 WS-COMPETENCIA-OK         PIC 9(01) VALUE ZERO.
           88 COMPETENCIA-ABERTA    VALUE 1.

      ************* MATRICULAS AFASTADAS, FORA DO ADIANTAMENTO *******
       01 TAB-EXCLUIDOS.
          02 EXCLUIDO-ITEM OCCURS 50 TIMES INDEXED BY EXIDX.
             03 EX-MATRICULA    PIC 9(05).

       77 WS-QTD-EXCLUIDOS          PIC 9(02) VALUE ZERO.
       77 WS-IDX-EXCLUIDO           PIC 9(02) VALUE ZERO.
       77 WS-MATRICULA-EXCLUIR      PIC 9(05) VALUE ZERO.
       77 WS-FIM-EXCLUSAO           PIC 9(01) VALUE ZERO.
           88 FIM-DA-EXCLUSAO       VALUE 1.
       77 WS-EXCLUIDO               PIC 9(01) VALUE ZERO.
           88 FUNCIONARIO-EXCLUIDO  VALUE 1.
       77 WS-FIM-AFASTAMENTOS       PIC 9(01) VALUE ZERO.
           88 FIM-DOS-AFASTAMENTOS  VALUE 1.
       77 WS-QTD-AFAST-CADASTRO     PIC 9(02) VALUE ZERO.

      ********* LAYOUT ESTRUTURADO DA REMESSA BANCARIA **********
       01 WS-REM-HEADER.
           02 WS-RH-TIPO          PIC X(01) VALUE "0".
           02 WS-RH-SEQUENCIA     PIC 9(06).
           02 WS-RH-EMPRESA       PIC X(30)
                                  VALUE "LOJAS EBASSO LTDA".
           02 WS-RH-DATA-GERACAO  PIC 9(08).
           02 WS-RH-COMPETENCIA   PIC 9(06).
           02 FILLER              PIC X(09) VALUE SPACES.

       01 WS-REM-DETALHE.
           02 WS-RD-TIPO          PIC X(01) VALUE "1".
           02 WS-RD-SEQUENCIA     PIC 9(06).
           02 WS-RD-MATRICULA     PIC 9(05).
           02 WS-RD-CONTA         PIC X(12).
           02 WS-RD-VALOR         PIC 9(09)V99.
           02 FILLER              PIC X(25) VALUE SPACES.

       01 WS-REM-TRAILER.
           02 WS-RT-TIPO          PIC X(01) VALUE "9".
           02 WS-RT-SEQUENCIA     PIC 9(06).
           02 WS-RT-QTD-DETALHES  PIC 9(06).
           02 WS-RT-SOMA-VALORES  PIC 9(13)V99.
           02 FILLER              PIC X(32) VALUE SPACES.

       77 WS-SEQ-REMESSA            PIC 9(06) VALUE ZERO.
       77 WS-QTD-DEP-REMESSA        PIC 9(06) VALUE ZERO.
       77 WS-SOMA-DEP-REMESSA       PIC 9(13)V99 VALUE ZERO.

      ************* VARIAVEIS PARA O CALCULO ************
       77 WS-VAL-ADIANTAMENTO       PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-ADIANTAMENTO-EDT   PIC Z,ZZZ,ZZ9.99.
       77 WS-SOMA-EDT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-PAGOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-CORTE             PIC 9(05) VALUE ZERO.
       77 WS-CONT-AFASTADOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-EXPURGO           PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O MESMO
      * NIVEL MINIMO DO CADASTRO DE FUNCIONARIOS.
           MOVE "PROG089-ADIANTAMENTO" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA = 0
              MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.

      * ADIANTAMENTO SO DE COMPETENCIA QUE A FOLHA AINDA VAI PAGAR:
      * DEPOIS DO FECHAMENTO NAO HAVERIA ONDE DESCONTAR.
           PERFORM 00000-VERIFICA-COMPETENCIA.
           IF NOT COMPETENCIA-ABERTA
              DISPLAY "-- COMPETENCIA " WS-COMPETENCIA
                      " JA FECHADA, SEM ADIANTAMENTO"
              STOP RUN
           END-IF.

           DISPLAY "PERCENTUAL DO SALARIO (0 = 40%): "
                   WITH NO ADVANCING.
           ACCEPT WS-PERCENTUAL.
           IF WS-PERCENTUAL = 0 OR WS-PERCENTUAL > 50
              MOVE WS-PERC-PADRAO TO WS-PERCENTUAL
           END-IF.

           DISPLAY "EXCLUIR ADMITIDOS APOS (AAAAMMDD, 0 = NINGUEM): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-CORTE.

           PERFORM 00010-CARREGA-AFASTADOS.

           MOVE 0 TO WS-FIM-EXCLUSAO.
           PERFORM 00001-PEDE-AFASTADO UNTIL FIM-DA-EXCLUSAO.

           PERFORM 00002-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00003-GRAVA-HEADER
              PERFORM 00004-LER-FUNCIONARIO
              PERFORM 00005-PROCESSA-FUNCIONARIO UNTIL FIM-DO-ARQUIVO
              PERFORM 00006-GRAVA-TRAILER
              CLOSE FD-FUNCIONARIOS
              CLOSE FD-ADIANTAMENTOS
              CLOSE FD-DEPOSITO
              PERFORM 00009-RODAPE
           END-IF.

           STOP RUN.

       00000-VERIFICA-COMPETENCIA.
           MOVE 0 TO WS-COMPETENCIA-OK.
           MOVE 0 TO WS-FILE-STATUS-COMP.
           OPEN INPUT FD-COMPETENCIA.
           IF WS-FILE-STATUS-COMP = 35
              MOVE 1 TO WS-COMPETENCIA-OK
           ELSE
           IF WS-FILE-STATUS-COMP NOT = 0
              DISPLAY "-- ERRO AO ABRIR CONTROLE DE COMPETENCIA -->"
                      WS-FILE-STATUS-COMP
           ELSE
              MOVE WS-COMPETENCIA TO CP-COMPETENCIA
              READ FD-COMPETENCIA RECORD KEY CP-COMPETENCIA
                   INVALID KEY
                      MOVE 1 TO WS-COMPETENCIA-OK
                   NOT INVALID KEY
                      IF CP-SITUACAO = "A"
                         MOVE 1 TO WS-COMPETENCIA-OK
                      END-IF
              END-READ
              CLOSE FD-COMPETENCIA.

       00001-PEDE-AFASTADO.
           DISPLAY "OUTRA MATRICULA A EXCLUIR (0 = FIM): "
                   WITH NO ADVANCING.
           ACCEPT WS-MATRICULA-EXCLUIR.
           IF WS-MATRICULA-EXCLUIR = 0
              MOVE 1 TO WS-FIM-EXCLUSAO
           ELSE
           IF WS-QTD-EXCLUIDOS = 50
              DISPLAY "-- LISTA DE EXCLUIDOS CHEIA"
              MOVE 1 TO WS-FIM-EXCLUSAO
           ELSE
              ADD 1 TO WS-QTD-EXCLUIDOS
              MOVE WS-MATRICULA-EXCLUIR
                TO EX-MATRICULA(WS-QTD-EXCLUIDOS).

      ******************************************************************
      * ABRE O MESTRE E A REMESSA; O EXPURGO DO ADIANTAMENTO ANTERIOR
      * DA COMPETENCIA SO RODA DEPOIS QUE A REMESSA ABRIU.
      ******************************************************************
       00002-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
           ELSE
              MOVE 0 TO WS-FILE-STATUS-DEP
              OPEN OUTPUT FD-DEPOSITO
              IF WS-FILE-STATUS-DEP NOT = 0
                 DISPLAY "-- ERRO AO CRIAR ARQUIVO DE DEPOSITO -->"
                         WS-FILE-STATUS-DEP
                 CLOSE FD-FUNCIONARIOS
              ELSE
                 PERFORM 00007-EXPURGA-COMPETENCIA
                 PERFORM 00002-A-ABRE-ADIANTAMENTOS
              END-IF
           END-IF.

       00002-A-ABRE-ADIANTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-ADTO.
           OPEN EXTEND FD-ADIANTAMENTOS.
           IF WS-FILE-STATUS-ADTO = 35
              OPEN OUTPUT FD-ADIANTAMENTOS
              CLOSE FD-ADIANTAMENTOS
              MOVE 0 TO WS-FILE-STATUS-ADTO
              OPEN EXTEND FD-ADIANTAMENTOS
           END-IF.
           IF WS-FILE-STATUS-ADTO NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE ADIANTAMENTOS -->"
                      WS-FILE-STATUS-ADTO
              CLOSE FD-FUNCIONARIOS
              CLOSE FD-DEPOSITO
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK.

       00003-GRAVA-HEADER.
           ADD 1 TO WS-SEQ-REMESSA.
           MOVE WS-SEQ-REMESSA TO WS-RH-SEQUENCIA.
           MOVE WS-DATA-HOJE   TO WS-RH-DATA-GERACAO.
           MOVE WS-COMPETENCIA TO WS-RH-COMPETENCIA.
           MOVE WS-REM-HEADER TO REG-DEPOSITO.
           WRITE REG-DEPOSITO.

       00004-LER-FUNCIONARIO.
           READ FD-FUNCIONARIOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

       00005-PROCESSA-FUNCIONARIO.
           IF FN-STATUS-REG = "A"
              PERFORM 00008-VERIFICA-EXCLUSAO
              IF WS-DATA-CORTE > 0
                 AND FN-DT-ADMISSAO > WS-DATA-CORTE
                 ADD 1 TO WS-CONT-CORTE
              ELSE
              IF FUNCIONARIO-EXCLUIDO
                 ADD 1 TO WS-CONT-AFASTADOS
              ELSE
                 PERFORM 00005-A-PAGA-ADIANTAMENTO
              END-IF
              END-IF
           END-IF.
           PERFORM 00004-LER-FUNCIONARIO.

       00005-A-PAGA-ADIANTAMENTO.
           COMPUTE WS-VAL-ADIANTAMENTO ROUNDED =
                   FN-SALARIO * WS-PERCENTUAL / 100.
           IF WS-VAL-ADIANTAMENTO > 0
              ADD 1 TO WS-SEQ-REMESSA
              MOVE WS-SEQ-REMESSA      TO WS-RD-SEQUENCIA
              MOVE FN-MATRICULA        TO WS-RD-MATRICULA
              MOVE FN-CONTA-BANCO      TO WS-RD-CONTA
              MOVE WS-VAL-ADIANTAMENTO TO WS-RD-VALOR
              ADD 1 TO WS-QTD-DEP-REMESSA
              ADD WS-VAL-ADIANTAMENTO TO WS-SOMA-DEP-REMESSA
              MOVE WS-REM-DETALHE TO REG-DEPOSITO
              WRITE REG-DEPOSITO

              MOVE WS-COMPETENCIA      TO AD-COMPETENCIA
              MOVE FN-MATRICULA        TO AD-MATRICULA
              MOVE WS-VAL-ADIANTAMENTO TO AD-VALOR
              MOVE WS-DATA-HOJE        TO AD-DATA-PAGTO
              WRITE REG-ADIANTAMENTO

              ADD 1 TO WS-CONT-PAGOS
              MOVE WS-VAL-ADIANTAMENTO TO WS-VAL-ADIANTAMENTO-EDT
              DISPLAY FN-MATRICULA " " FN-NOME " "
                      WS-VAL-ADIANTAMENTO-EDT
           END-IF.

       00006-GRAVA-TRAILER.
           ADD 1 TO WS-SEQ-REMESSA.
           MOVE WS-SEQ-REMESSA      TO WS-RT-SEQUENCIA.
           MOVE WS-QTD-DEP-REMESSA  TO WS-RT-QTD-DETALHES.
           MOVE WS-SOMA-DEP-REMESSA TO WS-RT-SOMA-VALORES.
           MOVE WS-REM-TRAILER TO REG-DEPOSITO.
           WRITE REG-DEPOSITO.

      ******************************************************************
      * REEXECUCAO: RETIRA OS ADIANTAMENTOS JA GRAVADOS DA COMPETENCIA
      * (MESMO IDIOMA DO EXPURGO DO HISTORICO NO FOLHA-PGTO).
      ******************************************************************
       00007-EXPURGA-COMPETENCIA.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-CONT-EXPURGO.
           MOVE 0 TO WS-FILE-STATUS-ADTO.
           OPEN INPUT FD-ADIANTAMENTOS.
           IF WS-FILE-STATUS-ADTO NOT = 0
              CONTINUE
           ELSE
              MOVE 0 TO WS-FILE-STATUS-AWRK
              OPEN OUTPUT FD-ADTO-WORK
              IF WS-FILE-STATUS-AWRK NOT = 0
                 DISPLAY "-- ERRO AO CRIAR TRABALHO DOS "
                         "ADIANTAMENTOS -->" WS-FILE-STATUS-AWRK
                 CLOSE FD-ADIANTAMENTOS
              ELSE
                 PERFORM 00007-A-LER-ADIANTAMENTO
                 PERFORM 00007-B-FILTRA-ADIANTAMENTO
                     UNTIL FIM-DO-ARQUIVO
                 CLOSE FD-ADIANTAMENTOS
                 CLOSE FD-ADTO-WORK
                 PERFORM 00007-C-REGRAVA-ADIANTAMENTOS
              END-IF
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           IF WS-CONT-EXPURGO > 0
              DISPLAY "-- ADIANTAMENTO ANTERIOR DA COMPETENCIA "
                      "SUBSTITUIDO (" WS-CONT-EXPURGO " LINHAS)".

       00007-A-LER-ADIANTAMENTO.
           READ FD-ADIANTAMENTOS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00007-B-FILTRA-ADIANTAMENTO.
           IF AD-COMPETENCIA = WS-COMPETENCIA
              ADD 1 TO WS-CONT-EXPURGO
           ELSE
              WRITE REG-ADTO-WORK FROM REG-ADIANTAMENTO
           END-IF.
           PERFORM 00007-A-LER-ADIANTAMENTO.

       00007-C-REGRAVA-ADIANTAMENTOS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-AWRK.
           OPEN INPUT FD-ADTO-WORK.
           MOVE 0 TO WS-FILE-STATUS-ADTO.
           OPEN OUTPUT FD-ADIANTAMENTOS.
           IF WS-FILE-STATUS-AWRK NOT = 0
              OR WS-FILE-STATUS-ADTO NOT = 0
              DISPLAY "-- ERRO AO REGRAVAR ADIANTAMENTOS -->"
                      WS-FILE-STATUS-AWRK " / " WS-FILE-STATUS-ADTO
           ELSE
              PERFORM 00007-D-LER-WORK
              PERFORM 00007-E-COPIA-WORK UNTIL FIM-DO-ARQUIVO
              CLOSE FD-ADTO-WORK
              CLOSE FD-ADIANTAMENTOS.

       00007-D-LER-WORK.
           READ FD-ADTO-WORK
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00007-E-COPIA-WORK.
           WRITE REG-ADIANTAMENTO FROM REG-ADTO-WORK.
           PERFORM 00007-D-LER-WORK.

       00008-VERIFICA-EXCLUSAO.
           MOVE 0 TO WS-EXCLUIDO.
           MOVE 1 TO WS-IDX-EXCLUIDO.
           PERFORM 00008-A-COMPARA-EXCLUIDO
               UNTIL FUNCIONARIO-EXCLUIDO
                  OR WS-IDX-EXCLUIDO > WS-QTD-EXCLUIDOS.

       00008-A-COMPARA-EXCLUIDO.
           IF EX-MATRICULA(WS-IDX-EXCLUIDO) = FN-MATRICULA
              MOVE 1 TO WS-EXCLUIDO
           END-IF.
           ADD 1 TO WS-IDX-EXCLUIDO.

       00009-RODAPE.
           DISPLAY " ".
           DISPLAY "==== ADIANTAMENTO DA COMPETENCIA " WS-COMPETENCIA
                   " ====".
           DISPLAY "FUNCIONARIOS LIDOS.....: " WS-CONT-LIDOS.
           DISPLAY "ADIANTAMENTOS PAGOS....: " WS-CONT-PAGOS.
           DISPLAY "FORA PELA DATA DE CORTE: " WS-CONT-CORTE.
           DISPLAY "FORA POR AFASTAMENTO...: " WS-CONT-AFASTADOS.
           MOVE WS-SOMA-DEP-REMESSA TO WS-SOMA-EDT.
           DISPLAY "TOTAL DEPOSITADO.......: " WS-SOMA-EDT.
           DISPLAY "REMESSA GERADA EM PROG04-DPAD.DAT".

      ******************************************************************
      * QUEM ESTA AFASTADO HOJE NO CADASTRO DO PROG091 (INICIO ATE
      * HOJE E RETORNO AINDA NAO ACONTECIDO) ENTRA NA LISTA DE
      * EXCLUIDOS ANTES DAS MATRICULAS DIGITADAS.
      ******************************************************************
       00010-CARREGA-AFASTADOS.
           MOVE 0 TO WS-FIM-AFASTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-AFAS.
           OPEN INPUT FD-AFASTAMENTOS.
           IF WS-FILE-STATUS-AFAS = 0
              PERFORM 00010-A-LER-AFASTAMENTO
              PERFORM 00010-B-EXCLUI-AFASTADO
                  UNTIL FIM-DOS-AFASTAMENTOS
              CLOSE FD-AFASTAMENTOS
              DISPLAY "-- AFASTADOS HOJE, FORA DO ADIANTAMENTO: "
                      WS-QTD-AFAST-CADASTRO.

       00010-A-LER-AFASTAMENTO.
           READ FD-AFASTAMENTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-AFASTAMENTOS.

       00010-B-EXCLUI-AFASTADO.
           IF AF-STATUS-REG = "A"
              AND AF-DT-INICIO NOT > WS-DATA-HOJE
              AND (AF-DT-RETORNO = 0 OR AF-DT-RETORNO > WS-DATA-HOJE)
              IF WS-QTD-EXCLUIDOS = 50
                 DISPLAY "-- LISTA DE EXCLUIDOS CHEIA"
                 MOVE 1 TO WS-FIM-AFASTAMENTOS
              ELSE
                 ADD 1 TO WS-QTD-EXCLUIDOS
                 ADD 1 TO WS-QTD-AFAST-CADASTRO
                 MOVE AF-MATRICULA TO EX-MATRICULA(WS-QTD-EXCLUIDOS)
                 DISPLAY "-- AFASTADO: " AF-MATRICULA
              END-IF
           END-IF.
           IF NOT FIM-DOS-AFASTAMENTOS
              PERFORM 00010-A-LER-AFASTAMENTO
           END-IF.

       END PROGRAM PROG089-ADIANTAMENTO.
