      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Afastados
      *          Lista, a partir do cadastro de afastamentos
      *          (PROG04-AFAS.DAT), quem esta afastado hoje e quem tem
      *          retorno previsto nos proximos 7 dias, para o RH
      *          preparar a volta do funcionario. Afastamento com
      *          retorno previsto vencido e sem retorno registrado sai
      *          marcado como ATRASADO. Saida em PROG04-AFAS.TXT.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog092_relatorio_afastados -std=default -I copybooks prog092_relatorio_afastados.cob && ./bin/prog092_relatorio_afastados
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG092-RELATORIO-AFASTADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CADASTRO DE AFASTAMENTOS.
           SELECT FD-AFASTAMENTOS ASSIGN TO "PROG04-AFAS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS AF-CHAVE
                              FILE STATUS WS-FILE-STATUS-AFAS.

      * ARQUIVO MESTRE DE FUNCIONARIOS.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

      * RELATORIO DE AFASTADOS.
           SELECT FD-RELATORIO ASSIGN TO "PROG04-AFAS.TXT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD FD-AFASTAMENTOS
          RECORD CONTAINS 48 CHARACTERS.
           COPY AFASTA.CPY.

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

       FD FD-RELATORIO.
       01 REG-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-AFAS       PIC 9(02).
       77 WS-FILE-STATUS-FUNC       PIC 9(02).
       77 WS-FILE-STATUS-REL        PIC 9(02).

      ************* VARIAVEIS PARA AS DATAS ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-DATA-LIMITE            PIC 9(08).
       77 WS-DIAS-JANELA            PIC 9(02) VALUE 7.

      ************* VARIAVEIS PARA O RELATORIO ************
       77 WS-NOME-FUNC              PIC X(05).
       77 WS-DESC-TIPO              PIC X(12).
       77 WS-OBSERVACAO             PIC X(08).
       77 WS-CONT-AFASTADOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-RETORNOS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-ATRASADOS         PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    + WS-DIAS-JANELA).

           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00001-LISTA-AFASTADOS
              PERFORM 00002-LISTA-RETORNOS
              PERFORM 00003-RODAPE
              CLOSE FD-AFASTAMENTOS
              CLOSE FD-FUNCIONARIOS
              CLOSE FD-RELATORIO
           END-IF.

           STOP RUN.

       00000-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-AFAS.
           OPEN INPUT FD-AFASTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           MOVE 0 TO WS-FILE-STATUS-REL.
           OPEN OUTPUT FD-RELATORIO.

           IF WS-FILE-STATUS-AFAS NOT = 0
              DISPLAY "-- SEM CADASTRO DE AFASTAMENTOS (STATUS "
                      WS-FILE-STATUS-AFAS ")"
           ELSE
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
              CLOSE FD-AFASTAMENTOS
           ELSE
           IF WS-FILE-STATUS-REL NOT = 0
              DISPLAY "-- ERRO AO CRIAR RELATORIO DE AFASTADOS -->"
                      WS-FILE-STATUS-REL
              CLOSE FD-AFASTAMENTOS
              CLOSE FD-FUNCIONARIOS
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK.

      ******************************************************************
      * PRIMEIRA PARTE: QUEM ESTA AFASTADO HOJE (INICIO ATE HOJE E
      * RETORNO AINDA NAO ACONTECIDO).
      ******************************************************************
       00001-LISTA-AFASTADOS.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LOJAS EBASSO LTDA - AFASTADOS EM " DELIMITED BY SIZE
                  WS-DATA-HOJE                        DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "MATR. NOME  TIPO         INICIO   PREVISTO ATESTADO"
                TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00004-POSICIONA-INICIO.
           PERFORM 00005-LER-AFASTAMENTO.
           PERFORM 00001-A-SELECIONA-AFASTADO UNTIL FIM-DO-ARQUIVO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "AFASTADOS HOJE: "  DELIMITED BY SIZE
                  WS-CONT-AFASTADOS   DELIMITED BY SIZE
                  "  COM RETORNO ATRASADO: " DELIMITED BY SIZE
                  WS-CONT-ATRASADOS   DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       00001-A-SELECIONA-AFASTADO.
           IF AF-STATUS-REG = "A"
              AND AF-DT-INICIO NOT > WS-DATA-HOJE
              AND (AF-DT-RETORNO = 0 OR AF-DT-RETORNO > WS-DATA-HOJE)
              ADD 1 TO WS-CONT-AFASTADOS
              MOVE SPACES TO WS-OBSERVACAO
              IF AF-DT-RETORNO = 0
                 AND AF-DT-PREV-RETORNO < WS-DATA-HOJE
                 MOVE "ATRASADO" TO WS-OBSERVACAO
                 ADD 1 TO WS-CONT-ATRASADOS
              END-IF
              PERFORM 00006-MONTA-LINHA
           END-IF.
           PERFORM 00005-LER-AFASTAMENTO.

      ******************************************************************
      * SEGUNDA PARTE: QUEM AINDA NAO VOLTOU E TEM RETORNO PREVISTO
      * ENTRE HOJE E OS PROXIMOS 7 DIAS.
      ******************************************************************
       00002-LISTA-RETORNOS.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RETORNO PREVISTO DE " DELIMITED BY SIZE
                  WS-DATA-HOJE           DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  WS-DATA-LIMITE         DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "MATR. NOME  TIPO         INICIO   PREVISTO ATESTADO"
                TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00004-POSICIONA-INICIO.
           PERFORM 00005-LER-AFASTAMENTO.
           PERFORM 00002-A-SELECIONA-RETORNO UNTIL FIM-DO-ARQUIVO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "RETORNOS PREVISTOS NA SEMANA: " DELIMITED BY SIZE
                  WS-CONT-RETORNOS                 DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       00002-A-SELECIONA-RETORNO.
           IF AF-STATUS-REG = "A"
              AND AF-DT-RETORNO = 0
              AND AF-DT-PREV-RETORNO NOT < WS-DATA-HOJE
              AND AF-DT-PREV-RETORNO NOT > WS-DATA-LIMITE
              ADD 1 TO WS-CONT-RETORNOS
              MOVE SPACES TO WS-OBSERVACAO
              PERFORM 00006-MONTA-LINHA
           END-IF.
           PERFORM 00005-LER-AFASTAMENTO.

       00003-RODAPE.
           DISPLAY " ".
           DISPLAY "==== AFASTADOS EM " WS-DATA-HOJE " ====".
           DISPLAY "AFASTADOS HOJE.........: " WS-CONT-AFASTADOS.
           DISPLAY "COM RETORNO ATRASADO...: " WS-CONT-ATRASADOS.
           DISPLAY "RETORNOS ATE " WS-DATA-LIMITE "..: "
                   WS-CONT-RETORNOS.
           DISPLAY "RELATORIO GERADO EM PROG04-AFAS.TXT".

       00004-POSICIONA-INICIO.
           MOVE LOW-VALUES TO AF-CHAVE.
           START FD-AFASTAMENTOS KEY NOT < AF-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-ARQUIVO.

       00005-LER-AFASTAMENTO.
           IF NOT FIM-DO-ARQUIVO
              READ FD-AFASTAMENTOS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-ARQUIVO.

       00006-MONTA-LINHA.
           MOVE AF-MATRICULA TO FN-MATRICULA.
           READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                INVALID KEY
                   MOVE "?????" TO WS-NOME-FUNC
                NOT INVALID KEY
                   MOVE FN-NOME TO WS-NOME-FUNC.

           EVALUATE AF-TIPO
              WHEN "D" MOVE "DOENCA"       TO WS-DESC-TIPO
              WHEN "A" MOVE "ACIDENTE"     TO WS-DESC-TIPO
              WHEN "M" MOVE "MATERNIDADE"  TO WS-DESC-TIPO
              WHEN "S" MOVE "SEM REMUNER." TO WS-DESC-TIPO
              WHEN OTHER MOVE "?"          TO WS-DESC-TIPO
           END-EVALUATE.

           MOVE SPACES TO REG-RELATORIO.
           STRING AF-MATRICULA       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NOME-FUNC       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DESC-TIPO       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AF-DT-INICIO       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AF-DT-PREV-RETORNO DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AF-ATESTADO        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-OBSERVACAO      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.

       END PROGRAM PROG092-RELATORIO-AFASTADOS.
