      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Cadastro de Afastamentos
      *          Manutencao dos afastamentos dos funcionarios
      *          (PROG04-AFAS.DAT), no estilo de menu do PROG045:
      *          inclusao com tipo (doenca, acidente, maternidade,
      *          licenca sem remuneracao), data de inicio, retorno
      *          previsto e referencia do atestado; registro do retorno
      *          efetivo; cancelamento do lancamento errado
      *          (AF-STATUS-REG inativo) e a lista dos afastamentos de
      *          uma matricula. Substitui os dias de falta ficticios
      *          no PROG047: o FOLHA-PGTO le este cadastro para pagar
      *          so os dias trabalhados e acertar os avos do 13o.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog091_cadastro_afastamentos -std=default -I copybooks prog091_cadastro_afastamentos.cob && ./bin/prog091_cadastro_afastamentos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG091-CADASTRO-AFASTAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CADASTRO DE AFASTAMENTOS, CHAVE MATRICULA + SEQUENCIA.
           SELECT FD-AFASTAMENTOS ASSIGN TO "PROG04-AFAS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS AF-CHAVE
                              FILE STATUS WS-FILE-STATUS-AFAS.

      * ARQUIVO MESTRE DE FUNCIONARIOS, PARA CRITICAR A MATRICULA.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

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

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-AFAS       PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-FUNC       PIC 9(02).

      ************* VARIAVEIS PARA O AFASTAMENTO DIGITADO ***********
       77 WS-AF-MATRICULA           PIC 9(05).
       77 WS-AF-SEQUENCIA           PIC 9(02).
       77 WS-AF-TIPO                PIC X(01).
           88 TIPO-VALIDO           VALUE "D" "A" "M" "S".
       77 WS-AF-DT-INICIO           PIC 9(08).
       77 WS-AF-DT-PREV-RETORNO     PIC 9(08).
       77 WS-AF-DT-RETORNO          PIC 9(08).
       77 WS-AF-ATESTADO            PIC X(15).

      ************* DESMEMBRAMENTO DA DATA PARA A CRITICA ***********
       77 WS-DATA-DIGITADA          PIC 9(08).
       01 WS-DATA-CRITICA.
           02 WS-DT-ANO           PIC 9(04).
           02 WS-DT-MES           PIC 9(02).
           02 WS-DT-DIA           PIC 9(02).

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-DATA-OK                PIC 9(01).
           88 DATA-VALIDA           VALUE 1.
       77 WS-FUNC-OK                PIC 9(01) VALUE ZERO.
           88 MATRICULA-VALIDA      VALUE 1.
       77 WS-FIM-VARRIDO            PIC 9(01) VALUE ZERO.
           88 VARRIDO-COMPLETO      VALUE 1.
       77 WS-MAIOR-SEQUENCIA        PIC 9(02) VALUE ZERO.
       77 WS-QTD-LISTADOS           PIC 9(02) VALUE ZERO.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O MESMO
      * NIVEL MINIMO DO CADASTRO DE FUNCIONARIOS.
           MOVE "PROG091-CADASTRO-AFASTAMENTOS" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           PERFORM 00000-OPEN-FILE-AFASTAMENTOS.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-AFASTAMENTOS.
           DISPLAY "BYE"
           STOP RUN.

       00000-OPEN-FILE-AFASTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-AFAS.
           OPEN I-O FD-AFASTAMENTOS.

           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- PROG04-AFAS.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-AFASTAMENTOS
              CLOSE FD-AFASTAMENTOS
              MOVE 0 TO WS-FILE-STATUS-AFAS
              OPEN I-O FD-AFASTAMENTOS
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE AFASTAMENTOS -->"
                      WS-FILE-STATUS-AFAS
              MOVE 1 TO WS-EXIT
           END-IF.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) INCLUI AFASTAMENTO".
           DISPLAY "2) REGISTRA RETORNO".
           DISPLAY "3) CANCELA AFASTAMENTO".
           DISPLAY "4) LISTA AFASTAMENTOS DA MATRICULA".
           DISPLAY " ".
           DISPLAY "5) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-INCLUI-AFASTAMENTO
              WHEN 2 PERFORM 00003-REGISTRA-RETORNO
              WHEN 3 PERFORM 00004-CANCELA-AFASTAMENTO
              WHEN 4 PERFORM 00005-LISTA-AFASTAMENTOS
              WHEN 5
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       00002-INCLUI-AFASTAMENTO.
           DISPLAY "INCLUI UM NOVO AFASTAMENTO".
           DISPLAY "MATRICULA DO FUNCIONARIO: " WITH NO ADVANCING.
           ACCEPT WS-AF-MATRICULA.
           PERFORM 00006-CRITICA-MATRICULA.
           IF NOT MATRICULA-VALIDA
              DISPLAY "-- MATRICULA NAO CADASTRADA OU INATIVA --> "
                      WS-AF-MATRICULA
           ELSE
              PERFORM 00002-A-INCLUI-DADOS.

       00002-A-INCLUI-DADOS.
           MOVE SPACES TO WS-AF-TIPO.
           PERFORM 00002-PEDE-TIPO UNTIL TIPO-VALIDO.

           MOVE 0 TO WS-DATA-OK.
           PERFORM 00002-PEDE-DT-INICIO UNTIL DATA-VALIDA.

           MOVE 0 TO WS-DATA-OK.
           PERFORM 00002-PEDE-DT-PREV-RETORNO UNTIL DATA-VALIDA.

           DISPLAY "REFERENCIA DO ATESTADO: " WITH NO ADVANCING.
           ACCEPT WS-AF-ATESTADO.

           PERFORM 00007-PROXIMA-SEQUENCIA.

           MOVE WS-AF-MATRICULA       TO AF-MATRICULA.
           MOVE WS-MAIOR-SEQUENCIA    TO AF-SEQUENCIA.
           MOVE WS-AF-TIPO            TO AF-TIPO.
           MOVE WS-AF-DT-INICIO       TO AF-DT-INICIO.
           MOVE WS-AF-DT-PREV-RETORNO TO AF-DT-PREV-RETORNO.
           MOVE ZERO                  TO AF-DT-RETORNO.
           MOVE WS-AF-ATESTADO        TO AF-ATESTADO.
           MOVE "A"                   TO AF-STATUS-REG.

           WRITE REG-AFASTAMENTO
              INVALID KEY
                 DISPLAY "AFASTAMENTO JAH EXISTE --> " AF-CHAVE
              NOT INVALID KEY
                 DISPLAY "AFASTAMENTO INCLUIDO --> MATRICULA "
                         AF-MATRICULA " SEQUENCIA " AF-SEQUENCIA.

       00002-PEDE-TIPO.
           DISPLAY "TIPO (D=DOENCA A=ACIDENTE M=MATERNIDADE "
                   "S=SEM REMUNERACAO): " WITH NO ADVANCING.
           ACCEPT WS-AF-TIPO.
           IF NOT TIPO-VALIDO
              DISPLAY "-- TIPO INVALIDO".

       00002-PEDE-DT-INICIO.
           DISPLAY "DATA DE INICIO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-AF-DT-INICIO.
           MOVE WS-AF-DT-INICIO TO WS-DATA-DIGITADA.
           PERFORM 00009-CRITICA-DATA.
           IF NOT DATA-VALIDA
              DISPLAY "-- DATA DE INICIO INVALIDA".

       00002-PEDE-DT-PREV-RETORNO.
           DISPLAY "RETORNO PREVISTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-AF-DT-PREV-RETORNO.
           MOVE WS-AF-DT-PREV-RETORNO TO WS-DATA-DIGITADA.
           PERFORM 00009-CRITICA-DATA.
           IF DATA-VALIDA
              AND WS-AF-DT-PREV-RETORNO NOT > WS-AF-DT-INICIO
              MOVE 0 TO WS-DATA-OK
           END-IF.
           IF NOT DATA-VALIDA
              DISPLAY "-- RETORNO PREVISTO INVALIDO OU ANTES DO "
                      "INICIO".

       00003-REGISTRA-RETORNO.
           DISPLAY "REGISTRA RETORNO DO AFASTAMENTO".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-AF-MATRICULA.
           DISPLAY "SEQUENCIA DO AFASTAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-AF-SEQUENCIA.

           MOVE WS-AF-MATRICULA TO AF-MATRICULA.
           MOVE WS-AF-SEQUENCIA TO AF-SEQUENCIA.
           READ FD-AFASTAMENTOS RECORD KEY AF-CHAVE
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY "TIPO " AF-TIPO " INICIO " AF-DT-INICIO
                            " RETORNO PREVISTO " AF-DT-PREV-RETORNO
                    MOVE AF-DT-INICIO TO WS-AF-DT-INICIO
                    MOVE 0 TO WS-DATA-OK
                    PERFORM 00003-A-PEDE-DT-RETORNO UNTIL DATA-VALIDA
                    MOVE WS-AF-DT-RETORNO TO AF-DT-RETORNO
                    REWRITE REG-AFASTAMENTO
                        INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR AFASTAMENTO"
                        NOT INVALID KEY
                           DISPLAY "RETORNO REGISTRADO --> "
                                   AF-CHAVE.

       00003-A-PEDE-DT-RETORNO.
           DISPLAY "DATA DO RETORNO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-AF-DT-RETORNO.
           MOVE WS-AF-DT-RETORNO TO WS-DATA-DIGITADA.
           PERFORM 00009-CRITICA-DATA.
           IF DATA-VALIDA
              AND WS-AF-DT-RETORNO NOT > WS-AF-DT-INICIO
              MOVE 0 TO WS-DATA-OK
           END-IF.
           IF NOT DATA-VALIDA
              DISPLAY "-- DATA DE RETORNO INVALIDA OU ANTES DO "
                      "INICIO".

       00004-CANCELA-AFASTAMENTO.
      * CANCELAMENTO: MARCA O REGISTRO COMO INATIVO, COMO NO
      * DESLIGAMENTO DE FUNCIONARIOS.
           DISPLAY "CANCELA AFASTAMENTO".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-AF-MATRICULA.
           DISPLAY "SEQUENCIA DO AFASTAMENTO: " WITH NO ADVANCING.
           ACCEPT WS-AF-SEQUENCIA.

           MOVE WS-AF-MATRICULA TO AF-MATRICULA.
           MOVE WS-AF-SEQUENCIA TO AF-SEQUENCIA.
           READ FD-AFASTAMENTOS RECORD KEY AF-CHAVE
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    MOVE "I" TO AF-STATUS-REG
                    REWRITE REG-AFASTAMENTO
                        INVALID KEY
                           DISPLAY "ERRO AO CANCELAR AFASTAMENTO"
                        NOT INVALID KEY
                           DISPLAY "AFASTAMENTO CANCELADO --> "
                                   AF-CHAVE.

       00005-LISTA-AFASTAMENTOS.
           DISPLAY "LISTA AFASTAMENTOS".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-AF-MATRICULA.

           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-FIM-VARRIDO.
           MOVE WS-AF-MATRICULA TO AF-MATRICULA.
           MOVE ZERO TO AF-SEQUENCIA.
           START FD-AFASTAMENTOS KEY NOT < AF-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-VARRIDO.
           PERFORM 00005-A-LISTA-AFASTAMENTO UNTIL VARRIDO-COMPLETO.

           IF WS-QTD-LISTADOS = 0
              DISPLAY "-- NENHUM AFASTAMENTO PARA A MATRICULA "
                      WS-AF-MATRICULA.

       00005-A-LISTA-AFASTAMENTO.
           READ FD-AFASTAMENTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VARRIDO
                NOT AT END
                   IF AF-MATRICULA NOT = WS-AF-MATRICULA
                      MOVE 1 TO WS-FIM-VARRIDO
                   ELSE
                      ADD 1 TO WS-QTD-LISTADOS
                      DISPLAY AF-SEQUENCIA " TIPO " AF-TIPO
                              " INICIO " AF-DT-INICIO
                              " PREV " AF-DT-PREV-RETORNO
                              " RETORNO " AF-DT-RETORNO
                              " ATEST " AF-ATESTADO
                              " STATUS " AF-STATUS-REG
                   END-IF.

      ******************************************************************
      * A MATRICULA PRECISA EXISTIR E ESTAR ATIVA NO MESTRE.
      ******************************************************************
       00006-CRITICA-MATRICULA.
           MOVE 0 TO WS-FUNC-OK.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
           ELSE
              MOVE WS-AF-MATRICULA TO FN-MATRICULA
              READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FN-STATUS-REG = "A"
                         MOVE 1 TO WS-FUNC-OK
                      END-IF
              END-READ
              CLOSE FD-FUNCIONARIOS.

      ******************************************************************
      * PROXIMA SEQUENCIA DA MATRICULA: O ARQUIVO E LIDO EM ORDEM DE
      * CHAVE A PARTIR DA SEQUENCIA ZERO, ENTAO A ULTIMA LIDA DA
      * MATRICULA E A MAIOR.
      ******************************************************************
       00007-PROXIMA-SEQUENCIA.
           MOVE ZERO TO WS-MAIOR-SEQUENCIA.
           MOVE 0 TO WS-FIM-VARRIDO.
           MOVE WS-AF-MATRICULA TO AF-MATRICULA.
           MOVE ZERO TO AF-SEQUENCIA.
           START FD-AFASTAMENTOS KEY NOT < AF-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-VARRIDO.
           PERFORM 00007-A-VARRE-SEQUENCIA UNTIL VARRIDO-COMPLETO.
           ADD 1 TO WS-MAIOR-SEQUENCIA.

       00007-A-VARRE-SEQUENCIA.
           READ FD-AFASTAMENTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VARRIDO
                NOT AT END
                   IF AF-MATRICULA NOT = WS-AF-MATRICULA
                      MOVE 1 TO WS-FIM-VARRIDO
                   ELSE
                      MOVE AF-SEQUENCIA TO WS-MAIOR-SEQUENCIA
                   END-IF.

       00009-CRITICA-DATA.
           MOVE 1 TO WS-DATA-OK.
           MOVE WS-DATA-DIGITADA TO WS-DATA-CRITICA.
           IF WS-DT-ANO < 1900 OR WS-DT-ANO > 2099
              MOVE 0 TO WS-DATA-OK.
           IF WS-DT-MES < 1 OR WS-DT-MES > 12
              MOVE 0 TO WS-DATA-OK.
           IF WS-DT-DIA < 1 OR WS-DT-DIA > 31
              MOVE 0 TO WS-DATA-OK.

       END PROGRAM PROG091-CADASTRO-AFASTAMENTOS.
