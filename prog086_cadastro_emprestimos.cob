      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Cadastro de Emprestimos Consignados
      *          Manutencao dos contratos de emprestimo consignado em
      *          folha (PROG04-EMPR.DAT) do banco parceiro, no estilo
      *          de menu do PROG045: inclusao do contrato com numero,
      *          matricula, valor emprestado, quantidade e valor das
      *          parcelas e a competencia da primeira parcela;
      *          cancelamento (EM-STATUS-REG = C, o contrato fica para
      *          consulta) e a lista dos contratos de uma matricula.
      *          O FOLHA-PGTO gera o desconto das parcelas a cada folha
      *          mensal a partir deste cadastro, sem lancamento manual
      *          de evento no PROG063.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog086_cadastro_emprestimos -std=default -I copybooks prog086_cadastro_emprestimos.cob && ./bin/prog086_cadastro_emprestimos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG086-CADASTRO-EMPRESTIMOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CONTRATOS DE CONSIGNADO, CHAVE NUMERO DO CONTRATO NO BANCO.
           SELECT FD-EMPRESTIMOS ASSIGN TO "PROG04-EMPR.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EM-CONTRATO
                              FILE STATUS WS-FILE-STATUS-EMPR.

      * ARQUIVO MESTRE DE FUNCIONARIOS, PARA CRITICAR A MATRICULA.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

       DATA DIVISION.
       FILE SECTION.

       FD FD-EMPRESTIMOS
          RECORD CONTAINS 51 CHARACTERS.
           COPY EMPREST.CPY.

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

       77 WS-FILE-STATUS-EMPR       PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-FUNC       PIC 9(02).

      ************* VARIAVEIS PARA O CONTRATO DIGITADO ***********
       77 WS-EM-CONTRATO            PIC X(10).
       77 WS-EM-MATRICULA           PIC 9(05).
       77 WS-EM-PRINCIPAL           PIC 9(07)V99.
       77 WS-EM-QTD-PARCELAS        PIC 9(03).
       77 WS-EM-VALOR-PARCELA       PIC 9(07)V99.
       77 WS-EM-COMP-INICIO         PIC 9(06).
       77 WS-CONFIRMA               PIC X(01).
           88 CONFIRMA-VALIDO       VALUE "S" "N".

      ************* DESMEMBRAMENTO DA COMPETENCIA PARA A CRITICA *****
       01 WS-COMP-CRITICA.
           02 WS-CC-ANO           PIC 9(04).
           02 WS-CC-MES           PIC 9(02).

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-COMP-OK                PIC 9(01).
           88 COMPETENCIA-VALIDA    VALUE 1.
       77 WS-FUNC-OK                PIC 9(01) VALUE ZERO.
           88 MATRICULA-VALIDA      VALUE 1.
       77 WS-FIM-VARRIDO            PIC 9(01) VALUE ZERO.
           88 VARRIDO-COMPLETO      VALUE 1.
       77 WS-QTD-LISTADOS           PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-CONTRATO         PIC 9(09)V99 VALUE ZERO.
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC ZZZ,ZZZ,ZZ9.99.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O MESMO
      * NIVEL MINIMO DO CADASTRO DE FUNCIONARIOS.
           MOVE "PROG086-CADASTRO-EMPRESTIMOS" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           PERFORM 00000-OPEN-FILE-EMPRESTIMOS.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-EMPRESTIMOS.
           DISPLAY "BYE"
           STOP RUN.

       00000-OPEN-FILE-EMPRESTIMOS.
           MOVE 0 TO WS-FILE-STATUS-EMPR.
           OPEN I-O FD-EMPRESTIMOS.

           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- PROG04-EMPR.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-EMPRESTIMOS
              CLOSE FD-EMPRESTIMOS
              MOVE 0 TO WS-FILE-STATUS-EMPR
              OPEN I-O FD-EMPRESTIMOS
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS -->"
                      WS-FILE-STATUS-EMPR
              MOVE 1 TO WS-EXIT
           END-IF.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) INCLUI CONTRATO".
           DISPLAY "2) CANCELA CONTRATO".
           DISPLAY "3) LISTA CONTRATOS DA MATRICULA".
           DISPLAY " ".
           DISPLAY "4) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-INCLUI-CONTRATO
              WHEN 2 PERFORM 00003-CANCELA-CONTRATO
              WHEN 3 PERFORM 00004-LISTA-CONTRATOS
              WHEN 4
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       00002-INCLUI-CONTRATO.
           DISPLAY "INCLUI UM NOVO CONTRATO".
           DISPLAY "NUMERO DO CONTRATO NO BANCO: " WITH NO ADVANCING.
           ACCEPT WS-EM-CONTRATO.
           IF WS-EM-CONTRATO = SPACES
              DISPLAY "-- NUMERO DO CONTRATO NAO PODE SER EM BRANCO"
           ELSE
              DISPLAY "MATRICULA DO FUNCIONARIO: " WITH NO ADVANCING
              ACCEPT WS-EM-MATRICULA
              PERFORM 00005-CRITICA-MATRICULA
              IF NOT MATRICULA-VALIDA
                 DISPLAY "-- MATRICULA NAO CADASTRADA OU INATIVA --> "
                         WS-EM-MATRICULA
              ELSE
                 PERFORM 00002-A-INCLUI-DADOS.

       00002-A-INCLUI-DADOS.
           MOVE ZERO TO WS-EM-PRINCIPAL.
           PERFORM 00002-PEDE-PRINCIPAL UNTIL WS-EM-PRINCIPAL > 0.

           MOVE ZERO TO WS-EM-QTD-PARCELAS.
           PERFORM 00002-PEDE-QTD-PARCELAS
               UNTIL WS-EM-QTD-PARCELAS > 0.

           MOVE ZERO TO WS-EM-VALOR-PARCELA.
           PERFORM 00002-PEDE-VALOR-PARCELA
               UNTIL WS-EM-VALOR-PARCELA > 0.

           MOVE 0 TO WS-COMP-OK.
           PERFORM 00002-PEDE-COMP-INICIO UNTIL COMPETENCIA-VALIDA.

      * O TOTAL DAS PARCELAS NUNCA E MENOR QUE O VALOR EMPRESTADO;
      * SE FOR, O CONTRATO FOI DIGITADO ERRADO.
           COMPUTE WS-TOTAL-CONTRATO =
                   WS-EM-QTD-PARCELAS * WS-EM-VALOR-PARCELA.
           MOVE WS-TOTAL-CONTRATO TO WS-TOTAL-EDT.
           DISPLAY "TOTAL DAS PARCELAS: " WS-TOTAL-EDT.
           IF WS-TOTAL-CONTRATO < WS-EM-PRINCIPAL
              DISPLAY "-- TOTAL DAS PARCELAS MENOR QUE O VALOR "
                      "EMPRESTADO, CONTRATO NAO INCLUIDO"
           ELSE
              MOVE SPACES TO WS-CONFIRMA
              PERFORM 00002-PEDE-CONFIRMA UNTIL CONFIRMA-VALIDO
              IF WS-CONFIRMA = "S"
                 PERFORM 00002-B-GRAVA-CONTRATO
              ELSE
                 DISPLAY "-- INCLUSAO ABANDONADA".

       00002-B-GRAVA-CONTRATO.
           MOVE WS-EM-CONTRATO      TO EM-CONTRATO.
           MOVE WS-EM-MATRICULA     TO EM-MATRICULA.
           MOVE WS-EM-PRINCIPAL     TO EM-PRINCIPAL.
           MOVE WS-EM-QTD-PARCELAS  TO EM-QTD-PARCELAS.
           MOVE WS-EM-VALOR-PARCELA TO EM-VALOR-PARCELA.
           MOVE WS-EM-COMP-INICIO   TO EM-COMP-INICIO.
           MOVE "A"                 TO EM-STATUS-REG.
           ACCEPT EM-DATA-CADASTRO FROM DATE YYYYMMDD.

           WRITE REG-EMPRESTIMO
              INVALID KEY
                 DISPLAY "CONTRATO JAH EXISTE --> " EM-CONTRATO
              NOT INVALID KEY
                 DISPLAY "CONTRATO INCLUIDO --> " EM-CONTRATO.

       00002-PEDE-PRINCIPAL.
           DISPLAY "VALOR EMPRESTADO: " WITH NO ADVANCING.
           ACCEPT WS-EM-PRINCIPAL.
           IF WS-EM-PRINCIPAL = 0
              DISPLAY "-- VALOR INVALIDO".

       00002-PEDE-QTD-PARCELAS.
           DISPLAY "QUANTIDADE DE PARCELAS: " WITH NO ADVANCING.
           ACCEPT WS-EM-QTD-PARCELAS.
           IF WS-EM-QTD-PARCELAS = 0
              DISPLAY "-- QUANTIDADE INVALIDA".

       00002-PEDE-VALOR-PARCELA.
           DISPLAY "VALOR DA PARCELA: " WITH NO ADVANCING.
           ACCEPT WS-EM-VALOR-PARCELA.
           IF WS-EM-VALOR-PARCELA = 0
              DISPLAY "-- VALOR INVALIDO".

       00002-PEDE-COMP-INICIO.
           DISPLAY "COMPETENCIA DA PRIMEIRA PARCELA (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT WS-EM-COMP-INICIO.
           MOVE 1 TO WS-COMP-OK.
           MOVE WS-EM-COMP-INICIO TO WS-COMP-CRITICA.
           IF WS-CC-ANO < 1900 OR WS-CC-ANO > 2099
              MOVE 0 TO WS-COMP-OK.
           IF WS-CC-MES < 1 OR WS-CC-MES > 12
              MOVE 0 TO WS-COMP-OK.
           IF NOT COMPETENCIA-VALIDA
              DISPLAY "-- COMPETENCIA INVALIDA".

       00002-PEDE-CONFIRMA.
           DISPLAY "CONFIRMA A INCLUSAO (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMA-VALIDO
              DISPLAY "-- RESPONDER S OU N".

       00003-CANCELA-CONTRATO.
      * CANCELAMENTO: O CONTRATO FICA NO ARQUIVO, SO DEIXA DE GERAR
      * DESCONTO NAS PROXIMAS FOLHAS.
           DISPLAY "CANCELA CONTRATO".
           DISPLAY "NUMERO DO CONTRATO: " WITH NO ADVANCING.
           ACCEPT WS-EM-CONTRATO.

           MOVE WS-EM-CONTRATO TO EM-CONTRATO.
           READ FD-EMPRESTIMOS RECORD KEY EM-CONTRATO
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    MOVE "C" TO EM-STATUS-REG
                    REWRITE REG-EMPRESTIMO
                        INVALID KEY
                           DISPLAY "ERRO AO CANCELAR CONTRATO"
                        NOT INVALID KEY
                           DISPLAY "CONTRATO CANCELADO --> "
                                   EM-CONTRATO.

       00004-LISTA-CONTRATOS.
      * A CHAVE E O CONTRATO, ENTAO A LISTA POR MATRICULA VARRE O
      * ARQUIVO INTEIRO.
           DISPLAY "LISTA CONTRATOS".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-EM-MATRICULA.

           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-FIM-VARRIDO.
           MOVE LOW-VALUES TO EM-CONTRATO.
           START FD-EMPRESTIMOS KEY NOT < EM-CONTRATO
               INVALID KEY
                  MOVE 1 TO WS-FIM-VARRIDO.
           PERFORM 00004-A-LISTA-CONTRATO UNTIL VARRIDO-COMPLETO.

           IF WS-QTD-LISTADOS = 0
              DISPLAY "-- NENHUM CONTRATO PARA A MATRICULA "
                      WS-EM-MATRICULA.

       00004-A-LISTA-CONTRATO.
           READ FD-EMPRESTIMOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VARRIDO
                NOT AT END
                   IF EM-MATRICULA = WS-EM-MATRICULA
                      ADD 1 TO WS-QTD-LISTADOS
                      MOVE EM-VALOR-PARCELA TO WS-VALOR-EDT
                      DISPLAY EM-CONTRATO
                              " INICIO " EM-COMP-INICIO
                              " PARCELAS " EM-QTD-PARCELAS
                              " X " WS-VALOR-EDT
                              " STATUS " EM-STATUS-REG
                   END-IF.

      ******************************************************************
      * A MATRICULA PRECISA EXISTIR E ESTAR ATIVA NO MESTRE.
      ******************************************************************
       00005-CRITICA-MATRICULA.
           MOVE 0 TO WS-FUNC-OK.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
           ELSE
              MOVE WS-EM-MATRICULA TO FN-MATRICULA
              READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FN-STATUS-REG = "A"
                         MOVE 1 TO WS-FUNC-OK
                      END-IF
              END-READ
              CLOSE FD-FUNCIONARIOS.

       END PROGRAM PROG086-CADASTRO-EMPRESTIMOS.
