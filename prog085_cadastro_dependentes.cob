      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Cadastro de Dependentes
      *          Manutencao do cadastro de dependentes dos
      *          funcionarios (PROG04-DEPE.DAT), no estilo de menu do
      *          PROG045: inclusao com nome, data de nascimento,
      *          parentesco e os indicadores de deducao no IRRF e de
      *          salario-familia, alteracao dos indicadores, exclusao
      *          (DP-STATUS-REG inativo, o registro fica para consulta)
      *          e a lista dos dependentes de uma matricula. O
      *          FOLHA-PGTO le este cadastro para deduzir os
      *          dependentes da base do IRRF e pagar o salario-familia.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog085_cadastro_dependentes -std=default -I copybooks prog085_cadastro_dependentes.cob && ./bin/prog085_cadastro_dependentes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG085-CADASTRO-DEPENDENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CADASTRO DE DEPENDENTES, CHAVE MATRICULA + SEQUENCIA.
           SELECT FD-DEPENDENTES ASSIGN TO "PROG04-DEPE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS DP-CHAVE
                              FILE STATUS WS-FILE-STATUS-DEPE.

      * ARQUIVO MESTRE DE FUNCIONARIOS, PARA CRITICAR A MATRICULA.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

       DATA DIVISION.
       FILE SECTION.

       FD FD-DEPENDENTES
          RECORD CONTAINS 49 CHARACTERS.
           COPY DEPEND.CPY.

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

       77 WS-FILE-STATUS-DEPE       PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-FUNC       PIC 9(02).

      ************* VARIAVEIS PARA O DEPENDENTE DIGITADO ***********
       77 WS-DP-MATRICULA           PIC 9(05).
       77 WS-DP-SEQUENCIA           PIC 9(02).
       77 WS-DP-NOME                PIC X(30).
       77 WS-DP-DT-NASCIMENTO       PIC 9(08).
       77 WS-DP-PARENTESCO          PIC X(01).
           88 PARENTESCO-VALIDO     VALUE "F" "C" "P" "O".
       77 WS-DP-IRRF                PIC X(01).
           88 IRRF-VALIDO           VALUE "S" "N".
       77 WS-DP-SAL-FAMILIA         PIC X(01).
           88 SAL-FAMILIA-VALIDO    VALUE "S" "N".

      ************* DESMEMBRAMENTO DA DATA PARA A CRITICA ***********
       01 WS-DATA-CRITICA.
           02 WS-DT-ANO           PIC 9(04).
           02 WS-DT-MES           PIC 9(02).
           02 WS-DT-DIA           PIC 9(02).

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-NOME-LIMPO             PIC X(30).
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
           MOVE "PROG085-CADASTRO-DEPENDENTES" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           PERFORM 00000-OPEN-FILE-DEPENDENTES.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-DEPENDENTES.
           DISPLAY "BYE"
           STOP RUN.

       00000-OPEN-FILE-DEPENDENTES.
           MOVE 0 TO WS-FILE-STATUS-DEPE.
           OPEN I-O FD-DEPENDENTES.

           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- PROG04-DEPE.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-DEPENDENTES
              CLOSE FD-DEPENDENTES
              MOVE 0 TO WS-FILE-STATUS-DEPE
              OPEN I-O FD-DEPENDENTES
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE DEPENDENTES -->"
                      WS-FILE-STATUS-DEPE
              MOVE 1 TO WS-EXIT
           END-IF.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) INCLUI DEPENDENTE".
           DISPLAY "2) ALTERA INDICADORES IRRF/SALARIO-FAMILIA".
           DISPLAY "3) EXCLUI DEPENDENTE".
           DISPLAY "4) LISTA DEPENDENTES DA MATRICULA".
           DISPLAY " ".
           DISPLAY "5) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-INCLUI-DEPENDENTE
              WHEN 2 PERFORM 00003-ALTERA-INDICADORES
              WHEN 3 PERFORM 00004-EXCLUI-DEPENDENTE
              WHEN 4 PERFORM 00005-LISTA-DEPENDENTES
              WHEN 5
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       00002-INCLUI-DEPENDENTE.
           DISPLAY "INCLUI UM NOVO DEPENDENTE".
           DISPLAY "MATRICULA DO FUNCIONARIO: " WITH NO ADVANCING.
           ACCEPT WS-DP-MATRICULA.
           PERFORM 00006-CRITICA-MATRICULA.
           IF NOT MATRICULA-VALIDA
              DISPLAY "-- MATRICULA NAO CADASTRADA OU INATIVA --> "
                      WS-DP-MATRICULA
           ELSE
              PERFORM 00002-A-INCLUI-DADOS.

       00002-A-INCLUI-DADOS.
           MOVE SPACES TO WS-DP-NOME.
           PERFORM 00002-PEDE-NOME UNTIL WS-DP-NOME NOT = SPACES.

           MOVE 0 TO WS-DATA-OK.
           PERFORM 00002-PEDE-DT-NASCIMENTO UNTIL DATA-VALIDA.

           MOVE SPACES TO WS-DP-PARENTESCO.
           PERFORM 00002-PEDE-PARENTESCO UNTIL PARENTESCO-VALIDO.

           MOVE SPACES TO WS-DP-IRRF.
           PERFORM 00002-PEDE-IRRF UNTIL IRRF-VALIDO.

           MOVE SPACES TO WS-DP-SAL-FAMILIA.
           PERFORM 00002-PEDE-SAL-FAMILIA UNTIL SAL-FAMILIA-VALIDO.

           PERFORM 00007-PROXIMA-SEQUENCIA.

           MOVE WS-DP-MATRICULA     TO DP-MATRICULA.
           MOVE WS-MAIOR-SEQUENCIA  TO DP-SEQUENCIA.
           MOVE WS-DP-NOME          TO DP-NOME.
           MOVE WS-DP-DT-NASCIMENTO TO DP-DT-NASCIMENTO.
           MOVE WS-DP-PARENTESCO    TO DP-PARENTESCO.
           MOVE WS-DP-IRRF          TO DP-IRRF.
           MOVE WS-DP-SAL-FAMILIA   TO DP-SAL-FAMILIA.
           MOVE "A"                 TO DP-STATUS-REG.

           WRITE REG-DEPENDENTE
              INVALID KEY
                 DISPLAY "DEPENDENTE JAH EXISTE --> " DP-CHAVE
              NOT INVALID KEY
                 DISPLAY "DEPENDENTE INCLUIDO --> MATRICULA "
                         DP-MATRICULA " SEQUENCIA " DP-SEQUENCIA.

       00002-PEDE-NOME.
           DISPLAY "NOME DO DEPENDENTE: " WITH NO ADVANCING.
           ACCEPT WS-DP-NOME.
           MOVE WS-DP-NOME TO WS-NOME-LIMPO.
           CALL "PROG015-LIMPA-NOME" USING WS-NOME-LIMPO.
           MOVE WS-NOME-LIMPO TO WS-DP-NOME.
           IF WS-DP-NOME = SPACES
              DISPLAY "-- NOME INVALIDO, NAO PODE SER EM BRANCO".

       00002-PEDE-DT-NASCIMENTO.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DP-DT-NASCIMENTO.
           PERFORM 00009-CRITICA-DATA.
           IF NOT DATA-VALIDA
              DISPLAY "-- DATA DE NASCIMENTO INVALIDA".

       00002-PEDE-PARENTESCO.
           DISPLAY "PARENTESCO (F=FILHO C=CONJUGE P=PAI/MAE O=OUTRO): "
                   WITH NO ADVANCING.
           ACCEPT WS-DP-PARENTESCO.
           IF NOT PARENTESCO-VALIDO
              DISPLAY "-- PARENTESCO INVALIDO".

       00002-PEDE-IRRF.
           DISPLAY "DEDUZ NO IRRF (S/N): " WITH NO ADVANCING.
           ACCEPT WS-DP-IRRF.
           IF NOT IRRF-VALIDO
              DISPLAY "-- RESPONDER S OU N".

       00002-PEDE-SAL-FAMILIA.
           DISPLAY "RECEBE SALARIO-FAMILIA (S/N): " WITH NO ADVANCING.
           ACCEPT WS-DP-SAL-FAMILIA.
           IF NOT SAL-FAMILIA-VALIDO
              DISPLAY "-- RESPONDER S OU N".
      * SALARIO-FAMILIA E SO PARA FILHOS; A IDADE E CONFERIDA PELA
      * FOLHA A CADA COMPETENCIA.
           IF WS-DP-SAL-FAMILIA = "S" AND WS-DP-PARENTESCO NOT = "F"
              DISPLAY "-- SALARIO-FAMILIA SO PARA FILHOS"
              MOVE SPACES TO WS-DP-SAL-FAMILIA.

       00003-ALTERA-INDICADORES.
           DISPLAY "ALTERA INDICADORES DO DEPENDENTE".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-DP-MATRICULA.
           DISPLAY "SEQUENCIA DO DEPENDENTE: " WITH NO ADVANCING.
           ACCEPT WS-DP-SEQUENCIA.

           MOVE WS-DP-MATRICULA TO DP-MATRICULA.
           MOVE WS-DP-SEQUENCIA TO DP-SEQUENCIA.
           READ FD-DEPENDENTES RECORD KEY DP-CHAVE
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY "DEPENDENTE: " DP-NOME
                    DISPLAY "IRRF ATUAL: " DP-IRRF
                            "  SALARIO-FAMILIA ATUAL: " DP-SAL-FAMILIA
                    MOVE DP-PARENTESCO TO WS-DP-PARENTESCO
                    MOVE SPACES TO WS-DP-IRRF
                    PERFORM 00002-PEDE-IRRF UNTIL IRRF-VALIDO
                    MOVE SPACES TO WS-DP-SAL-FAMILIA
                    PERFORM 00002-PEDE-SAL-FAMILIA
                        UNTIL SAL-FAMILIA-VALIDO
                    MOVE WS-DP-IRRF        TO DP-IRRF
                    MOVE WS-DP-SAL-FAMILIA TO DP-SAL-FAMILIA
                    REWRITE REG-DEPENDENTE
                        INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR DEPENDENTE"
                        NOT INVALID KEY
                           DISPLAY "INDICADORES ATUALIZADOS --> "
                                   DP-CHAVE.

       00004-EXCLUI-DEPENDENTE.
      * EXCLUSAO: MARCA O REGISTRO COMO INATIVO, COMO NO
      * DESLIGAMENTO DE FUNCIONARIOS.
           DISPLAY "EXCLUI DEPENDENTE".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-DP-MATRICULA.
           DISPLAY "SEQUENCIA DO DEPENDENTE: " WITH NO ADVANCING.
           ACCEPT WS-DP-SEQUENCIA.

           MOVE WS-DP-MATRICULA TO DP-MATRICULA.
           MOVE WS-DP-SEQUENCIA TO DP-SEQUENCIA.
           READ FD-DEPENDENTES RECORD KEY DP-CHAVE
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    MOVE "I" TO DP-STATUS-REG
                    REWRITE REG-DEPENDENTE
                        INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR DEPENDENTE"
                        NOT INVALID KEY
                           DISPLAY "DEPENDENTE EXCLUIDO --> "
                                   DP-CHAVE.

       00005-LISTA-DEPENDENTES.
           DISPLAY "LISTA DEPENDENTES".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           ACCEPT WS-DP-MATRICULA.

           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-FIM-VARRIDO.
           MOVE WS-DP-MATRICULA TO DP-MATRICULA.
           MOVE ZERO TO DP-SEQUENCIA.
           START FD-DEPENDENTES KEY NOT < DP-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-VARRIDO.
           PERFORM 00005-A-LISTA-DEPENDENTE UNTIL VARRIDO-COMPLETO.

           IF WS-QTD-LISTADOS = 0
              DISPLAY "-- NENHUM DEPENDENTE PARA A MATRICULA "
                      WS-DP-MATRICULA.

       00005-A-LISTA-DEPENDENTE.
           READ FD-DEPENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VARRIDO
                NOT AT END
                   IF DP-MATRICULA NOT = WS-DP-MATRICULA
                      MOVE 1 TO WS-FIM-VARRIDO
                   ELSE
                      ADD 1 TO WS-QTD-LISTADOS
                      DISPLAY DP-SEQUENCIA " " DP-NOME
                              " NASC " DP-DT-NASCIMENTO
                              " PARENT " DP-PARENTESCO
                              " IRRF " DP-IRRF
                              " SF " DP-SAL-FAMILIA
                              " STATUS " DP-STATUS-REG
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
              MOVE WS-DP-MATRICULA TO FN-MATRICULA
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
           MOVE WS-DP-MATRICULA TO DP-MATRICULA.
           MOVE ZERO TO DP-SEQUENCIA.
           START FD-DEPENDENTES KEY NOT < DP-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-VARRIDO.
           PERFORM 00007-A-VARRE-SEQUENCIA UNTIL VARRIDO-COMPLETO.
           ADD 1 TO WS-MAIOR-SEQUENCIA.

       00007-A-VARRE-SEQUENCIA.
           READ FD-DEPENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VARRIDO
                NOT AT END
                   IF DP-MATRICULA NOT = WS-DP-MATRICULA
                      MOVE 1 TO WS-FIM-VARRIDO
                   ELSE
                      MOVE DP-SEQUENCIA TO WS-MAIOR-SEQUENCIA
                   END-IF.

       00009-CRITICA-DATA.
           MOVE 1 TO WS-DATA-OK.
           MOVE WS-DP-DT-NASCIMENTO TO WS-DATA-CRITICA.
           IF WS-DT-ANO < 1900 OR WS-DT-ANO > 2099
              MOVE 0 TO WS-DATA-OK.
           IF WS-DT-MES < 1 OR WS-DT-MES > 12
              MOVE 0 TO WS-DATA-OK.
           IF WS-DT-DIA < 1 OR WS-DT-DIA > 31
              MOVE 0 TO WS-DATA-OK.

       END PROGRAM PROG085-CADASTRO-DEPENDENTES.
