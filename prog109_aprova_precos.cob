      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Aprovacao de Alteracoes de Preco
      *          Tela do supervisor (nivel 9 no PROG42-001.DAT, pelo
      *          sign-on central PROG073) para as alteracoes de preco
      *          que o PROG009 e o PROG060 retiveram em
      *          PROG109-PEND.DAT por passarem do limite percentual de
      *          PROG109-PARM.DAT. Cada pendencia mostra loja, PID,
      *          quem submeteu, preco antigo, preco novo, variacao e a
      *          margem sobre o custo medio (PROG17-CUSTO.DAT) antes e
      *          depois; o supervisor aprova ou rejeita uma a uma. A
      *          aprovada e aplicada na proxima rodada do programa de
      *          origem, que carimba o aprovador no historico de
      *          precos.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog109_aprova_precos -std=default -I copybooks prog109_aprova_precos.cob && ./bin/prog109_aprova_precos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG109-APROVA-PRECOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ALTERACOES DE PRECO RETIDAS PELO PROG009 E PELO PROG060.
           SELECT FD-PENDENTES ASSIGN TO "PROG109-PEND.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PA-CHAVE
                              FILE STATUS WS-FILE-STATUS-PEND.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * CUSTO MEDIO MOVEL POR PID, MANTIDO PELO PROG017.
           SELECT FD-CUSTOS ASSIGN TO "PROG17-CUSTO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CU-PID
                              FILE STATUS WS-FILE-STATUS-CST.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PENDENTES
          RECORD CONTAINS 97 CHARACTERS.
           COPY PRCPEND.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-CUSTOS
          RECORD CONTAINS 42 CHARACTERS.
           COPY CUSTO.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-PEND       PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-CST        PIC 9(02).

       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-DECISAO                PIC X(01).
       77 WS-DATA-HOJE              PIC 9(08).

      ************* VARIAVEIS PARA A TELA DE REVISAO ************
       77 WS-NOME-PRODUTO           PIC X(10).
       77 WS-VALOR-ANTES-EDT        PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-NOVO-EDT         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-CUSTO-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-VARIACAO-EDT           PIC -ZZ,ZZ9.99.
       77 WS-MARGEM-ANTES           PIC S9(05)V9(02) VALUE ZERO.
       77 WS-MARGEM-NOVA            PIC S9(05)V9(02) VALUE ZERO.
       77 WS-MARGEM-ANTES-EDT       PIC -ZZ,ZZ9.99.
       77 WS-MARGEM-NOVA-EDT        PIC -ZZ,ZZ9.99.
       77 WS-TEM-CUSTO              PIC 9(01) VALUE ZERO.
           88 TEM-CUSTO             VALUE 1.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-PENDENTES         PIC 9(05) VALUE ZERO.
       77 WS-CONT-APROVADAS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-REJEITADAS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-LISTADAS          PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-CUSTOS-OK              PIC 9(01) VALUE ZERO.
           88 CUSTOS-OK             VALUE 1.
       77 WS-ENCERRA-REVISAO        PIC 9(01) VALUE ZERO.
           88 ENCERRA-REVISAO       VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SO SUPERVISOR DECIDE ALTERACAO DE PRECO RETIDA.
           MOVE "PROG109-APROVA-PRECOS" TO SN-PROGRAMA.
           MOVE 9 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-PEND.
           OPEN I-O FD-PENDENTES.
           IF WS-FILE-STATUS-PEND = 35
              DISPLAY "-- NENHUMA ALTERACAO DE PRECO RETIDA"
              STOP RUN
           END-IF.
           IF WS-FILE-STATUS-PEND NOT = 0
              DISPLAY "-- ERRO AO ABRIR PRECOS PENDENTES -->"
                      WS-FILE-STATUS-PEND
              STOP RUN
           END-IF.
           PERFORM 00006-ABRE-CUSTOS.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-PENDENTES.
           IF CUSTOS-OK
              CLOSE FD-CUSTOS
           END-IF.
           STOP RUN.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) REVISAR ALTERACOES PENDENTES".
           DISPLAY "2) LISTAR DECISOES".
           DISPLAY " ".
           DISPLAY "3) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-REVISAR-PENDENTES
              WHEN 2 PERFORM 00003-LISTAR-DECISOES
              WHEN 3
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * PERCORRE AS PENDENCIAS EM ORDEM DE LOJA/PID, UMA TELA POR
      * ALTERACAO. A DECISAO E GRAVADA NA HORA COM O CODIGO DO
      * SUPERVISOR; "P" DEIXA PARA DEPOIS E "S" ENCERRA A REVISAO.
      ******************************************************************
       00002-REVISAR-PENDENTES.
           MOVE 0 TO WS-CONT-PENDENTES.
           MOVE 0 TO WS-CONT-APROVADAS.
           MOVE 0 TO WS-CONT-REJEITADAS.
           MOVE 0 TO WS-ENCERRA-REVISAO.
           PERFORM 00004-POSICIONA-INICIO.
           PERFORM 00002-A-REVISA-PENDENCIA
               UNTIL FIM-DO-ARQUIVO OR ENCERRA-REVISAO.

           DISPLAY " ".
           DISPLAY "PENDENCIAS REVISADAS....: " WS-CONT-PENDENTES.
           DISPLAY "APROVADAS...............: " WS-CONT-APROVADAS.
           DISPLAY "REJEITADAS..............: " WS-CONT-REJEITADAS.

       00002-A-REVISA-PENDENCIA.
           IF PA-PENDENTE
              ADD 1 TO WS-CONT-PENDENTES
              PERFORM 00005-EXIBE-PENDENCIA
              PERFORM 00002-B-PEDE-DECISAO
              EVALUATE WS-DECISAO
                 WHEN "A"
                    MOVE "A" TO PA-SITUACAO
                    PERFORM 00002-C-GRAVA-DECISAO
                    ADD 1 TO WS-CONT-APROVADAS
                 WHEN "R"
                    MOVE "R" TO PA-SITUACAO
                    PERFORM 00002-C-GRAVA-DECISAO
                    ADD 1 TO WS-CONT-REJEITADAS
                 WHEN "S"
                    MOVE 1 TO WS-ENCERRA-REVISAO
                 WHEN OTHER
                    DISPLAY "-- PENDENCIA MANTIDA PARA DEPOIS"
              END-EVALUATE
           END-IF.
           IF NOT ENCERRA-REVISAO
              PERFORM 00004-A-LER-PENDENTE
           END-IF.

       00002-B-PEDE-DECISAO.
           MOVE SPACES TO WS-DECISAO.
           PERFORM 00002-D-ACEITA-DECISAO
               UNTIL WS-DECISAO = "A" OR WS-DECISAO = "R"
                  OR WS-DECISAO = "P" OR WS-DECISAO = "S".

       00002-D-ACEITA-DECISAO.
           DISPLAY "A) APROVA  R) REJEITA  P) PULA  S) SAIR: "
                   WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO = "a"
              MOVE "A" TO WS-DECISAO
           END-IF.
           IF WS-DECISAO = "r"
              MOVE "R" TO WS-DECISAO
           END-IF.
           IF WS-DECISAO = "p"
              MOVE "P" TO WS-DECISAO
           END-IF.
           IF WS-DECISAO = "s"
              MOVE "S" TO WS-DECISAO
           END-IF.

       00002-C-GRAVA-DECISAO.
           MOVE SN-CODIGO    TO PA-APROVADOR.
           MOVE WS-DATA-HOJE TO PA-DATA-DECISAO.
           REWRITE REG-PRECO-PENDENTE
               INVALID KEY
                  DISPLAY "-- ERRO AO GRAVAR DECISAO --> " PA-PID
               NOT INVALID KEY
                  IF PA-APROVADA
                     DISPLAY "-- APROVADA: APLICADA NA PROXIMA RODADA "
                             "DO " PA-ORIGEM
                  ELSE
                     DISPLAY "-- REJEITADA: O PRECO DA LOJA NAO MUDA"
                  END-IF
           END-REWRITE.

      ******************************************************************
      * LISTA AS ALTERACOES JA DECIDIDAS, COM O APROVADOR E, PARA AS
      * EFETIVADAS, A DATA EM QUE O PRECO ENTROU NO CATALOGO.
      ******************************************************************
       00003-LISTAR-DECISOES.
           MOVE 0 TO WS-CONT-LISTADAS.
           PERFORM 00004-POSICIONA-INICIO.
           DISPLAY " ".
           DISPLAY "LOJA PID        SIT  NOVO PRECO      VARIACAO "
                   "SUPERV DECISAO  APLICACAO".
           PERFORM 00003-A-LISTA-DECISAO UNTIL FIM-DO-ARQUIVO.
           DISPLAY "DECISOES LISTADAS.......: " WS-CONT-LISTADAS.

       00003-A-LISTA-DECISAO.
           IF NOT PA-PENDENTE
              ADD 1 TO WS-CONT-LISTADAS
              MOVE PA-VALOR-NOVO TO WS-VALOR-NOVO-EDT
              MOVE PA-VARIACAO   TO WS-VARIACAO-EDT
              DISPLAY PA-LOJA " " PA-PID "  " PA-SITUACAO "  "
                      WS-VALOR-NOVO-EDT " " WS-VARIACAO-EDT "% "
                      PA-APROVADOR " " PA-DATA-DECISAO " "
                      PA-DATA-APLICACAO
           END-IF.
           PERFORM 00004-A-LER-PENDENTE.

       00004-POSICIONA-INICIO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO PA-CHAVE.
           START FD-PENDENTES KEY IS NOT < PA-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-ARQUIVO.
           IF NOT FIM-DO-ARQUIVO
              PERFORM 00004-A-LER-PENDENTE
           END-IF.

       00004-A-LER-PENDENTE.
           READ FD-PENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

      ******************************************************************
      * TELA DA PENDENCIA: NOME NO CATALOGO DA LOJA, PRECOS, VARIACAO
      * E MARGEM SOBRE O CUSTO MEDIO ANTES E DEPOIS DA ALTERACAO.
      ******************************************************************
       00005-EXIBE-PENDENCIA.
           PERFORM 00007-BUSCA-NOME.
           PERFORM 00008-BUSCA-CUSTO.
           MOVE PA-VALOR-ANTES TO WS-VALOR-ANTES-EDT.
           MOVE PA-VALOR-NOVO  TO WS-VALOR-NOVO-EDT.
           MOVE PA-VARIACAO    TO WS-VARIACAO-EDT.

           DISPLAY " ".
           DISPLAY "==== ALTERACAO DE PRECO RETIDA ====".
           DISPLAY "LOJA..........: " PA-LOJA.
           DISPLAY "PID...........: " PA-PID "  " WS-NOME-PRODUTO.
           DISPLAY "SUBMETIDA POR.: " PA-SUBMETIDO-POR
                   " (" PA-ORIGEM ") EM " PA-DATA-SUBM
                   " " PA-HORA-SUBM.
           DISPLAY "PRECO ANTIGO..: " WS-VALOR-ANTES-EDT.
           DISPLAY "PRECO NOVO....: " WS-VALOR-NOVO-EDT.
           DISPLAY "VARIACAO......: " WS-VARIACAO-EDT " %".
           IF TEM-CUSTO
              MOVE CU-CUSTO-MEDIO TO WS-CUSTO-EDT
              MOVE WS-MARGEM-ANTES TO WS-MARGEM-ANTES-EDT
              MOVE WS-MARGEM-NOVA  TO WS-MARGEM-NOVA-EDT
              DISPLAY "CUSTO MEDIO...: " WS-CUSTO-EDT
              DISPLAY "MARGEM ATUAL..: " WS-MARGEM-ANTES-EDT " %"
              DISPLAY "MARGEM NOVA...: " WS-MARGEM-NOVA-EDT " %"
              IF WS-MARGEM-NOVA < 0
                 DISPLAY "** ATENCAO: PRECO NOVO ABAIXO DO CUSTO **"
              END-IF
           ELSE
              DISPLAY "MARGEM........: SEM CUSTO APURADO"
           END-IF.

      * SEM O ARQUIVO DE CUSTOS A TELA SAI, MAS SEM A MARGEM.
       00006-ABRE-CUSTOS.
           MOVE 0 TO WS-FILE-STATUS-CST.
           OPEN INPUT FD-CUSTOS.
           IF WS-FILE-STATUS-CST = 0
              MOVE 1 TO WS-CUSTOS-OK
           ELSE
              DISPLAY "-- SEM ARQUIVO DE CUSTOS (PROG17-CUSTO.DAT), "
                      "MARGEM SEM CUSTO APURADO".

       00007-BUSCA-NOME.
           MOVE "(SEM NOME)" TO WS-NOME-PRODUTO.
           MOVE PA-LOJA TO NUM.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD = 0
              MOVE PA-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      MOVE "(SEM NOME)" TO WS-NOME-PRODUTO
                   NOT INVALID KEY
                      MOVE RP-NOME TO WS-NOME-PRODUTO
              END-READ
              CLOSE FD-PRODUTOS
           END-IF.

       00008-BUSCA-CUSTO.
           MOVE 0 TO WS-TEM-CUSTO.
           MOVE 0 TO WS-MARGEM-ANTES.
           MOVE 0 TO WS-MARGEM-NOVA.
           IF CUSTOS-OK
              MOVE PA-PID TO CU-PID
              READ FD-CUSTOS RECORD KEY CU-PID
                   INVALID KEY
                      MOVE 0 TO WS-TEM-CUSTO
                   NOT INVALID KEY
                      IF CU-CUSTO-MEDIO > 0
                         MOVE 1 TO WS-TEM-CUSTO
                      END-IF
              END-READ
           END-IF.
           IF TEM-CUSTO
              IF PA-VALOR-ANTES > 0
                 COMPUTE WS-MARGEM-ANTES ROUNDED =
                         (PA-VALOR-ANTES - CU-CUSTO-MEDIO) * 100
                         / PA-VALOR-ANTES
                         ON SIZE ERROR
                            MOVE -99999.99 TO WS-MARGEM-ANTES
                 END-COMPUTE
              END-IF
              IF PA-VALOR-NOVO > 0
                 COMPUTE WS-MARGEM-NOVA ROUNDED =
                         (PA-VALOR-NOVO - CU-CUSTO-MEDIO) * 100
                         / PA-VALOR-NOVO
                         ON SIZE ERROR
                            MOVE -99999.99 TO WS-MARGEM-NOVA
                 END-COMPUTE
              ELSE
                 MOVE -99999.99 TO WS-MARGEM-NOVA
              END-IF
           END-IF.

       END PROGRAM PROG109-APROVA-PRECOS.
