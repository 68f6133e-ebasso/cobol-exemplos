      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Rodada de Pagamento a Fornecedores
      *          Paga os titulos de contas a pagar PROG17-001.CAP
      *          (gravados pelo PROG017) em vez do pagamento manual no
      *          portal do banco:
      *          - RETER / LIBERAR: o operador tira da rodada (e
      *            devolve a ela) os titulos de um documento do
      *            fornecedor (AP-SITUACAO = R);
      *          - LISTA: mostra o que a rodada pagaria ate uma data;
      *          - PAGAMENTO: seleciona os titulos em aberto vencidos
      *            ate a data limite, marca cada um como PAGO com a
      *            data do pagamento e gera a remessa bancaria
      *            PROG100-PAG.DAT no mesmo formato de header,
      *            detalhe e trailer da remessa de deposito
      *            (PROG04-DEP.DAT). O PROG065 contabiliza os
      *            pagamentos pelo evento PGF e o PROG054 mostra a
      *            data do pagamento e os dias de atraso.
      *          O arquivo de titulos e regravado pelo arquivo de
      *          trabalho PROG17-001.CPW (mesmo padrao do PROG031).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog100_pagamento_fornec -std=default -I copybooks prog100_pagamento_fornec.cob && ./bin/prog100_pagamento_fornec
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG100-PAGAMENTO-FORNEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * TITULOS DE CONTAS A PAGAR GERADOS PELO PROG017.
           SELECT FD-CTASPAGAR ASSIGN TO "PROG17-001.CAP"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CAP.

      * ARQUIVO DE TRABALHO DA REGRAVACAO.
           SELECT FD-CAPWORK ASSIGN TO "PROG17-001.CPW"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CPW.

      * REMESSA DE PAGAMENTOS PARA O BANCO.
           SELECT FD-REMESSA ASSIGN TO "PROG100-PAG.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REM.

       DATA DIVISION.
       FILE SECTION.

       FD FD-CTASPAGAR
          RECORD CONTAINS 68 CHARACTERS.
           COPY CTAPAG.CPY.

       FD FD-CAPWORK
          RECORD CONTAINS 68 CHARACTERS.
       01 REG-CAP-WORK            PIC X(68).

       FD FD-REMESSA.
       01 REG-REMESSA             PIC X(60).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-CAP        PIC 9(02).
       77 WS-FILE-STATUS-CPW        PIC 9(02).
       77 WS-FILE-STATUS-REM        PIC 9(02).

      ********* LAYOUT ESTRUTURADO DA REMESSA BANCARIA **********
       01 WS-REM-HEADER.
           02 WS-RH-TIPO          PIC X(01) VALUE "0".
           02 WS-RH-SEQUENCIA     PIC 9(06).
           02 WS-RH-EMPRESA       PIC X(30)
                                  VALUE "LOJAS EBASSO LTDA".
           02 WS-RH-DATA-GERACAO  PIC 9(08).
           02 WS-RH-DATA-PAGTO    PIC 9(08).
           02 FILLER              PIC X(07) VALUE SPACES.

       01 WS-REM-DETALHE.
           02 WS-RD-TIPO          PIC X(01) VALUE "1".
           02 WS-RD-SEQUENCIA     PIC 9(06).
           02 WS-RD-FORNECEDOR    PIC 9(05).
           02 WS-RD-DOCUMENTO     PIC X(14).
           02 WS-RD-VENCTO        PIC 9(08).
           02 WS-RD-VALOR         PIC 9(12)V99.
           02 FILLER              PIC X(12) VALUE SPACES.

       01 WS-REM-TRAILER.
           02 WS-RT-TIPO          PIC X(01) VALUE "9".
           02 WS-RT-SEQUENCIA     PIC 9(06).
           02 WS-RT-QTD-DETALHES  PIC 9(06).
           02 WS-RT-SOMA-VALORES  PIC 9(13)V99.
           02 FILLER              PIC X(32) VALUE SPACES.

       77 WS-SEQ-REMESSA          PIC 9(06) VALUE ZERO.

      ************* VARIAVEIS DO TITULO DIGITADO ************
       77 WS-FORNEC-DIGITADO        PIC 9(05).
       77 WS-DOC-DIGITADO           PIC X(14).

      ************* VARIAVEIS PARA A RODADA ************
      *    WS-ACAO: R = RETER, L = LIBERAR, V = LISTAR, P = PAGAR.
       77 WS-ACAO                   PIC X(01).
       77 WS-DATA-LIMITE            PIC 9(08).
       77 WS-DATA-PAGTO             PIC 9(08).
       77 WS-INT-VENCTO             PIC 9(08) COMP.
       77 WS-INT-PAGTO              PIC 9(08) COMP.
       77 WS-DIAS-ATRASO            PIC S9(05) COMP.
       77 WS-DIAS-ATRASO-EDT        PIC ZZZZ9.
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-SELECIONADO      PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-RETIDO           PIC 9(13)V99 VALUE ZERO.
       77 WS-CONFIRMA               PIC X(01).

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-ALTERADOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-SELECIONADOS      PIC 9(05) VALUE ZERO.
       77 WS-CONT-RETIDOS           PIC 9(05) VALUE ZERO.
       77 WS-CONT-ATRASADOS         PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
      * MINIMO DESTE PROGRAMA.
           MOVE "PROG100-PAGAMENTO-FORNEC" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.
           STOP RUN.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) RETER TITULO DE FORNECEDOR".
           DISPLAY "2) LIBERAR TITULO RETIDO".
           DISPLAY "3) LISTAR TITULOS A PAGAR ATE UMA DATA".
           DISPLAY "4) EXECUTAR RODADA DE PAGAMENTO".
           DISPLAY " ".
           DISPLAY "5) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-RETER-TITULO
              WHEN 2 PERFORM 00003-LIBERAR-TITULO
              WHEN 3 PERFORM 00004-LISTAR-TITULOS
              WHEN 4 PERFORM 00005-RODADA-PAGAMENTO
              WHEN 5
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       00002-RETER-TITULO.
           DISPLAY "RETEM OS TITULOS EM ABERTO DE UM DOCUMENTO".
           PERFORM 00006-PEDE-TITULO.
           MOVE "R" TO WS-ACAO.
           PERFORM 00010-REGRAVA-TITULOS.
           DISPLAY "-- TITULOS RETIDOS: " WS-CONT-ALTERADOS.

       00003-LIBERAR-TITULO.
           DISPLAY "DEVOLVE A RODADA OS TITULOS RETIDOS DE UM "
                   "DOCUMENTO".
           PERFORM 00006-PEDE-TITULO.
           MOVE "L" TO WS-ACAO.
           PERFORM 00010-REGRAVA-TITULOS.
           DISPLAY "-- TITULOS LIBERADOS: " WS-CONT-ALTERADOS.

       00004-LISTAR-TITULOS.
           PERFORM 00007-PEDE-DATA-LIMITE.
           ACCEPT WS-DATA-PAGTO FROM DATE YYYYMMDD.
           MOVE "V" TO WS-ACAO.
           PERFORM 00011-PERCORRE-TITULOS.
           PERFORM 00009-RESUMO.

      ******************************************************************
      * RODADA DE PAGAMENTO: SELECIONA OS TITULOS EM ABERTO VENCIDOS
      * ATE A DATA LIMITE, MARCA COMO PAGOS NA DATA DO PAGAMENTO E
      * GRAVA A REMESSA PARA O BANCO. RETIDOS FICAM DE FORA.
      ******************************************************************
       00005-RODADA-PAGAMENTO.
           PERFORM 00007-PEDE-DATA-LIMITE.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-PAGTO.
           IF WS-DATA-PAGTO = 0
              ACCEPT WS-DATA-PAGTO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "CONFIRMA A RODADA DE PAGAMENTO (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY "-- RODADA NAO EXECUTADA"
           ELSE
              PERFORM 00008-ABRE-REMESSA
              IF WS-FILE-STATUS-REM = 0
                 MOVE "P" TO WS-ACAO
                 PERFORM 00010-REGRAVA-TITULOS
                 PERFORM 00008-B-GRAVA-TRAILER
                 CLOSE FD-REMESSA
                 PERFORM 00009-RESUMO
                 DISPLAY "-- REMESSA GRAVADA EM PROG100-PAG.DAT"
              END-IF
           END-IF.

       00006-PEDE-TITULO.
           DISPLAY "CODIGO DO FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-FORNEC-DIGITADO.
           DISPLAY "DOCUMENTO DO FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-DOC-DIGITADO.

       00007-PEDE-DATA-LIMITE.
           DISPLAY "PAGAR VENCIDOS ATE (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-LIMITE.
           IF WS-DATA-LIMITE = 0
              ACCEPT WS-DATA-LIMITE FROM DATE YYYYMMDD
           END-IF.

       00008-ABRE-REMESSA.
           MOVE 0 TO WS-FILE-STATUS-REM.
           OPEN OUTPUT FD-REMESSA.
           IF WS-FILE-STATUS-REM NOT = 0
              DISPLAY "-- ERRO AO CRIAR ARQUIVO DE REMESSA -->"
                      WS-FILE-STATUS-REM
           ELSE
              PERFORM 00008-A-GRAVA-HEADER.

       00008-A-GRAVA-HEADER.
           MOVE ZERO TO WS-SEQ-REMESSA.
           ADD 1 TO WS-SEQ-REMESSA.
           MOVE WS-SEQ-REMESSA TO WS-RH-SEQUENCIA.
           ACCEPT WS-RH-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PAGTO TO WS-RH-DATA-PAGTO.
           MOVE WS-REM-HEADER TO REG-REMESSA.
           WRITE REG-REMESSA.

       00008-B-GRAVA-TRAILER.
           ADD 1 TO WS-SEQ-REMESSA.
           MOVE WS-SEQ-REMESSA       TO WS-RT-SEQUENCIA.
           MOVE WS-CONT-SELECIONADOS TO WS-RT-QTD-DETALHES.
           MOVE WS-TOTAL-SELECIONADO TO WS-RT-SOMA-VALORES.
           MOVE WS-REM-TRAILER TO REG-REMESSA.
           WRITE REG-REMESSA.

       00009-RESUMO.
           DISPLAY " ".
           DISPLAY "==== RODADA DE PAGAMENTO A FORNECEDORES ====".
           DISPLAY "VENCIDOS ATE............: " WS-DATA-LIMITE.
           DISPLAY "DATA DO PAGAMENTO.......: " WS-DATA-PAGTO.
           DISPLAY "TITULOS LIDOS...........: " WS-CONT-LIDOS.
           DISPLAY "TITULOS SELECIONADOS....: " WS-CONT-SELECIONADOS.
           MOVE WS-TOTAL-SELECIONADO TO WS-TOTAL-EDT.
           DISPLAY "VALOR SELECIONADO.......: " WS-TOTAL-EDT.
           DISPLAY "PAGOS COM ATRASO........: " WS-CONT-ATRASADOS.
           DISPLAY "TITULOS RETIDOS.........: " WS-CONT-RETIDOS.
           MOVE WS-TOTAL-RETIDO TO WS-TOTAL-EDT.
           DISPLAY "VALOR RETIDO............: " WS-TOTAL-EDT.

      ******************************************************************
      * REGRAVA PROG17-001.CAP: COPIA OS TITULOS PARA O TRABALHO
      * APLICANDO A ACAO PEDIDA E DEPOIS COPIA O TRABALHO DE VOLTA.
      ******************************************************************
       00010-REGRAVA-TITULOS.
           MOVE ZERO TO WS-CONT-LIDOS WS-CONT-ALTERADOS
                        WS-CONT-SELECIONADOS WS-CONT-RETIDOS
                        WS-CONT-ATRASADOS.
           MOVE ZERO TO WS-TOTAL-SELECIONADO WS-TOTAL-RETIDO.
           MOVE 0 TO WS-ARQUIVOS-OK.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CAP.
           OPEN INPUT FD-CTASPAGAR.
           MOVE 0 TO WS-FILE-STATUS-CPW.
           OPEN OUTPUT FD-CAPWORK.

           IF WS-FILE-STATUS-CAP NOT = 0
              DISPLAY "-- SEM TITULOS A PAGAR (STATUS "
                      WS-FILE-STATUS-CAP ")"
              IF WS-FILE-STATUS-CPW = 0
                 CLOSE FD-CAPWORK
              END-IF
           ELSE
           IF WS-FILE-STATUS-CPW NOT = 0
              DISPLAY "-- ERRO AO CRIAR ARQUIVO DE TRABALHO -->"
                      WS-FILE-STATUS-CPW
              CLOSE FD-CTASPAGAR
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK
              PERFORM 00012-LER-TITULO
              PERFORM 00013-APLICA-ACAO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CTASPAGAR
              CLOSE FD-CAPWORK.

           IF ARQUIVOS-OK
              PERFORM 00016-COPIA-TRABALHO
           END-IF.

      * LISTAGEM: SO LE, SEM REGRAVAR.
       00011-PERCORRE-TITULOS.
           MOVE ZERO TO WS-CONT-LIDOS WS-CONT-ALTERADOS
                        WS-CONT-SELECIONADOS WS-CONT-RETIDOS
                        WS-CONT-ATRASADOS.
           MOVE ZERO TO WS-TOTAL-SELECIONADO WS-TOTAL-RETIDO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CAP.
           OPEN INPUT FD-CTASPAGAR.
           IF WS-FILE-STATUS-CAP NOT = 0
              DISPLAY "-- SEM TITULOS A PAGAR (STATUS "
                      WS-FILE-STATUS-CAP ")"
           ELSE
              PERFORM 00012-LER-TITULO
              PERFORM 00013-APLICA-ACAO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CTASPAGAR.

       00012-LER-TITULO.
           READ FD-CTASPAGAR
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

       00013-APLICA-ACAO.
           EVALUATE WS-ACAO
              WHEN "R"
                 IF AP-FORNECEDOR = WS-FORNEC-DIGITADO
                    AND AP-DOCUMENTO = WS-DOC-DIGITADO
                    AND AP-EM-ABERTO
                    MOVE "R" TO AP-SITUACAO
                    ADD 1 TO WS-CONT-ALTERADOS
                 END-IF
              WHEN "L"
                 IF AP-FORNECEDOR = WS-FORNEC-DIGITADO
                    AND AP-DOCUMENTO = WS-DOC-DIGITADO
                    AND AP-RETIDO
                    MOVE "A" TO AP-SITUACAO
                    ADD 1 TO WS-CONT-ALTERADOS
                 END-IF
              WHEN OTHER
                 IF AP-DATA-VENCTO NOT > WS-DATA-LIMITE
                    PERFORM 00014-SELECIONA-TITULO
                 END-IF
           END-EVALUATE.
           IF WS-ACAO NOT = "V"
              WRITE REG-CAP-WORK FROM REG-CONTA-PAGAR
           END-IF.
           PERFORM 00012-LER-TITULO.

      ******************************************************************
      * TITULO VENCIDO ATE A DATA LIMITE: O RETIDO SO E CONTADO; O EM
      * ABERTO ENTRA NA RODADA (E, NO PAGAMENTO, VAI PARA A REMESSA
      * E FICA PAGO NA DATA DO PAGAMENTO).
      ******************************************************************
       00014-SELECIONA-TITULO.
           MOVE AP-VALOR TO WS-VALOR-EDT.
           IF AP-RETIDO
              ADD 1 TO WS-CONT-RETIDOS
              ADD AP-VALOR TO WS-TOTAL-RETIDO
              DISPLAY "RETIDO   " AP-DATA-VENCTO
                      " FORN " AP-FORNECEDOR
                      " DOC " AP-DOCUMENTO " " WS-VALOR-EDT
           ELSE
           IF AP-EM-ABERTO
              ADD 1 TO WS-CONT-SELECIONADOS
              ADD AP-VALOR TO WS-TOTAL-SELECIONADO
              PERFORM 00015-APURA-ATRASO
              IF WS-DIAS-ATRASO > 0
                 ADD 1 TO WS-CONT-ATRASADOS
                 MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-EDT
                 DISPLAY "PAGAR    " AP-DATA-VENCTO
                         " FORN " AP-FORNECEDOR
                         " DOC " AP-DOCUMENTO " " WS-VALOR-EDT
                         " ATRASO " WS-DIAS-ATRASO-EDT " DIAS"
              ELSE
                 DISPLAY "PAGAR    " AP-DATA-VENCTO
                         " FORN " AP-FORNECEDOR
                         " DOC " AP-DOCUMENTO " " WS-VALOR-EDT
              END-IF
              IF WS-ACAO = "P"
                 MOVE "P"           TO AP-SITUACAO
                 MOVE WS-DATA-PAGTO TO AP-DATA-PAGTO
                 ADD 1 TO WS-CONT-ALTERADOS
                 ADD 1 TO WS-SEQ-REMESSA
                 MOVE WS-SEQ-REMESSA TO WS-RD-SEQUENCIA
                 MOVE AP-FORNECEDOR  TO WS-RD-FORNECEDOR
                 MOVE AP-DOCUMENTO   TO WS-RD-DOCUMENTO
                 MOVE AP-DATA-VENCTO TO WS-RD-VENCTO
                 MOVE AP-VALOR       TO WS-RD-VALOR
                 MOVE WS-REM-DETALHE TO REG-REMESSA
                 WRITE REG-REMESSA
              END-IF
           END-IF
           END-IF.

       00015-APURA-ATRASO.
           COMPUTE WS-INT-VENCTO =
                   FUNCTION INTEGER-OF-DATE(AP-DATA-VENCTO).
           COMPUTE WS-INT-PAGTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO).
           COMPUTE WS-DIAS-ATRASO = WS-INT-PAGTO - WS-INT-VENCTO.

       00016-COPIA-TRABALHO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CPW.
           OPEN INPUT FD-CAPWORK.
           MOVE 0 TO WS-FILE-STATUS-CAP.
           OPEN OUTPUT FD-CTASPAGAR.

           IF WS-FILE-STATUS-CPW NOT = 0
              OR WS-FILE-STATUS-CAP NOT = 0
              DISPLAY "-- ERRO AO REGRAVAR TITULOS A PAGAR -->"
                      WS-FILE-STATUS-CPW " / " WS-FILE-STATUS-CAP
           ELSE
              PERFORM 00016-A-LER-WORK
              PERFORM 00016-B-COPIA-WORK UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CAPWORK
              CLOSE FD-CTASPAGAR.

       00016-A-LER-WORK.
           READ FD-CAPWORK
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00016-B-COPIA-WORK.
           WRITE REG-CONTA-PAGAR FROM REG-CAP-WORK.
           PERFORM 00016-A-LER-WORK.

       END PROGRAM PROG100-PAGAMENTO-FORNEC.
