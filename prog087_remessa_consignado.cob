      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Remessa Mensal de Consignados ao Banco
      *          Gera o arquivo mensal de prestacao de contas dos
      *          emprestimos consignados para o banco parceiro
      *          (PROG04-CONS.DAT), a partir do razao de parcelas
      *          PROG04-PARC.DAT gravado pelo FOLHA-PGTO: uma linha
      *          por contrato com o devido na competencia, o que foi
      *          descontado em folha e o que ficou pendente (margem
      *          consignavel estourada), no mesmo formato de header,
      *          detalhe e trailer da remessa de deposito
      *          (PROG04-DEP.DAT). Deve rodar depois da folha mensal
      *          fechada.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog087_remessa_consignado -std=default -I copybooks prog087_remessa_consignado.cob && ./bin/prog087_remessa_consignado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG087-REMESSA-CONSIGNADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * RAZAO DE PARCELAS DE CONSIGNADO.
           SELECT FD-PARCELAS ASSIGN TO "PROG04-PARC.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PARC.

      * ARQUIVO PARA O BANCO.
           SELECT FD-REMESSA ASSIGN TO "PROG04-CONS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REM.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARCELAS
          RECORD CONTAINS 48 CHARACTERS.
           COPY PARCELA.CPY.

       FD FD-REMESSA
          RECORD CONTAINS 60 CHARACTERS.
       01 REG-REMESSA             PIC X(60).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PARC       PIC 9(02).
       77 WS-FILE-STATUS-REM        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).

      ********* LAYOUT DA REMESSA DE CONSIGNADOS AO BANCO **********
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
           02 WS-RD-CONTRATO      PIC X(10).
           02 WS-RD-MATRICULA     PIC 9(05).
           02 WS-RD-DEVIDO        PIC 9(07)V99.
           02 WS-RD-DESCONTO      PIC 9(07)V99.
           02 WS-RD-PENDENTE      PIC 9(07)V99.
           02 FILLER              PIC X(11) VALUE SPACES.

       01 WS-REM-TRAILER.
           02 WS-RT-TIPO          PIC X(01) VALUE "9".
           02 WS-RT-SEQUENCIA     PIC 9(06).
           02 WS-RT-QTD-DETALHES  PIC 9(06).
           02 WS-RT-SOMA-DEVIDO   PIC 9(09)V99.
           02 WS-RT-SOMA-DESCONTO PIC 9(09)V99.
           02 WS-RT-SOMA-PENDENTE PIC 9(09)V99.
           02 FILLER              PIC X(14) VALUE SPACES.

       77 WS-SEQ-REMESSA            PIC 9(06) VALUE ZERO.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-CONTRATOS         PIC 9(06) VALUE ZERO.
       77 WS-CONT-PENDENTES         PIC 9(05) VALUE ZERO.
       77 WS-SOMA-DEVIDO            PIC 9(09)V99 VALUE ZERO.
       77 WS-SOMA-DESCONTO          PIC 9(09)V99 VALUE ZERO.
       77 WS-SOMA-PENDENTE          PIC 9(09)V99 VALUE ZERO.
       77 WS-VALOR-EDT              PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.

           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00004-GRAVA-HEADER
              PERFORM 00001-LER-PARCELA
              PERFORM 00002-PROCESSA-PARCELA UNTIL FIM-DO-ARQUIVO
              PERFORM 00005-GRAVA-TRAILER
              PERFORM 00003-RODAPE
              CLOSE FD-PARCELAS
              CLOSE FD-REMESSA
           END-IF.

           STOP RUN.

       00000-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.

           IF WS-FILE-STATUS-PARC NOT = 0
              DISPLAY "-- SEM RAZAO DE PARCELAS (STATUS "
                      WS-FILE-STATUS-PARC "), RODAR A FOLHA MENSAL "
                      "NO FOLHA-PGTO ANTES"
           ELSE
              MOVE 0 TO WS-FILE-STATUS-REM
              OPEN OUTPUT FD-REMESSA
              IF WS-FILE-STATUS-REM NOT = 0
                 DISPLAY "-- ERRO AO CRIAR REMESSA DE CONSIGNADOS -->"
                         WS-FILE-STATUS-REM
                 CLOSE FD-PARCELAS
              ELSE
                 MOVE 1 TO WS-ARQUIVOS-OK.

       00001-LER-PARCELA.
           READ FD-PARCELAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

       00002-PROCESSA-PARCELA.
           IF PC-COMPETENCIA = WS-COMPETENCIA
              PERFORM 00002-A-GRAVA-DETALHE
           END-IF.
           PERFORM 00001-LER-PARCELA.

       00002-A-GRAVA-DETALHE.
           ADD 1 TO WS-SEQ-REMESSA.
           ADD 1 TO WS-CONT-CONTRATOS.
           MOVE WS-SEQ-REMESSA    TO WS-RD-SEQUENCIA.
           MOVE PC-CONTRATO       TO WS-RD-CONTRATO.
           MOVE PC-MATRICULA      TO WS-RD-MATRICULA.
           MOVE PC-VALOR-DEVIDO   TO WS-RD-DEVIDO.
           MOVE PC-VALOR-DESCONTO TO WS-RD-DESCONTO.
           MOVE PC-VALOR-PENDENTE TO WS-RD-PENDENTE.
           ADD PC-VALOR-DEVIDO    TO WS-SOMA-DEVIDO.
           ADD PC-VALOR-DESCONTO  TO WS-SOMA-DESCONTO.
           ADD PC-VALOR-PENDENTE  TO WS-SOMA-PENDENTE.
           IF PC-VALOR-PENDENTE > 0
              ADD 1 TO WS-CONT-PENDENTES
              DISPLAY "-- CONTRATO " PC-CONTRATO " MATRICULA "
                      PC-MATRICULA " COM PARCELA PENDENTE"
           END-IF.
           MOVE WS-REM-DETALHE TO REG-REMESSA.
           WRITE REG-REMESSA.

       00004-GRAVA-HEADER.
           ADD 1 TO WS-SEQ-REMESSA.
           MOVE WS-SEQ-REMESSA TO WS-RH-SEQUENCIA.
           ACCEPT WS-RH-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE WS-COMPETENCIA TO WS-RH-COMPETENCIA.
           MOVE WS-REM-HEADER TO REG-REMESSA.
           WRITE REG-REMESSA.

       00005-GRAVA-TRAILER.
           ADD 1 TO WS-SEQ-REMESSA.
           MOVE WS-SEQ-REMESSA    TO WS-RT-SEQUENCIA.
           MOVE WS-CONT-CONTRATOS TO WS-RT-QTD-DETALHES.
           MOVE WS-SOMA-DEVIDO    TO WS-RT-SOMA-DEVIDO.
           MOVE WS-SOMA-DESCONTO  TO WS-RT-SOMA-DESCONTO.
           MOVE WS-SOMA-PENDENTE  TO WS-RT-SOMA-PENDENTE.
           MOVE WS-REM-TRAILER TO REG-REMESSA.
           WRITE REG-REMESSA.

       00003-RODAPE.
           DISPLAY " ".
           DISPLAY "==== REMESSA DE CONSIGNADOS " WS-COMPETENCIA
                   " ====".
           DISPLAY "LINHAS LIDAS DO RAZAO..: " WS-CONT-LIDOS.
           DISPLAY "CONTRATOS NA REMESSA...: " WS-CONT-CONTRATOS.
           DISPLAY "CONTRATOS COM PENDENTE.: " WS-CONT-PENDENTES.
           MOVE WS-SOMA-DEVIDO TO WS-VALOR-EDT.
           DISPLAY "TOTAL DEVIDO...........: " WS-VALOR-EDT.
           MOVE WS-SOMA-DESCONTO TO WS-VALOR-EDT.
           DISPLAY "TOTAL DESCONTADO.......: " WS-VALOR-EDT.
           MOVE WS-SOMA-PENDENTE TO WS-VALOR-EDT.
           DISPLAY "TOTAL PENDENTE.........: " WS-VALOR-EDT.
           IF WS-CONT-CONTRATOS > 0
              DISPLAY "REMESSA GERADA EM PROG04-CONS.DAT"
           ELSE
              DISPLAY "NENHUMA PARCELA DA COMPETENCIA "
                      WS-COMPETENCIA " NO RAZAO".

       END PROGRAM PROG087-REMESSA-CONSIGNADO.
