      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Saldo Devedor de Consignados
      *          Relatorio do saldo devedor dos emprestimos consignados
      *          para a rescisao: para a matricula pedida (ou para
      *          todos os funcionarios desligados, ou para todos os
      *          contratos) lista cada contrato ativo com o total
      *          contratado (parcelas x valor), o total ja descontado
      *          em folha pelo razao de parcelas PROG04-PARC.DAT, a
      *          ultima competencia descontada e o saldo devedor que o
      *          RH informa ao banco no desligamento.
      *          Saida em PROG04-SCON.TXT.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog088_saldo_consignado -std=default -I copybooks prog088_saldo_consignado.cob && ./bin/prog088_saldo_consignado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG088-SALDO-CONSIGNADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CONTRATOS DE CONSIGNADO.
           SELECT FD-EMPRESTIMOS ASSIGN TO "PROG04-EMPR.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EM-CONTRATO
                              FILE STATUS WS-FILE-STATUS-EMPR.

      * RAZAO DE PARCELAS DESCONTADAS PELA FOLHA.
           SELECT FD-PARCELAS ASSIGN TO "PROG04-PARC.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PARC.

      * ARQUIVO MESTRE DE FUNCIONARIOS.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

      * RELATORIO DE SALDOS.
           SELECT FD-RELATORIO ASSIGN TO "PROG04-SCON.TXT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD FD-EMPRESTIMOS
          RECORD CONTAINS 51 CHARACTERS.
           COPY EMPREST.CPY.

       FD FD-PARCELAS
          RECORD CONTAINS 48 CHARACTERS.
           COPY PARCELA.CPY.

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

       77 WS-FILE-STATUS-EMPR       PIC 9(02).
       77 WS-FILE-STATUS-PARC       PIC 9(02).
       77 WS-FILE-STATUS-FUNC       PIC 9(02).
       77 WS-FILE-STATUS-REL        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-SELECAO                PIC 9(01).
           88 SELECAO-MATRICULA     VALUE 1.
           88 SELECAO-DESLIGADOS    VALUE 2.
           88 SELECAO-TODOS         VALUE 3.
           88 SELECAO-VALIDA        VALUE 1 2 3.
       77 WS-MATRICULA              PIC 9(05) VALUE ZERO.

      ************* CONTRATOS SELECIONADOS ************
       01 TAB-SALDOS.
          02 SALDO-ITEM OCCURS 200 TIMES INDEXED BY SDIDX.
             03 SD-CONTRATO      PIC X(10).
             03 SD-MATRICULA     PIC 9(05).
             03 SD-NOME          PIC X(05).
             03 SD-SITUACAO      PIC X(09).
             03 SD-QTD-PARCELAS  PIC 9(03).
             03 SD-VALOR-PARCELA PIC 9(07)V99.
             03 SD-DESCONTADO    PIC 9(09)V99.
             03 SD-ULTIMA-COMP   PIC 9(06).

       77 WS-QTD-SALDOS             PIC 9(03) VALUE ZERO.
       77 WS-IDX-SALDO              PIC 9(03) VALUE ZERO.

      ************* VARIAVEIS PARA O RELATORIO ************
       77 WS-NOME-FUNC              PIC X(05).
       77 WS-SITUACAO-FUNC          PIC X(09).
       77 WS-TOTAL-CONTRATO         PIC 9(09)V99.
       77 WS-SALDO-DEVEDOR          PIC 9(09)V99.
       77 WS-SOMA-SALDO             PIC 9(11)V99 VALUE ZERO.
       77 WS-CONTRATADO-EDT         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-DESCONTADO-EDT         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-SALDO-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-SOMA-EDT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO WS-SELECAO.
           PERFORM 00000-PEDE-SELECAO UNTIL SELECAO-VALIDA.
           IF SELECAO-MATRICULA
              DISPLAY "MATRICULA: " WITH NO ADVANCING
              ACCEPT WS-MATRICULA
           END-IF.

           PERFORM 00001-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00002-CARREGA-CONTRATOS
              PERFORM 00003-SOMA-DESCONTADO
              PERFORM 00004-IMPRIME-SALDOS
              CLOSE FD-EMPRESTIMOS
              CLOSE FD-FUNCIONARIOS
              CLOSE FD-RELATORIO
           END-IF.

           STOP RUN.

       00000-PEDE-SELECAO.
           DISPLAY "SALDO DEVEDOR DE CONSIGNADOS".
           DISPLAY "1) DE UMA MATRICULA".
           DISPLAY "2) DOS FUNCIONARIOS DESLIGADOS".
           DISPLAY "3) DE TODOS OS CONTRATOS".
           ACCEPT WS-SELECAO.
           IF NOT SELECAO-VALIDA
              DISPLAY "OPCAO INVALIDA.".

       00001-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-EMPR.
           OPEN INPUT FD-EMPRESTIMOS.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           MOVE 0 TO WS-FILE-STATUS-REL.
           OPEN OUTPUT FD-RELATORIO.

           IF WS-FILE-STATUS-EMPR NOT = 0
              DISPLAY "-- SEM CONTRATOS DE CONSIGNADO (STATUS "
                      WS-FILE-STATUS-EMPR ")"
           ELSE
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
              CLOSE FD-EMPRESTIMOS
           ELSE
           IF WS-FILE-STATUS-REL NOT = 0
              DISPLAY "-- ERRO AO CRIAR RELATORIO DE SALDOS -->"
                      WS-FILE-STATUS-REL
              CLOSE FD-EMPRESTIMOS
              CLOSE FD-FUNCIONARIOS
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK.

      ******************************************************************
      * SELECIONA OS CONTRATOS ATIVOS PEDIDOS, COM NOME E SITUACAO DO
      * FUNCIONARIO BUSCADOS NO MESTRE.
      ******************************************************************
       00002-CARREGA-CONTRATOS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00002-A-LER-CONTRATO.
           PERFORM 00002-B-SELECIONA-CONTRATO UNTIL FIM-DO-ARQUIVO.

       00002-A-LER-CONTRATO.
           READ FD-EMPRESTIMOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-SELECIONA-CONTRATO.
           IF EM-STATUS-REG = "A"
              AND (NOT SELECAO-MATRICULA
                   OR EM-MATRICULA = WS-MATRICULA)
              PERFORM 00002-C-BUSCA-FUNCIONARIO
              IF NOT SELECAO-DESLIGADOS
                 OR WS-SITUACAO-FUNC NOT = "ATIVO"
                 PERFORM 00002-D-GUARDA-CONTRATO
              END-IF
           END-IF.
           IF NOT FIM-DO-ARQUIVO
              PERFORM 00002-A-LER-CONTRATO
           END-IF.

       00002-C-BUSCA-FUNCIONARIO.
           MOVE EM-MATRICULA TO FN-MATRICULA.
           READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                INVALID KEY
                   MOVE "?????"     TO WS-NOME-FUNC
                   MOVE "NAO CAD."  TO WS-SITUACAO-FUNC
                NOT INVALID KEY
                   MOVE FN-NOME TO WS-NOME-FUNC
                   IF FN-STATUS-REG = "A"
                      MOVE "ATIVO"     TO WS-SITUACAO-FUNC
                   ELSE
                      MOVE "DESLIGADO" TO WS-SITUACAO-FUNC
                   END-IF.

       00002-D-GUARDA-CONTRATO.
           IF WS-QTD-SALDOS = 200
              DISPLAY "-- TABELA DE CONTRATOS CHEIA, RESTANTES "
                      "IGNORADOS"
              MOVE 1 TO WS-FIM-ARQUIVO
           ELSE
              ADD 1 TO WS-QTD-SALDOS
              MOVE EM-CONTRATO      TO SD-CONTRATO(WS-QTD-SALDOS)
              MOVE EM-MATRICULA     TO SD-MATRICULA(WS-QTD-SALDOS)
              MOVE WS-NOME-FUNC     TO SD-NOME(WS-QTD-SALDOS)
              MOVE WS-SITUACAO-FUNC TO SD-SITUACAO(WS-QTD-SALDOS)
              MOVE EM-QTD-PARCELAS  TO SD-QTD-PARCELAS(WS-QTD-SALDOS)
              MOVE EM-VALOR-PARCELA TO SD-VALOR-PARCELA(WS-QTD-SALDOS)
              MOVE ZERO TO SD-DESCONTADO(WS-QTD-SALDOS)
              MOVE ZERO TO SD-ULTIMA-COMP(WS-QTD-SALDOS).

      ******************************************************************
      * SOMA NO CONTRATO TUDO QUE A FOLHA JA DESCONTOU. SEM O RAZAO,
      * NADA FOI DESCONTADO AINDA E O SALDO E O TOTAL CONTRATADO.
      ******************************************************************
       00003-SOMA-DESCONTADO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PARC NOT = 0
              DISPLAY "-- SEM RAZAO DE PARCELAS, NENHUM DESCONTO "
                      "REGISTRADO"
           ELSE
              PERFORM 00003-A-LER-PARCELA
              PERFORM 00003-B-ACUMULA-PARCELA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-PARCELAS.

       00003-A-LER-PARCELA.
           READ FD-PARCELAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-B-ACUMULA-PARCELA.
           MOVE 1 TO WS-IDX-SALDO.
           PERFORM 00003-C-SOMA-NO-CONTRATO
               UNTIL WS-IDX-SALDO > WS-QTD-SALDOS.
           PERFORM 00003-A-LER-PARCELA.

       00003-C-SOMA-NO-CONTRATO.
           IF SD-CONTRATO(WS-IDX-SALDO) = PC-CONTRATO
              ADD PC-VALOR-DESCONTO TO SD-DESCONTADO(WS-IDX-SALDO)
              IF PC-VALOR-DESCONTO > 0
                 AND PC-COMPETENCIA > SD-ULTIMA-COMP(WS-IDX-SALDO)
                 MOVE PC-COMPETENCIA TO SD-ULTIMA-COMP(WS-IDX-SALDO)
              END-IF
              MOVE WS-QTD-SALDOS TO WS-IDX-SALDO
           END-IF.
           ADD 1 TO WS-IDX-SALDO.

      ******************************************************************
      * UMA LINHA POR CONTRATO: CONTRATADO, DESCONTADO E SALDO
      * DEVEDOR, COM O TOTAL GERAL NO FIM.
      ******************************************************************
       00004-IMPRIME-SALDOS.
           MOVE "LOJAS EBASSO LTDA - SALDO DEVEDOR DE CONSIGNADOS"
                TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CONTRATO   MATR. NOME  SITUACAO  ULT.COMP"
                TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "     CONTRATADO     DESCONTADO  SALDO DEVEDOR"
                TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 1 TO WS-IDX-SALDO.
           PERFORM 00004-A-LINHA-DE-SALDO
               UNTIL WS-IDX-SALDO > WS-QTD-SALDOS.

           MOVE ALL "=" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-SOMA-SALDO TO WS-SOMA-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONTRATOS: "    DELIMITED BY SIZE
                  WS-QTD-SALDOS    DELIMITED BY SIZE
                  "  SALDO DEVEDOR TOTAL: " DELIMITED BY SIZE
                  WS-SOMA-EDT      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY " ".
           DISPLAY "==== SALDO DEVEDOR DE CONSIGNADOS ====".
           DISPLAY "CONTRATOS LISTADOS.....: " WS-QTD-SALDOS.
           DISPLAY "SALDO DEVEDOR TOTAL....: " WS-SOMA-EDT.
           IF WS-QTD-SALDOS > 0
              DISPLAY "RELATORIO GERADO EM PROG04-SCON.TXT"
           ELSE
              DISPLAY "NENHUM CONTRATO ATIVO PARA A SELECAO".

       00004-A-LINHA-DE-SALDO.
           COMPUTE WS-TOTAL-CONTRATO =
                   SD-QTD-PARCELAS(WS-IDX-SALDO)
                   * SD-VALOR-PARCELA(WS-IDX-SALDO).
           IF SD-DESCONTADO(WS-IDX-SALDO) < WS-TOTAL-CONTRATO
              COMPUTE WS-SALDO-DEVEDOR =
                      WS-TOTAL-CONTRATO - SD-DESCONTADO(WS-IDX-SALDO)
           ELSE
              MOVE ZERO TO WS-SALDO-DEVEDOR
           END-IF.
           ADD WS-SALDO-DEVEDOR TO WS-SOMA-SALDO.

           MOVE SPACES TO REG-RELATORIO.
           STRING SD-CONTRATO(WS-IDX-SALDO)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SD-MATRICULA(WS-IDX-SALDO)   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SD-NOME(WS-IDX-SALDO)        DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SD-SITUACAO(WS-IDX-SALDO)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SD-ULTIMA-COMP(WS-IDX-SALDO) DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WS-TOTAL-CONTRATO           TO WS-CONTRATADO-EDT.
           MOVE SD-DESCONTADO(WS-IDX-SALDO) TO WS-DESCONTADO-EDT.
           MOVE WS-SALDO-DEVEDOR            TO WS-SALDO-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-CONTRATADO-EDT DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DESCONTADO-EDT DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALDO-EDT      DELIMITED BY SIZE
                  INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

           ADD 1 TO WS-IDX-SALDO.

       END PROGRAM PROG088-SALDO-CONSIGNADO.
