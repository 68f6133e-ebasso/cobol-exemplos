      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Custo de Entrada
      *          Lista o custo de entrada (landed cost) gravado pelo
      *          PROG017 em PROG17-CUSTEIO.DAT, por documento de
      *          recebimento do fornecedor: para cada PID o custo
      *          unitario do fornecedor, as despesas acessorias
      *          rateadas para a linha (por valor e por quantidade) e
      *          o custo unitario final que entrou no custo medio, com
      *          os totais do documento. Pode listar um documento so
      *          ou todos. Sai no spool de relatorios (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog118_relatorio_custeio -std=default -I copybooks prog118_relatorio_custeio.cob && ./bin/prog118_relatorio_custeio
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG118-RELATORIO-CUSTEIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CUSTO DE ENTRADA POR LINHA DE RECEBIMENTO (PROG017).
           SELECT FD-CUSTEIO ASSIGN TO "PROG17-CUSTEIO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CI-CHAVE
                              FILE STATUS WS-FILE-STATUS-CTO.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

       DATA DIVISION.
       FILE SECTION.

       FD FD-CUSTEIO
          RECORD CONTAINS 105 CHARACTERS.
           COPY CUSTEIO.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-CTO        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-PROD       PIC 9(02).

      ************* SELECAO DO RELATORIO ************
       77 WS-DOC-FILTRO             PIC X(14) VALUE SPACES.

      ************* QUEBRA POR DOCUMENTO DE RECEBIMENTO ************
       01 WS-RECEBTO-ATUAL.
           02 WS-DOC-ATUAL          PIC X(14).
           02 WS-DATA-ATUAL         PIC 9(08).
           02 WS-HORA-ATUAL         PIC 9(08).
       77 WS-CONT-LINHAS-DOC        PIC 9(05) VALUE ZERO.
       77 WS-DOC-VALOR-BASE         PIC 9(14)V9(02) VALUE ZERO.
       77 WS-DOC-RATEIO-VALOR       PIC 9(14)V9(02) VALUE ZERO.
       77 WS-DOC-RATEIO-QTD         PIC 9(14)V9(02) VALUE ZERO.

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-NOME-PRODUTO           PIC X(10).
       77 WS-VALOR-LINHA            PIC 9(14)V9(02).
       77 WS-QTD-EDT                PIC Z(07)9.99.
       77 WS-CUSTO-EDT              PIC Z(07)9.99.
       77 WS-DESP-EDT               PIC Z(07)9.99.
       77 WS-DESPQ-EDT              PIC Z(07)9.99.
       77 WS-FINAL-EDT              PIC Z(07)9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-DOCUMENTOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-LINHAS            PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-DESPESAS         PIC 9(14)V9(02) VALUE ZERO.

       77 WS-FIM-CUSTEIO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-CUSTEIO        VALUE 1.
       77 WS-PRODUTOS-OK            PIC 9(01) VALUE ZERO.
           88 PRODUTOS-OK           VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DOCUMENTO DO FORNECEDOR (ENTER = TODOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-DOC-FILTRO.

           MOVE 0 TO WS-FILE-STATUS-CTO.
           OPEN INPUT FD-CUSTEIO.
           IF NOT FS-OK
              DISPLAY "-- SEM CUSTO DE ENTRADA REGISTRADO (STATUS "
                      WS-FILE-STATUS-CTO ")"
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD = 0
              MOVE 1 TO WS-PRODUTOS-OK
           ELSE
              DISPLAY "-- CATALOGO INDISPONIVEL, LISTA SO COM O PID".

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           IF WS-DOC-FILTRO = SPACES
              MOVE "==== CUSTO DE ENTRADA POR DOCUMENTO - TODOS ===="
                TO SP-LINHA
           ELSE
              STRING "==== CUSTO DE ENTRADA DO DOCUMENTO "
                     DELIMITED BY SIZE
                     WS-DOC-FILTRO DELIMITED BY SIZE
                     " ===="       DELIMITED BY SIZE
                     INTO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 0 TO WS-FIM-CUSTEIO.
           MOVE SPACES TO WS-DOC-ATUAL.
           MOVE WS-DOC-FILTRO TO CI-DOCUMENTO.
           MOVE ZERO TO CI-DATA.
           MOVE ZERO TO CI-HORA.
           MOVE ZERO TO CI-LINHA.
           START FD-CUSTEIO KEY IS NOT LESS THAN CI-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-CUSTEIO
           END-START.
           IF NOT FIM-DO-CUSTEIO
              PERFORM 00001-LER-CUSTEIO
           END-IF.
           PERFORM 00002-PROCESSA-LINHA UNTIL FIM-DO-CUSTEIO.
           IF WS-CONT-LINHAS-DOC > 0
              PERFORM 00004-FECHA-DOCUMENTO
           END-IF.

           PERFORM 00006-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.

           CLOSE FD-CUSTEIO.
           IF PRODUTOS-OK
              CLOSE FD-PRODUTOS
           END-IF.
           STOP RUN.

       00001-LER-CUSTEIO.
           READ FD-CUSTEIO NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-CUSTEIO
                NOT AT END
                   IF WS-DOC-FILTRO NOT = SPACES
                      AND CI-DOCUMENTO NOT = WS-DOC-FILTRO
                      MOVE 1 TO WS-FIM-CUSTEIO
                   END-IF
           END-READ.

      ******************************************************************
      * QUEBRA POR RECEBIMENTO: MESMO DOCUMENTO POSTADO NA MESMA
      * EXECUCAO DO PROG017 (DATA E HORA DO LOTE).
      ******************************************************************
       00002-PROCESSA-LINHA.
           IF WS-CONT-LINHAS-DOC > 0
              IF CI-DOCUMENTO NOT = WS-DOC-ATUAL
                 OR CI-DATA NOT = WS-DATA-ATUAL
                 OR CI-HORA NOT = WS-HORA-ATUAL
                 PERFORM 00004-FECHA-DOCUMENTO
              END-IF
           END-IF.
           IF WS-CONT-LINHAS-DOC = 0
              PERFORM 00003-ABRE-DOCUMENTO
           END-IF.
           PERFORM 00005-LINHA-PID.
           PERFORM 00001-LER-CUSTEIO.

       00003-ABRE-DOCUMENTO.
           ADD 1 TO WS-CONT-DOCUMENTOS.
           MOVE CI-DOCUMENTO TO WS-DOC-ATUAL.
           MOVE CI-DATA      TO WS-DATA-ATUAL.
           MOVE CI-HORA      TO WS-HORA-ATUAL.
           MOVE ZERO TO WS-DOC-VALOR-BASE.
           MOVE ZERO TO WS-DOC-RATEIO-VALOR.
           MOVE ZERO TO WS-DOC-RATEIO-QTD.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "DOCUMENTO "    DELIMITED BY SIZE
                  CI-DOCUMENTO    DELIMITED BY SIZE
                  "  RECEBIDO EM " DELIMITED BY SIZE
                  CI-DATA         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CI-HORA         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PID        NOME               QTD  CUSTO BASE"
                  DELIMITED BY SIZE
                  "  DESP.VALOR    DESP.QTD CUSTO FINAL"
                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00004-FECHA-DOCUMENTO.
           MOVE WS-DOC-VALOR-BASE TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "   VALOR DO FORNECEDOR.....: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-DOC-RATEIO-VALOR TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "   DESPESAS POR VALOR......: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-DOC-RATEIO-QTD TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "   DESPESAS POR QUANTIDADE.: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           COMPUTE WS-VALOR-LINHA = WS-DOC-VALOR-BASE
                   + WS-DOC-RATEIO-VALOR + WS-DOC-RATEIO-QTD.
           MOVE WS-VALOR-LINHA TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "   CUSTO TOTAL DE ENTRADA..: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD WS-DOC-RATEIO-VALOR TO WS-TOTAL-DESPESAS.
           ADD WS-DOC-RATEIO-QTD   TO WS-TOTAL-DESPESAS.
           MOVE 0 TO WS-CONT-LINHAS-DOC.

       00005-LINHA-PID.
           ADD 1 TO WS-CONT-LINHAS-DOC.
           ADD 1 TO WS-CONT-LINHAS.
           MOVE SPACES TO WS-NOME-PRODUTO.
           IF PRODUTOS-OK
              MOVE CI-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      MOVE "(FORA)" TO WS-NOME-PRODUTO
                   NOT INVALID KEY
                      MOVE RP-NOME TO WS-NOME-PRODUTO
              END-READ
           END-IF.
           COMPUTE WS-VALOR-LINHA ROUNDED = CI-QTD * CI-CUSTO-BASE.
           ADD WS-VALOR-LINHA    TO WS-DOC-VALOR-BASE.
           ADD CI-RATEIO-VALOR   TO WS-DOC-RATEIO-VALOR.
           ADD CI-RATEIO-QTD     TO WS-DOC-RATEIO-QTD.

           MOVE CI-QTD          TO WS-QTD-EDT.
           MOVE CI-CUSTO-BASE   TO WS-CUSTO-EDT.
           MOVE CI-RATEIO-VALOR TO WS-DESP-EDT.
           MOVE CI-RATEIO-QTD   TO WS-DESPQ-EDT.
           MOVE CI-CUSTO-FINAL  TO WS-FINAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING CI-PID          DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-NOME-PRODUTO DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-QTD-EDT      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-CUSTO-EDT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-DESP-EDT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-DESPQ-EDT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-FINAL-EDT    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00006-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "RECEBIMENTOS LISTADOS.....: " DELIMITED BY SIZE
                  WS-CONT-DOCUMENTOS             DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "LINHAS DE PID.............: " DELIMITED BY SIZE
                  WS-CONT-LINHAS                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-DESPESAS TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "DESPESAS RATEADAS.........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-LINHAS = 0
              MOVE "NENHUM RECEBIMENTO COM CUSTO DE ENTRADA" TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "CUSTO DE ENTRADA POR DOCUMENTO" TO SP-TITULO.
           MOVE "PROG118-RELATORIO-CUSTEIO" TO SP-PROGRAMA.
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

       END PROGRAM PROG118-RELATORIO-CUSTEIO.
