      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Itens Saindo de Linha
      *          Le o catalogo da loja e lista os produtos saindo de
      *          linha - e os descontinuados - que ainda tem estoque
      *          (situacao no ciclo de vida pelo PROG125), com a
      *          quantidade, o valor pelo custo medio (PROG17-CUSTO)
      *          e o valor pelo preco de venda, para a loja programar
      *          a liquidacao antes que virem perda. Sai no spool de
      *          relatorios (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog126_relatorio_saindo_linha -std=default -I copybooks prog126_relatorio_saindo_linha.cob && ./bin/prog126_relatorio_saindo_linha
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG126-RELATORIO-SAINDO-LINHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * CUSTO MEDIO POR PID, MANTIDO PELO PROG017.
           SELECT FD-CUSTOS ASSIGN TO "PROG17-CUSTO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CU-PID
                              FILE STATUS WS-FILE-STATUS-CST.

       DATA DIVISION.
       FILE SECTION.

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
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-CST        PIC 9(02).
       77 WS-CUSTOS-OK              PIC 9(01) VALUE ZERO.
           88 CUSTOS-OK             VALUE 1.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
           COPY CICLCTRL.CPY.

      ************* VARIAVEIS PARA OS CALCULOS ************
       77 WS-CUSTO-UNIT             PIC 9(10)V9(02).
       77 WS-VALOR-CUSTO            PIC 9(12)V9(02).
       77 WS-VALOR-VENDA            PIC 9(12)V9(02).
       77 WS-TOTAL-CUSTO            PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-VENDA            PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-QTD              PIC 9(12)V9(02) VALUE ZERO.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-SAINDO            PIC 9(05) VALUE ZERO.
       77 WS-CONT-DESCONTINUADOS    PIC 9(05) VALUE ZERO.
       77 WS-CONT-SEM-CUSTO         PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-QTD-EDT                PIC Z(09)9.99.
       77 WS-CUSTO-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VENDA-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-QTD-EDT          PIC Z(11)9.99.
       77 WS-SITUACAO-EDT           PIC X(13).

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOJA DO CATALOGO (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
              STOP RUN
           END-IF.
           PERFORM 00001-ABRE-CUSTOS.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== ITENS SAINDO DE LINHA COM ESTOQUE - LOJA "
                  DELIMITED BY SIZE
                  WS-LOJA-NUM DELIMITED BY SIZE
                  " ===="     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PID        NOME       SITUACAO      DESDE   "
                  DELIMITED BY SIZE
                  "          QTD    VALOR (CUSTO)    VALOR (VENDA)"
                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           PERFORM 00002-LER-PRODUTO.
           PERFORM 00003-CONFERE-PRODUTO UNTIL FIM-DO-ARQUIVO.
           PERFORM 00005-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.

           CLOSE FD-PRODUTOS.
           IF CUSTOS-OK
              CLOSE FD-CUSTOS
           END-IF.
           STOP RUN.

      * SEM O ARQUIVO DE CUSTOS O VALOR PELO CUSTO SAI ZERADO E O
      * PRODUTO E CONTADO COMO SEM CUSTO NO RODAPE.
       00001-ABRE-CUSTOS.
           MOVE 0 TO WS-FILE-STATUS-CST.
           OPEN INPUT FD-CUSTOS.
           IF WS-FILE-STATUS-CST = 0
              MOVE 1 TO WS-CUSTOS-OK
           ELSE
              DISPLAY "-- SEM ARQUIVO DE CUSTOS, VALOR SO PELO PRECO "
                      "DE VENDA".

       00002-LER-PRODUTO.
           READ FD-PRODUTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * SO ENTRA NA LISTA O PRODUTO COM ESTOQUE QUE ESTA SAINDO DE
      * LINHA OU JA FOI DESCONTINUADO.
      ******************************************************************
       00003-CONFERE-PRODUTO.
           IF RP-QTD > 0
              MOVE "C"         TO VP-FUNCAO
              MOVE WS-LOJA-NUM TO VP-LOJA
              MOVE RP-PID      TO VP-PID
              CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO
              IF VP-SEM-REPOSICAO
                 PERFORM 00004-LISTA-PRODUTO
              END-IF
           END-IF.
           PERFORM 00002-LER-PRODUTO.

       00004-LISTA-PRODUTO.
           IF VP-SAINDO-DE-LINHA
              ADD 1 TO WS-CONT-SAINDO
              MOVE "SAINDO LINHA" TO WS-SITUACAO-EDT
           ELSE
              ADD 1 TO WS-CONT-DESCONTINUADOS
              MOVE "DESCONTINUADO" TO WS-SITUACAO-EDT
           END-IF.
           MOVE ZERO TO WS-CUSTO-UNIT.
           IF CUSTOS-OK
              MOVE RP-PID TO CU-PID
              READ FD-CUSTOS RECORD KEY CU-PID
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CU-CUSTO-MEDIO TO WS-CUSTO-UNIT
              END-READ
           END-IF.
           IF WS-CUSTO-UNIT = 0
              ADD 1 TO WS-CONT-SEM-CUSTO
           END-IF.
           COMPUTE WS-VALOR-CUSTO ROUNDED = RP-QTD * WS-CUSTO-UNIT.
           COMPUTE WS-VALOR-VENDA ROUNDED = RP-QTD * RP-VALOR.
           ADD RP-QTD         TO WS-TOTAL-QTD.
           ADD WS-VALOR-CUSTO TO WS-TOTAL-CUSTO.
           ADD WS-VALOR-VENDA TO WS-TOTAL-VENDA.
           MOVE RP-QTD         TO WS-QTD-EDT.
           MOVE WS-VALOR-CUSTO TO WS-CUSTO-EDT.
           MOVE WS-VALOR-VENDA TO WS-VENDA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING RP-PID            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  RP-NOME           DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SITUACAO-EDT   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  VP-DATA-ALTERACAO DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-QTD-EDT        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CUSTO-EDT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-VENDA-EDT      DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00005-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PRODUTOS LIDOS............: " DELIMITED BY SIZE
                  WS-CONT-LIDOS                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "SAINDO DE LINHA C/ ESTOQUE: " DELIMITED BY SIZE
                  WS-CONT-SAINDO                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "DESCONTINUADOS C/ ESTOQUE.: " DELIMITED BY SIZE
                  WS-CONT-DESCONTINUADOS         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-QTD TO WS-TOTAL-QTD-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "QUANTIDADE EM ESTOQUE.....: " DELIMITED BY SIZE
                  WS-TOTAL-QTD-EDT               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-CUSTO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "VALOR PELO CUSTO MEDIO....: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-VENDA TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "VALOR PELO PRECO DE VENDA.: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-SEM-CUSTO > 0
              MOVE SPACES TO SP-LINHA
              STRING "SEM CUSTO MEDIO...........: " DELIMITED BY SIZE
                     WS-CONT-SEM-CUSTO              DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           IF WS-CONT-SAINDO = 0 AND WS-CONT-DESCONTINUADOS = 0
              MOVE "NENHUM ITEM SAINDO DE LINHA COM ESTOQUE"
                TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "ITENS SAINDO DE LINHA COM ESTOQUE" TO SP-TITULO.
           MOVE "PROG126-RELATORIO-SAINDO-LINHA" TO SP-PROGRAMA.
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

       END PROGRAM PROG126-RELATORIO-SAINDO-LINHA.
