      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Vales-Troca em Aberto
      *          Lista os vales-troca em aberto (VL-SITUACAO = A) do
      *          cadastro PROG97-VALE.DAT mantido pelo PROG097, com
      *          emissao, validade, cliente, valor emitido e saldo,
      *          e totaliza o passivo da loja com os clientes. Vale
      *          ja vencido que a expiracao noturna (PROG099) ainda
      *          nao processou sai marcado com VENCIDO e somado a
      *          parte. O relatorio sai no spool (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog098_relatorio_vales -std=default -I copybooks prog098_relatorio_vales.cob && ./bin/prog098_relatorio_vales
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG098-RELATORIO-VALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CADASTRO DE VALES-TROCA (PROG097).
           SELECT FD-VALES ASSIGN TO "PROG97-VALE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS VL-NUMERO
                              FILE STATUS WS-FILE-STATUS-VAL.

       DATA DIVISION.
       FILE SECTION.

       FD FD-VALES
          RECORD CONTAINS 82 CHARACTERS.
           COPY VALEREG.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-VAL        PIC 9(02).

      ************* VARIAVEIS PARA O RELATORIO ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-EMITIDO-EDT            PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-SALDO-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-MARCA-VENCIDO          PIC X(07).

      ************* VARIAVEIS PARA TOTAIS E CONTADORES ************
       77 WS-TOTAL-ABERTO           PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-VENCIDO          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-ABERTOS           PIC 9(05) VALUE ZERO.
       77 WS-CONT-VENCIDOS          PIC 9(05) VALUE ZERO.

       77 WS-FIM-VALES              PIC 9(01) VALUE ZERO.
           88 FIM-DOS-VALES         VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-VAL.
           OPEN INPUT FD-VALES.
           IF WS-FILE-STATUS-VAL NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE VALES-TROCA -->"
                      WS-FILE-STATUS-VAL
           ELSE
              PERFORM 9801-ABRE-SPOOL
              PERFORM 00001-CABECALHO
              PERFORM 00002-LER-VALE
              PERFORM 00003-LISTA-VALE UNTIL FIM-DOS-VALES
              PERFORM 00004-TOTAIS
              PERFORM 9803-FECHA-SPOOL
              CLOSE FD-VALES
           END-IF.

           STOP RUN.

       00001-CABECALHO.
           MOVE SPACES TO SP-LINHA.
           STRING "POSICAO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "VALE       EMISSAO  VALIDADE CLIENTE  VALOR EMITIDO"
                TO SP-LINHA.
           MOVE "          SALDO" TO SP-LINHA(53:15).
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00002-LER-VALE.
           READ FD-VALES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VALES
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * SO O VALE EM ABERTO COM SALDO E PASSIVO. O VENCIDO AINDA EM
      * ABERTO (A EXPIRACAO NAO RODOU) SAI MARCADO E SOMADO A PARTE.
      ******************************************************************
       00003-LISTA-VALE.
           IF VL-SITUACAO = "A" AND VL-SALDO > 0
              ADD 1 TO WS-CONT-ABERTOS
              ADD VL-SALDO TO WS-TOTAL-ABERTO
              MOVE SPACES TO WS-MARCA-VENCIDO
              IF VL-DATA-VALIDADE < WS-DATA-HOJE
                 ADD 1 TO WS-CONT-VENCIDOS
                 ADD VL-SALDO TO WS-TOTAL-VENCIDO
                 MOVE "VENCIDO" TO WS-MARCA-VENCIDO
              END-IF
              MOVE VL-VALOR-EMITIDO TO WS-EMITIDO-EDT
              MOVE VL-SALDO         TO WS-SALDO-EDT
              MOVE SPACES TO SP-LINHA
              STRING VL-NUMERO        DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     VL-DATA-EMISSAO  DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     VL-DATA-VALIDADE DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     VL-CLIENTE       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-EMITIDO-EDT   DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-SALDO-EDT     DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-MARCA-VENCIDO DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           PERFORM 00002-LER-VALE.

       00004-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VALES LIDOS.............: " DELIMITED BY SIZE
                  WS-CONT-LIDOS                DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VALES EM ABERTO.........: " DELIMITED BY SIZE
                  WS-CONT-ABERTOS              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-ABERTO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "PASSIVO EM VALES........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VENCIDOS A EXPIRAR......: " DELIMITED BY SIZE
                  WS-CONT-VENCIDOS             DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-VENCIDO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "SALDO VENCIDO A EXPIRAR.: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "VALES-TROCA EM ABERTO" TO SP-TITULO.
           MOVE "PROG098-RELATORIO-VALES" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, RELATORIO SO NO CONSOLE".

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

       END PROGRAM PROG098-RELATORIO-VALES.
