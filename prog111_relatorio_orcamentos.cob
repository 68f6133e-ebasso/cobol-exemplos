      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Orcamentos
      *          Le os orcamentos do PROG110 (PROG110-ORC.DAT) e lista
      *          cada orcamento com cliente, vendedor, validade, valor
      *          cotado e situacao: ABERTO, VENCIDO (aberto com a
      *          validade anterior a hoje) ou CONVERTIDO em pedido.
      *          No fim, os totais por situacao e a taxa de conversao
      *          por vendedor (VD-VENDEDOR): orcamentos convertidos
      *          sobre orcamentos emitidos.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog111_relatorio_orcamentos -std=default -I copybooks prog111_relatorio_orcamentos.cob && ./bin/prog111_relatorio_orcamentos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG111-RELATORIO-ORCAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-ORCAMENTOS ASSIGN TO "PROG110-ORC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS OR-CHAVE
                              FILE STATUS WS-FILE-STATUS-ORC.

       DATA DIVISION.
       FILE SECTION.

       FD FD-ORCAMENTOS
          RECORD CONTAINS 90 CHARACTERS.
           COPY ORCAMENT.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-ORC        PIC 9(02).
       77 WS-DATA-HOJE              PIC 9(08).

      ************* ORCAMENTO EM ACUMULACAO (QUEBRA POR NUMERO) *****
       77 WS-NUMERO-ATUAL           PIC 9(10) VALUE ZERO.
       77 WS-CLIENTE-ATUAL          PIC 9(05) VALUE ZERO.
       77 WS-VENDEDOR-ATUAL         PIC 9(05) VALUE ZERO.
       77 WS-VALIDADE-ATUAL         PIC 9(08) VALUE ZERO.
       77 WS-PEDIDO-ATUAL           PIC 9(10) VALUE ZERO.
       77 WS-ITENS-ATUAL            PIC 9(03) VALUE ZERO.
       77 WS-VALOR-ATUAL            PIC 9(12)V9(02) VALUE ZERO.
       77 WS-VALOR-ITEM             PIC 9(12)V9(02) VALUE ZERO.
       77 WS-SITUACAO-ATUAL         PIC X(01) VALUE SPACE.
           88 SIT-ABERTO            VALUE "A".
           88 SIT-VENCIDO           VALUE "V".
           88 SIT-CONVERTIDO        VALUE "C".
       77 WS-SITUACAO-DESC          PIC X(10).

      ************* TOTAIS POR SITUACAO ************
       77 WS-CONT-ORCAMENTOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-ABERTOS           PIC 9(05) VALUE ZERO.
       77 WS-CONT-VENCIDOS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-CONVERTIDOS       PIC 9(05) VALUE ZERO.
       77 WS-VALOR-ABERTOS          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-VALOR-VENCIDOS         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-VALOR-CONVERTIDOS      PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TAXA                   PIC 9(03)V9(02) VALUE ZERO.

      ************* TABELA DE CONVERSAO POR VENDEDOR ************
       01 TAB-VENDEDORES.
          02 VENDEDOR-ITEM OCCURS 100 TIMES INDEXED BY VEIDX.
             03 VE-VENDEDOR       PIC 9(05).
             03 VE-EMITIDOS       PIC 9(05).
             03 VE-ABERTOS        PIC 9(05).
             03 VE-VENCIDOS       PIC 9(05).
             03 VE-CONVERTIDOS    PIC 9(05).
             03 VE-VALOR-CONVERT  PIC 9(12)V9(02).

       77 WS-QTD-VENDEDORES         PIC 9(03) VALUE ZERO.
       77 WS-IDX-VENDEDOR           PIC 9(03) VALUE ZERO.
       77 WS-VENDEDOR-ACHOU         PIC 9(01) VALUE ZERO.

      ************* VARIAVEIS PARA EXIBICAO ************
       77 WS-VALOR-EDT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-TAXA-EDT               PIC ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-ORC.
           OPEN INPUT FD-ORCAMENTOS.
           IF WS-FILE-STATUS-ORC NOT = 0
              DISPLAY "-- SEM ORCAMENTOS EMITIDOS (STATUS "
                      WS-FILE-STATUS-ORC ")"
              STOP RUN
           END-IF.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "==== ORCAMENTOS DE VENDA ====" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES         TO SP-LINHA.
           MOVE "ORCAMENTO"    TO SP-LINHA(1:).
           MOVE "CLIENTE"      TO SP-LINHA(12:).
           MOVE "VENDEDOR"     TO SP-LINHA(20:).
           MOVE "VALIDADE"     TO SP-LINHA(29:).
           MOVE "ITENS"        TO SP-LINHA(37:).
           MOVE "VALOR COTADO" TO SP-LINHA(48:).
           MOVE "SITUACAO"     TO SP-LINHA(61:).
           MOVE "PEDIDO"       TO SP-LINHA(72:).
           PERFORM 9802-IMPRIME-LINHA.

           PERFORM 00001-LER-ORCAMENTO.
           PERFORM 00002-ACUMULA-ITEM UNTIL FIM-DO-ARQUIVO.
           IF WS-ITENS-ATUAL > 0
              PERFORM 00003-FECHA-ORCAMENTO
           END-IF.
           CLOSE FD-ORCAMENTOS.

           PERFORM 00005-IMPRIME-TOTAIS.
           PERFORM 00006-IMPRIME-VENDEDORES.
           PERFORM 9803-FECHA-SPOOL.
           STOP RUN.

       00001-LER-ORCAMENTO.
           READ FD-ORCAMENTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

      ******************************************************************
      * OS ITENS DE UM ORCAMENTO SAO CONSECUTIVOS NA CHAVE; A QUEBRA
      * DO NUMERO FECHA O ORCAMENTO ANTERIOR.
      ******************************************************************
       00002-ACUMULA-ITEM.
           IF WS-ITENS-ATUAL > 0 AND OR-NUMERO NOT = WS-NUMERO-ATUAL
              PERFORM 00003-FECHA-ORCAMENTO
           END-IF.
           IF WS-ITENS-ATUAL = 0
              MOVE OR-NUMERO        TO WS-NUMERO-ATUAL
              MOVE OR-CLIENTE       TO WS-CLIENTE-ATUAL
              MOVE OR-VENDEDOR      TO WS-VENDEDOR-ATUAL
              MOVE OR-DATA-VALIDADE TO WS-VALIDADE-ATUAL
              MOVE OR-PEDIDO        TO WS-PEDIDO-ATUAL
              MOVE ZERO             TO WS-VALOR-ATUAL
              IF OR-CONVERTIDO
                 MOVE "C" TO WS-SITUACAO-ATUAL
              ELSE
              IF OR-DATA-VALIDADE < WS-DATA-HOJE
                 MOVE "V" TO WS-SITUACAO-ATUAL
              ELSE
                 MOVE "A" TO WS-SITUACAO-ATUAL
              END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-ITENS-ATUAL.
           COMPUTE WS-VALOR-ITEM ROUNDED = OR-PRECO-UNIT * OR-QTD.
           ADD WS-VALOR-ITEM TO WS-VALOR-ATUAL.
           PERFORM 00001-LER-ORCAMENTO.

       00003-FECHA-ORCAMENTO.
           ADD 1 TO WS-CONT-ORCAMENTOS.
           PERFORM 00004-LOCALIZA-VENDEDOR.
           EVALUATE TRUE
              WHEN SIT-CONVERTIDO
                 MOVE "CONVERTIDO" TO WS-SITUACAO-DESC
                 ADD 1 TO WS-CONT-CONVERTIDOS
                 ADD WS-VALOR-ATUAL TO WS-VALOR-CONVERTIDOS
              WHEN SIT-VENCIDO
                 MOVE "VENCIDO"    TO WS-SITUACAO-DESC
                 ADD 1 TO WS-CONT-VENCIDOS
                 ADD WS-VALOR-ATUAL TO WS-VALOR-VENCIDOS
              WHEN OTHER
                 MOVE "ABERTO"     TO WS-SITUACAO-DESC
                 ADD 1 TO WS-CONT-ABERTOS
                 ADD WS-VALOR-ATUAL TO WS-VALOR-ABERTOS
           END-EVALUATE.
           IF WS-VENDEDOR-ACHOU = 1
              ADD 1 TO VE-EMITIDOS(WS-IDX-VENDEDOR)
              EVALUATE TRUE
                 WHEN SIT-CONVERTIDO
                    ADD 1 TO VE-CONVERTIDOS(WS-IDX-VENDEDOR)
                    ADD WS-VALOR-ATUAL
                        TO VE-VALOR-CONVERT(WS-IDX-VENDEDOR)
                 WHEN SIT-VENCIDO
                    ADD 1 TO VE-VENCIDOS(WS-IDX-VENDEDOR)
                 WHEN OTHER
                    ADD 1 TO VE-ABERTOS(WS-IDX-VENDEDOR)
              END-EVALUATE
           END-IF.

           MOVE WS-VALOR-ATUAL TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING WS-NUMERO-ATUAL   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CLIENTE-ATUAL  DELIMITED BY SIZE
                  "    "            DELIMITED BY SIZE
                  WS-VENDEDOR-ATUAL DELIMITED BY SIZE
                  "    "            DELIMITED BY SIZE
                  WS-VALIDADE-ATUAL DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-ITENS-ATUAL    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-VALOR-EDT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SITUACAO-DESC  DELIMITED BY SIZE
                  INTO SP-LINHA.
           IF SIT-CONVERTIDO
              MOVE WS-PEDIDO-ATUAL TO SP-LINHA(72:10)
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 0 TO WS-ITENS-ATUAL.

       00004-LOCALIZA-VENDEDOR.
           MOVE 0 TO WS-VENDEDOR-ACHOU.
           MOVE 1 TO WS-IDX-VENDEDOR.
           PERFORM 00004-A-PROCURA-VENDEDOR
               UNTIL WS-IDX-VENDEDOR > WS-QTD-VENDEDORES
                  OR WS-VENDEDOR-ACHOU = 1.
           IF WS-VENDEDOR-ACHOU = 0
              IF WS-QTD-VENDEDORES = 100
                 DISPLAY "-- TABELA DE VENDEDORES CHEIA, ORCAMENTO "
                         "FORA DA TAXA --> " WS-NUMERO-ATUAL
              ELSE
                 ADD 1 TO WS-QTD-VENDEDORES
                 MOVE WS-QTD-VENDEDORES TO WS-IDX-VENDEDOR
                 MOVE WS-VENDEDOR-ATUAL
                      TO VE-VENDEDOR(WS-IDX-VENDEDOR)
                 MOVE ZERO TO VE-EMITIDOS(WS-IDX-VENDEDOR)
                 MOVE ZERO TO VE-ABERTOS(WS-IDX-VENDEDOR)
                 MOVE ZERO TO VE-VENCIDOS(WS-IDX-VENDEDOR)
                 MOVE ZERO TO VE-CONVERTIDOS(WS-IDX-VENDEDOR)
                 MOVE ZERO TO VE-VALOR-CONVERT(WS-IDX-VENDEDOR)
                 MOVE 1 TO WS-VENDEDOR-ACHOU
              END-IF
           END-IF.

       00004-A-PROCURA-VENDEDOR.
           IF VE-VENDEDOR(WS-IDX-VENDEDOR) = WS-VENDEDOR-ATUAL
              MOVE 1 TO WS-VENDEDOR-ACHOU
           ELSE
              ADD 1 TO WS-IDX-VENDEDOR
           END-IF.

       00005-IMPRIME-TOTAIS.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "ORCAMENTOS EMITIDOS....: " DELIMITED BY SIZE
                  WS-CONT-ORCAMENTOS         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-VALOR-ABERTOS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "ABERTOS................: " DELIMITED BY SIZE
                  WS-CONT-ABERTOS            DELIMITED BY SIZE
                  "  VALOR: "                DELIMITED BY SIZE
                  WS-VALOR-EDT               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-VALOR-VENCIDOS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "VENCIDOS...............: " DELIMITED BY SIZE
                  WS-CONT-VENCIDOS           DELIMITED BY SIZE
                  "  VALOR: "                DELIMITED BY SIZE
                  WS-VALOR-EDT               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-VALOR-CONVERTIDOS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "CONVERTIDOS............: " DELIMITED BY SIZE
                  WS-CONT-CONVERTIDOS        DELIMITED BY SIZE
                  "  VALOR: "                DELIMITED BY SIZE
                  WS-VALOR-EDT               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ZERO TO WS-TAXA.
           IF WS-CONT-ORCAMENTOS > 0
              COMPUTE WS-TAXA ROUNDED =
                      WS-CONT-CONVERTIDOS * 100 / WS-CONT-ORCAMENTOS
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TAXA DE CONVERSAO......: " DELIMITED BY SIZE
                  WS-TAXA-EDT                DELIMITED BY SIZE
                  " %"                       DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * TAXA DE CONVERSAO POR VENDEDOR: CONVERTIDOS SOBRE EMITIDOS.
      ******************************************************************
       00006-IMPRIME-VENDEDORES.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "==== CONVERSAO POR VENDEDOR ====" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES             TO SP-LINHA.
           MOVE "VENDEDOR"         TO SP-LINHA(1:).
           MOVE "EMITIDOS"         TO SP-LINHA(10:).
           MOVE "ABERTOS"          TO SP-LINHA(20:).
           MOVE "VENCIDOS"         TO SP-LINHA(30:).
           MOVE "CONVERT."         TO SP-LINHA(40:).
           MOVE "TAXA %"           TO SP-LINHA(49:).
           MOVE "VALOR CONVERTIDO" TO SP-LINHA(59:).
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-VENDEDOR.
           PERFORM 00006-A-IMPRIME-VENDEDOR
               UNTIL WS-IDX-VENDEDOR > WS-QTD-VENDEDORES.

       00006-A-IMPRIME-VENDEDOR.
           MOVE ZERO TO WS-TAXA.
           IF VE-EMITIDOS(WS-IDX-VENDEDOR) > 0
              COMPUTE WS-TAXA ROUNDED =
                      VE-CONVERTIDOS(WS-IDX-VENDEDOR) * 100
                      / VE-EMITIDOS(WS-IDX-VENDEDOR)
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-EDT.
           MOVE VE-VALOR-CONVERT(WS-IDX-VENDEDOR) TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING VE-VENDEDOR(WS-IDX-VENDEDOR)    DELIMITED BY SIZE
                  "     "                         DELIMITED BY SIZE
                  VE-EMITIDOS(WS-IDX-VENDEDOR)    DELIMITED BY SIZE
                  "     "                         DELIMITED BY SIZE
                  VE-ABERTOS(WS-IDX-VENDEDOR)     DELIMITED BY SIZE
                  "     "                         DELIMITED BY SIZE
                  VE-VENCIDOS(WS-IDX-VENDEDOR)    DELIMITED BY SIZE
                  "     "                         DELIMITED BY SIZE
                  VE-CONVERTIDOS(WS-IDX-VENDEDOR) DELIMITED BY SIZE
                  "   "                           DELIMITED BY SIZE
                  WS-TAXA-EDT                     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-VALOR-EDT                    DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-VENDEDOR.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SEGUE SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "ORCAMENTOS DE VENDA E CONVERSAO"
                TO SP-TITULO.
           MOVE "PROG111-RELATORIO-ORCAMENTOS" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, RELATORIO SO NO "
                      "CONSOLE".

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

       END PROGRAM PROG111-RELATORIO-ORCAMENTOS.
