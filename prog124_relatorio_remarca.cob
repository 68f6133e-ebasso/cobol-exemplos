      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Remarcacao x Perdas
      *          Compara, por categoria, numa competencia, a receita
      *          recuperada com a venda de lotes remarcados por
      *          validade (PROG13-REMARCA.DAT, gravado pelo PROG013:
      *          valor cheio, desconto concedido e valor vendido) com
      *          o estoque baixado por validade vencida no PROG121
      *          (PROG121-001.PER, motivo VEN, pelo custo medio). Mede
      *          se a remarcacao do PROG123 esta salvando a mercadoria
      *          antes dela virar perda. Sai no spool de relatorios
      *          (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog124_relatorio_remarca -std=default -I copybooks prog124_relatorio_remarca.cob && ./bin/prog124_relatorio_remarca
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG124-RELATORIO-REMARCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * VENDAS DE LOTE REMARCADO (PROG013).
           SELECT FD-VENDAS-REMARCA ASSIGN TO "PROG13-REMARCA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VRM.

      * BAIXAS POR PERDA DE ESTOQUE (PROG121), TODAS AS LOJAS.
           SELECT FD-REGPERDAS ASSIGN TO "PROG121-001.PER"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PDA.

       DATA DIVISION.
       FILE SECTION.

       FD FD-VENDAS-REMARCA
          RECORD CONTAINS 89 CHARACTERS.
           COPY VENDREM.CPY.

       FD FD-REGPERDAS
          RECORD CONTAINS 118 CHARACTERS.
           COPY PERDA.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-VRM        PIC 9(02).
       77 WS-FILE-STATUS-PDA        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).
       77 WS-DATA-HOJE              PIC 9(08).

      ************* TOTAIS POR CATEGORIA ************
       01 TAB-CATEGORIAS.
          02 CATEGORIA-ITEM OCCURS 50 TIMES INDEXED BY CTIDX.
             03 TC-CATEGORIA    PIC X(03).
             03 TC-QTD-VENDIDA  PIC 9(10)V9(02).
             03 TC-VALOR-CHEIO  PIC 9(12)V9(02).
             03 TC-VALOR-VENDA  PIC 9(12)V9(02).
             03 TC-QTD-BAIXADA  PIC 9(10)V9(02).
             03 TC-VALOR-BAIXA  PIC 9(12)V9(02).

       77 WS-QTD-CATEGORIAS         PIC 9(02) VALUE ZERO.
       77 WS-IDX-CAT                PIC 9(02) VALUE ZERO.
       77 WS-CAT-ACHOU              PIC 9(01) VALUE ZERO.
       77 WS-CAT-PROCURADA          PIC X(03).

      ************* TOTAIS DA COMPETENCIA ************
       77 WS-TOTAL-CHEIO            PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-RECUPERADO       PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-DESCONTO         PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-BAIXADO          PIC 9(14)V9(02) VALUE ZERO.
       77 WS-CONT-VENDAS            PIC 9(05) VALUE ZERO.
       77 WS-CONT-BAIXAS            PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA-TABELA       PIC 9(05) VALUE ZERO.
       77 WS-PERCENTUAL             PIC 9(05)V9(02).

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-QTD-EDT                PIC Z(06)9.99.
       77 WS-QTD-BAIXA-EDT          PIC Z(06)9.99.
       77 WS-VENDA-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-DESCONTO-EDT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-BAIXA-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-CALCULO          PIC 9(12)V9(02).
       77 WS-PCT-EDT                PIC ZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = 0
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.

           PERFORM 00001-APURA-REMARCADAS.
           PERFORM 00002-APURA-BAIXAS.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== REMARCACAO X PERDA POR VALIDADE - "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " ===="        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CAT   QTD REMARC  RECEITA RECUPER."
                  DELIMITED BY SIZE
                  "   DESC. CONCEDIDO  QTD BAIXADA"
                  DELIMITED BY SIZE
                  "  BAIXADO (CUSTO)" DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-CAT.
           PERFORM 00004-LINHA-CATEGORIA
               UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS.
           PERFORM 00005-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.
           STOP RUN.

      ******************************************************************
      * VENDAS DE LOTE REMARCADO NA COMPETENCIA: QUANTIDADE, VALOR
      * CHEIO E VALOR VENDIDO (A RECEITA RECUPERADA).
      ******************************************************************
       00001-APURA-REMARCADAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-VRM.
           OPEN INPUT FD-VENDAS-REMARCA.
           IF WS-FILE-STATUS-VRM = 0
              PERFORM 00001-A-LER-REMARCADA
              PERFORM 00001-B-SOMA-REMARCADA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-VENDAS-REMARCA
           ELSE
              DISPLAY "-- SEM VENDAS DE LOTE REMARCADO (STATUS "
                      WS-FILE-STATUS-VRM ")".

       00001-A-LER-REMARCADA.
           READ FD-VENDAS-REMARCA
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00001-B-SOMA-REMARCADA.
           IF VR-DATA(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CONT-VENDAS
              ADD VR-VALOR-CHEIO TO WS-TOTAL-CHEIO
              ADD VR-VALOR-VENDA TO WS-TOTAL-RECUPERADO
              MOVE VR-CATEGORIA TO WS-CAT-PROCURADA
              PERFORM 00003-ACHA-CATEGORIA
              IF WS-CAT-ACHOU = 1
                 ADD VR-QTD         TO TC-QTD-VENDIDA(WS-IDX-CAT)
                 ADD VR-VALOR-CHEIO TO TC-VALOR-CHEIO(WS-IDX-CAT)
                 ADD VR-VALOR-VENDA TO TC-VALOR-VENDA(WS-IDX-CAT)
              END-IF
           END-IF.
           PERFORM 00001-A-LER-REMARCADA.

      ******************************************************************
      * BAIXAS POR VALIDADE VENCIDA (MOTIVO VEN) NA COMPETENCIA, PELO
      * CUSTO MEDIO GRAVADO NA BAIXA.
      ******************************************************************
       00002-APURA-BAIXAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PDA.
           OPEN INPUT FD-REGPERDAS.
           IF WS-FILE-STATUS-PDA = 0
              PERFORM 00002-A-LER-PERDA
              PERFORM 00002-B-SOMA-PERDA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGPERDAS
           ELSE
              DISPLAY "-- SEM BAIXAS POR PERDA (STATUS "
                      WS-FILE-STATUS-PDA ")".

       00002-A-LER-PERDA.
           READ FD-REGPERDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-SOMA-PERDA.
           IF PD-DATA(1:6) = WS-COMPETENCIA AND PD-VENCIDO
              ADD 1 TO WS-CONT-BAIXAS
              ADD PD-VALOR TO WS-TOTAL-BAIXADO
              MOVE PD-CATEGORIA TO WS-CAT-PROCURADA
              PERFORM 00003-ACHA-CATEGORIA
              IF WS-CAT-ACHOU = 1
                 ADD PD-QTD   TO TC-QTD-BAIXADA(WS-IDX-CAT)
                 ADD PD-VALOR TO TC-VALOR-BAIXA(WS-IDX-CAT)
              END-IF
           END-IF.
           PERFORM 00002-A-LER-PERDA.

      * PROCURA A CATEGORIA NA TABELA E, SE NAO ACHA, ABRE UMA NOVA
      * POSICAO ZERADA.
       00003-ACHA-CATEGORIA.
           MOVE 0 TO WS-CAT-ACHOU.
           MOVE 1 TO WS-IDX-CAT.
           PERFORM 00003-A-PROCURA-CATEGORIA
               UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
                  OR WS-CAT-ACHOU = 1.
           IF WS-CAT-ACHOU = 0
              IF WS-QTD-CATEGORIAS < 50
                 ADD 1 TO WS-QTD-CATEGORIAS
                 MOVE WS-QTD-CATEGORIAS TO WS-IDX-CAT
                 MOVE WS-CAT-PROCURADA TO TC-CATEGORIA(WS-IDX-CAT)
                 MOVE ZERO TO TC-QTD-VENDIDA(WS-IDX-CAT)
                 MOVE ZERO TO TC-VALOR-CHEIO(WS-IDX-CAT)
                 MOVE ZERO TO TC-VALOR-VENDA(WS-IDX-CAT)
                 MOVE ZERO TO TC-QTD-BAIXADA(WS-IDX-CAT)
                 MOVE ZERO TO TC-VALOR-BAIXA(WS-IDX-CAT)
                 MOVE 1 TO WS-CAT-ACHOU
              ELSE
                 ADD 1 TO WS-CONT-FORA-TABELA
              END-IF
           END-IF.

       00003-A-PROCURA-CATEGORIA.
           IF TC-CATEGORIA(WS-IDX-CAT) = WS-CAT-PROCURADA
              MOVE 1 TO WS-CAT-ACHOU
           ELSE
              ADD 1 TO WS-IDX-CAT
           END-IF.

       00004-LINHA-CATEGORIA.
           COMPUTE WS-VALOR-CALCULO = TC-VALOR-CHEIO(WS-IDX-CAT)
                                    - TC-VALOR-VENDA(WS-IDX-CAT).
           MOVE TC-QTD-VENDIDA(WS-IDX-CAT) TO WS-QTD-EDT.
           MOVE TC-VALOR-VENDA(WS-IDX-CAT) TO WS-VENDA-EDT.
           MOVE WS-VALOR-CALCULO           TO WS-DESCONTO-EDT.
           MOVE TC-QTD-BAIXADA(WS-IDX-CAT) TO WS-QTD-BAIXA-EDT.
           MOVE TC-VALOR-BAIXA(WS-IDX-CAT) TO WS-BAIXA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING TC-CATEGORIA(WS-IDX-CAT) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-QTD-EDT               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-VENDA-EDT             DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-DESCONTO-EDT          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-QTD-BAIXA-EDT         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-BAIXA-EDT             DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-CAT.

       00005-TOTAIS.
           COMPUTE WS-TOTAL-DESCONTO =
                   WS-TOTAL-CHEIO - WS-TOTAL-RECUPERADO.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VENDAS DE LOTE REMARCADO..: " DELIMITED BY SIZE
                  WS-CONT-VENDAS                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-CHEIO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "VALOR CHEIO...............: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "DESCONTO CONCEDIDO........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "RECEITA RECUPERADA........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "BAIXAS POR VALIDADE.......: " DELIMITED BY SIZE
                  WS-CONT-BAIXAS                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-BAIXADO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "ESTOQUE BAIXADO (CUSTO)...: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
      * PARTE DO QUE CHEGOU PERTO DO VENCIMENTO QUE VIROU RECEITA EM
      * VEZ DE PERDA (RECUPERADO SOBRE RECUPERADO + BAIXADO).
           IF WS-TOTAL-RECUPERADO + WS-TOTAL-BAIXADO > 0
              COMPUTE WS-PERCENTUAL ROUNDED =
                      WS-TOTAL-RECUPERADO * 100
                      / (WS-TOTAL-RECUPERADO + WS-TOTAL-BAIXADO)
              MOVE WS-PERCENTUAL TO WS-PCT-EDT
              MOVE SPACES TO SP-LINHA
              STRING "RECUPERADO SOBRE O TOTAL..: " DELIMITED BY SIZE
                     WS-PCT-EDT                     DELIMITED BY SIZE
                     "%"                            DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           IF WS-CONT-FORA-TABELA > 0
              MOVE SPACES TO SP-LINHA
              STRING "FORA DA TABELA (CHEIA)....: " DELIMITED BY SIZE
                     WS-CONT-FORA-TABELA            DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           IF WS-CONT-VENDAS = 0 AND WS-CONT-BAIXAS = 0
              MOVE "NENHUMA VENDA REMARCADA NEM BAIXA POR VALIDADE"
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
           MOVE "REMARCACAO X PERDA POR VALIDADE" TO SP-TITULO.
           MOVE "PROG124-RELATORIO-REMARCA" TO SP-PROGRAMA.
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

       END PROGRAM PROG124-RELATORIO-REMARCA.
