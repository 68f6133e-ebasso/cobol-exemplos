      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio Mensal de Perdas
      *          Resume as baixas por perda de uma competencia
      *          (PROG121-001.PER, valorizadas pelo custo medio na
      *          baixa) por motivo (quebra, furto, avaria, validade
      *          vencida), por categoria e por loja, com a perda em
      *          percentual das vendas do mes (PROG10-001.VND e arquivo
      *          morto .VNA, sem as linhas canceladas). A venda por
      *          categoria sai da categoria do PID no catalogo da loja
      *          informada; o registro de vendas nao guarda a loja, por
      *          isso o percentual por loja e sobre a venda total da
      *          rede. Sai no spool de relatorios (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog122_relatorio_perdas -std=default -I copybooks prog122_relatorio_perdas.cob && ./bin/prog122_relatorio_perdas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG122-RELATORIO-PERDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * BAIXAS POR PERDA DE ESTOQUE (PROG121), TODAS AS LOJAS.
           SELECT FD-REGPERDAS ASSIGN TO "PROG121-001.PER"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PDA.

           SELECT FD-REGVENDAS ASSIGN TO "PROG10-001.VND"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

           SELECT FD-REGARQUIVO ASSIGN TO "PROG10-001.VNA"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNA.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

           SELECT FD-CATEGORIAS ASSIGN TO "PROG33-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CA-CODIGO
                              FILE STATUS WS-FILE-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.

       FD FD-REGPERDAS
          RECORD CONTAINS 118 CHARACTERS.
           COPY PERDA.CPY.

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-VENDA DO
      * PROG013, CAMPO A CAMPO (VENDREG.CPY).
       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-CATEGORIAS.
           COPY CATEG.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-PDA        PIC 9(02).
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-CAT        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).
       77 WS-DATA-HOJE              PIC 9(08).

      ************* TOTAIS POR MOTIVO ************
       01 TAB-MOTIVOS.
          02 MOTIVO-ITEM OCCURS 4 TIMES INDEXED BY MTIDX.
             03 TM-MOTIVO       PIC X(03).
             03 TM-DESCRICAO    PIC X(20).
             03 TM-BAIXAS       PIC 9(05).
             03 TM-VALOR        PIC 9(12)V9(02).

       77 WS-IDX-MOTIVO             PIC 9(01) VALUE ZERO.

      ************* TOTAIS POR CATEGORIA ************
       01 TAB-CATEGORIAS.
          02 CATEGORIA-ITEM OCCURS 50 TIMES INDEXED BY CTIDX.
             03 TC-CATEGORIA    PIC X(03).
             03 TC-PERDA        PIC 9(12)V9(02).
             03 TC-VENDAS       PIC 9(12)V9(02).

       77 WS-QTD-CATEGORIAS         PIC 9(02) VALUE ZERO.
       77 WS-IDX-CAT                PIC 9(02) VALUE ZERO.
       77 WS-CAT-ACHOU              PIC 9(01) VALUE ZERO.
       77 WS-CAT-PROCURADA          PIC X(03).

      ************* TOTAIS POR LOJA ************
       01 TAB-LOJAS.
          02 LOJA-ITEM OCCURS 100 TIMES INDEXED BY LJIDX.
             03 TL-LOJA         PIC 9(03).
             03 TL-BAIXAS       PIC 9(05).
             03 TL-PERDA        PIC 9(12)V9(02).

       77 WS-QTD-LOJAS              PIC 9(03) VALUE ZERO.
       77 WS-IDX-LOJA               PIC 9(03) VALUE ZERO.
       77 WS-LOJA-ACHOU             PIC 9(01) VALUE ZERO.

      ************* VARIAVEIS PARA OS CALCULOS ************
       77 WS-VALOR-LINHA            PIC S9(12)V9(02).
       77 WS-TOTAL-VENDAS           PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-PERDAS           PIC 9(14)V9(02) VALUE ZERO.
       77 WS-PERDA-CALCULO          PIC 9(14)V9(02).
       77 WS-VENDA-CALCULO          PIC 9(14)V9(02).
       77 WS-PERCENTUAL             PIC 9(05)V9(02).
       77 WS-CONT-BAIXAS            PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA-TABELA       PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-DESC-CATEGORIA         PIC X(20).
       77 WS-PERDA-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VENDA-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-PCT-EDT                PIC X(10).
       77 WS-PCT-NUM-EDT            PIC ZZ,ZZ9.99.
       77 WS-BAIXAS-EDT             PIC ZZZZ9.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-PRODUTOS-OK            PIC 9(01) VALUE ZERO.
           88 PRODUTOS-OK           VALUE 1.
       77 WS-CATEGORIAS-OK          PIC 9(01) VALUE ZERO.
           88 CATEGORIAS-OK         VALUE 1.

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

           DISPLAY "LOJA DO CATALOGO (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           MOVE 0 TO WS-FILE-STATUS-PDA.
           OPEN INPUT FD-REGPERDAS.
           IF WS-FILE-STATUS-PDA NOT = 0
              DISPLAY "-- SEM BAIXAS POR PERDA REGISTRADAS (STATUS "
                      WS-FILE-STATUS-PDA ")"
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD = 0
              MOVE 1 TO WS-PRODUTOS-OK
           ELSE
              DISPLAY "-- CATALOGO INDISPONIVEL, SEM VENDA POR "
                      "CATEGORIA".

           MOVE 0 TO WS-FILE-STATUS-CAT.
           OPEN INPUT FD-CATEGORIAS.
           IF WS-FILE-STATUS-CAT = 0
              MOVE 1 TO WS-CATEGORIAS-OK
           END-IF.

           PERFORM 00001-INICIA-MOTIVOS.
           PERFORM 00002-APURA-PERDAS.
           CLOSE FD-REGPERDAS.
           PERFORM 00003-APURA-VENDAS.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== PERDAS DE ESTOQUE DA COMPETENCIA "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " ===="        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           PERFORM 00004-IMPRIME-MOTIVOS.
           PERFORM 00005-IMPRIME-CATEGORIAS.
           PERFORM 00006-IMPRIME-LOJAS.
           PERFORM 00007-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.

           IF PRODUTOS-OK
              CLOSE FD-PRODUTOS
           END-IF.
           IF CATEGORIAS-OK
              CLOSE FD-CATEGORIAS
           END-IF.
           STOP RUN.

       00001-INICIA-MOTIVOS.
           MOVE "QUE"              TO TM-MOTIVO(1).
           MOVE "QUEBRA"           TO TM-DESCRICAO(1).
           MOVE "FUR"              TO TM-MOTIVO(2).
           MOVE "FURTO OU ROUBO"   TO TM-DESCRICAO(2).
           MOVE "AVA"              TO TM-MOTIVO(3).
           MOVE "AVARIA"           TO TM-DESCRICAO(3).
           MOVE "VEN"              TO TM-MOTIVO(4).
           MOVE "VALIDADE VENCIDA" TO TM-DESCRICAO(4).
           MOVE 1 TO WS-IDX-MOTIVO.
           PERFORM 00001-A-ZERA-MOTIVO UNTIL WS-IDX-MOTIVO > 4.

       00001-A-ZERA-MOTIVO.
           MOVE ZERO TO TM-BAIXAS(WS-IDX-MOTIVO).
           MOVE ZERO TO TM-VALOR(WS-IDX-MOTIVO).
           ADD 1 TO WS-IDX-MOTIVO.

      ******************************************************************
      * BAIXAS DA COMPETENCIA: SOMA POR MOTIVO, CATEGORIA E LOJA.
      ******************************************************************
       00002-APURA-PERDAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00002-A-LER-PERDA.
           PERFORM 00002-B-SOMA-PERDA UNTIL FIM-DO-ARQUIVO.

       00002-A-LER-PERDA.
           READ FD-REGPERDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-SOMA-PERDA.
           IF PD-DATA(1:6) = WS-COMPETENCIA
              ADD 1        TO WS-CONT-BAIXAS
              ADD PD-VALOR TO WS-TOTAL-PERDAS
              EVALUATE TRUE
                 WHEN PD-QUEBRA
                    MOVE 1 TO WS-IDX-MOTIVO
                 WHEN PD-FURTO
                    MOVE 2 TO WS-IDX-MOTIVO
                 WHEN PD-AVARIA
                    MOVE 3 TO WS-IDX-MOTIVO
                 WHEN OTHER
                    MOVE 4 TO WS-IDX-MOTIVO
              END-EVALUATE
              ADD 1        TO TM-BAIXAS(WS-IDX-MOTIVO)
              ADD PD-VALOR TO TM-VALOR(WS-IDX-MOTIVO)
              PERFORM 00002-C-SOMA-CATEGORIA
              PERFORM 00002-E-SOMA-LOJA
           END-IF.
           PERFORM 00002-A-LER-PERDA.

       00002-C-SOMA-CATEGORIA.
           MOVE PD-CATEGORIA TO WS-CAT-PROCURADA.
           PERFORM 00002-D-ACHA-CATEGORIA.
           IF WS-CAT-ACHOU = 0
              IF WS-QTD-CATEGORIAS < 50
                 ADD 1 TO WS-QTD-CATEGORIAS
                 MOVE WS-QTD-CATEGORIAS TO WS-IDX-CAT
                 MOVE PD-CATEGORIA TO TC-CATEGORIA(WS-IDX-CAT)
                 MOVE ZERO TO TC-PERDA(WS-IDX-CAT)
                 MOVE ZERO TO TC-VENDAS(WS-IDX-CAT)
                 MOVE 1 TO WS-CAT-ACHOU
              ELSE
                 ADD 1 TO WS-CONT-FORA-TABELA
              END-IF
           END-IF.
           IF WS-CAT-ACHOU = 1
              ADD PD-VALOR TO TC-PERDA(WS-IDX-CAT)
           END-IF.

       00002-D-ACHA-CATEGORIA.
           MOVE 0 TO WS-CAT-ACHOU.
           MOVE 1 TO WS-IDX-CAT.
           PERFORM 00002-G-PROCURA-CATEGORIA
               UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
                  OR WS-CAT-ACHOU = 1.

       00002-G-PROCURA-CATEGORIA.
           IF TC-CATEGORIA(WS-IDX-CAT) = WS-CAT-PROCURADA
              MOVE 1 TO WS-CAT-ACHOU
           ELSE
              ADD 1 TO WS-IDX-CAT
           END-IF.

       00002-E-SOMA-LOJA.
           MOVE 0 TO WS-LOJA-ACHOU.
           MOVE 1 TO WS-IDX-LOJA.
           PERFORM 00002-F-PROCURA-LOJA
               UNTIL WS-IDX-LOJA > WS-QTD-LOJAS
                  OR WS-LOJA-ACHOU = 1.
           IF WS-LOJA-ACHOU = 0
              IF WS-QTD-LOJAS < 100
                 ADD 1 TO WS-QTD-LOJAS
                 MOVE WS-QTD-LOJAS TO WS-IDX-LOJA
                 MOVE PD-LOJA TO TL-LOJA(WS-IDX-LOJA)
                 MOVE ZERO TO TL-BAIXAS(WS-IDX-LOJA)
                 MOVE ZERO TO TL-PERDA(WS-IDX-LOJA)
                 MOVE 1 TO WS-LOJA-ACHOU
              ELSE
                 ADD 1 TO WS-CONT-FORA-TABELA
              END-IF
           END-IF.
           IF WS-LOJA-ACHOU = 1
              ADD 1        TO TL-BAIXAS(WS-IDX-LOJA)
              ADD PD-VALOR TO TL-PERDA(WS-IDX-LOJA)
           END-IF.

       00002-F-PROCURA-LOJA.
           IF TL-LOJA(WS-IDX-LOJA) = PD-LOJA
              MOVE 1 TO WS-LOJA-ACHOU
           ELSE
              ADD 1 TO WS-IDX-LOJA
           END-IF.

      ******************************************************************
      * VENDAS DA COMPETENCIA (REGISTRO ATUAL E ARQUIVO MORTO), SEM AS
      * LINHAS CANCELADAS, NO TOTAL E NAS CATEGORIAS QUE TIVERAM PERDA.
      ******************************************************************
       00003-APURA-VENDAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 0
              PERFORM 00003-A-LER-REGVENDA
              PERFORM 00003-B-SOMA-REGVENDA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGVENDAS
           END-IF.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-VNA.
           OPEN INPUT FD-REGARQUIVO.
           IF WS-FILE-STATUS-VNA = 0
              PERFORM 00003-C-LER-ARQMORTO
              PERFORM 00003-D-SOMA-ARQMORTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGARQUIVO
           END-IF.

       00003-A-LER-REGVENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-B-SOMA-REGVENDA.
           PERFORM 00003-E-SOMA-VENDA.
           PERFORM 00003-A-LER-REGVENDA.

       00003-C-LER-ARQMORTO.
           READ FD-REGARQUIVO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-D-SOMA-ARQMORTO.
           MOVE REG-VENDA-ARQUIVO TO REG-VENDA-EFETIVADA.
           PERFORM 00003-E-SOMA-VENDA.
           PERFORM 00003-C-LER-ARQMORTO.

       00003-E-SOMA-VENDA.
      * LINHA DE NF CANCELADA (PROG074) FICA FORA DOS TOTAIS.
           IF VN-SITUACAO = "C"
              CONTINUE
           ELSE
           IF VN-DATA(1:6) = WS-COMPETENCIA
              COMPUTE WS-VALOR-LINHA =
                      FUNCTION NUMVAL-C(VN-VALOR-EDT)
              ADD WS-VALOR-LINHA TO WS-TOTAL-VENDAS
              IF PRODUTOS-OK
                 MOVE VN-PID TO RP-PID
                 READ FD-PRODUTOS RECORD KEY RP-PID
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE RP-CATEGORIA TO WS-CAT-PROCURADA
                         PERFORM 00002-D-ACHA-CATEGORIA
                         IF WS-CAT-ACHOU = 1
                            ADD WS-VALOR-LINHA
                             TO TC-VENDAS(WS-IDX-CAT)
                         END-IF
                 END-READ
              END-IF
           END-IF.

      ******************************************************************
      * PERCENTUAL DA PERDA SOBRE A VENDA (WS-PERDA-CALCULO SOBRE
      * WS-VENDA-CALCULO); SEM VENDA NO MES O PERCENTUAL NAO EXISTE.
      ******************************************************************
       00008-CALCULA-PERCENTUAL.
           IF WS-VENDA-CALCULO = 0
              MOVE "SEM VENDA" TO WS-PCT-EDT
           ELSE
              COMPUTE WS-PERCENTUAL ROUNDED =
                      WS-PERDA-CALCULO * 100 / WS-VENDA-CALCULO
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-PERCENTUAL
              END-COMPUTE
              MOVE WS-PERCENTUAL TO WS-PCT-NUM-EDT
              MOVE SPACES TO WS-PCT-EDT
              STRING WS-PCT-NUM-EDT DELIMITED BY SIZE
                     "%"            DELIMITED BY SIZE
                     INTO WS-PCT-EDT
           END-IF.

       00004-IMPRIME-MOTIVOS.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "--- POR MOTIVO (SOBRE A VENDA TOTAL DO MES) ---"
             TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "MOT DESCRICAO            BAIXAS"
                  DELIMITED BY SIZE
                  "      VALOR PERDIDO  % VENDAS"
                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-MOTIVO.
           PERFORM 00004-A-LINHA-MOTIVO UNTIL WS-IDX-MOTIVO > 4.

       00004-A-LINHA-MOTIVO.
           MOVE TM-VALOR(WS-IDX-MOTIVO) TO WS-PERDA-CALCULO.
           MOVE WS-TOTAL-VENDAS TO WS-VENDA-CALCULO.
           PERFORM 00008-CALCULA-PERCENTUAL.
           MOVE TM-BAIXAS(WS-IDX-MOTIVO) TO WS-BAIXAS-EDT.
           MOVE TM-VALOR(WS-IDX-MOTIVO)  TO WS-PERDA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING TM-MOTIVO(WS-IDX-MOTIVO)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  TM-DESCRICAO(WS-IDX-MOTIVO) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-BAIXAS-EDT               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-PERDA-EDT                DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-PCT-EDT                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-MOTIVO.

       00005-IMPRIME-CATEGORIAS.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "--- POR CATEGORIA (SOBRE A VENDA DA CATEGORIA) ---"
             TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CAT DESCRICAO                 VALOR PERDIDO"
                  DELIMITED BY SIZE
                  "    VENDA NO MES  % VENDAS"
                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-CAT.
           PERFORM 00005-A-LINHA-CATEGORIA
               UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS.

       00005-A-LINHA-CATEGORIA.
           MOVE SPACES TO WS-DESC-CATEGORIA.
           IF CATEGORIAS-OK
              MOVE TC-CATEGORIA(WS-IDX-CAT) TO CA-CODIGO
              READ FD-CATEGORIAS RECORD KEY CA-CODIGO
                   INVALID KEY
                      MOVE "(SEM CADASTRO)" TO WS-DESC-CATEGORIA
                   NOT INVALID KEY
                      MOVE CA-DESCRICAO TO WS-DESC-CATEGORIA
              END-READ
           END-IF.
           MOVE TC-PERDA(WS-IDX-CAT)  TO WS-PERDA-CALCULO.
           MOVE TC-VENDAS(WS-IDX-CAT) TO WS-VENDA-CALCULO.
           PERFORM 00008-CALCULA-PERCENTUAL.
           MOVE TC-PERDA(WS-IDX-CAT)  TO WS-PERDA-EDT.
           MOVE TC-VENDAS(WS-IDX-CAT) TO WS-VENDA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING TC-CATEGORIA(WS-IDX-CAT) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-DESC-CATEGORIA        DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-PERDA-EDT             DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-VENDA-EDT             DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-PCT-EDT               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-CAT.

       00006-IMPRIME-LOJAS.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "--- POR LOJA (SOBRE A VENDA TOTAL DA REDE) ---"
             TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "LOJA BAIXAS      VALOR PERDIDO  % VENDAS" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-LOJA.
           PERFORM 00006-A-LINHA-LOJA UNTIL WS-IDX-LOJA > WS-QTD-LOJAS.

       00006-A-LINHA-LOJA.
           MOVE TL-PERDA(WS-IDX-LOJA) TO WS-PERDA-CALCULO.
           MOVE WS-TOTAL-VENDAS TO WS-VENDA-CALCULO.
           PERFORM 00008-CALCULA-PERCENTUAL.
           MOVE TL-BAIXAS(WS-IDX-LOJA) TO WS-BAIXAS-EDT.
           MOVE TL-PERDA(WS-IDX-LOJA)  TO WS-PERDA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING " "                   DELIMITED BY SIZE
                  TL-LOJA(WS-IDX-LOJA)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-BAIXAS-EDT         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PERDA-EDT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PCT-EDT            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-LOJA.

       00007-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "BAIXAS NO MES.............: " DELIMITED BY SIZE
                  WS-CONT-BAIXAS                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-PERDAS TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "PERDA TOTAL (CUSTO).......: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-VENDAS TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "VENDA TOTAL DO MES........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-PERDAS TO WS-PERDA-CALCULO.
           MOVE WS-TOTAL-VENDAS TO WS-VENDA-CALCULO.
           PERFORM 00008-CALCULA-PERCENTUAL.
           MOVE SPACES TO SP-LINHA.
           STRING "PERDA SOBRE VENDA.........: " DELIMITED BY SIZE
                  WS-PCT-EDT                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-FORA-TABELA > 0
              MOVE SPACES TO SP-LINHA
              STRING "FORA DAS TABELAS (CHEIAS).: " DELIMITED BY SIZE
                     WS-CONT-FORA-TABELA            DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           IF WS-CONT-BAIXAS = 0
              MOVE "NENHUMA BAIXA POR PERDA NA COMPETENCIA" TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "PERDAS DE ESTOQUE DO MES" TO SP-TITULO.
           MOVE "PROG122-RELATORIO-PERDAS" TO SP-PROGRAMA.
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

       END PROGRAM PROG122-RELATORIO-PERDAS.
