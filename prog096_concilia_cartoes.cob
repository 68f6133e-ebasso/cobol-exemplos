      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Conciliacao de Cartoes com a Adquirente
      *          Importa o arquivo diario de liquidacao da adquirente
      *          (ADQUIRENTE.DAT: data do pagamento, data da venda,
      *          autorizacao, valor bruto, taxa e valor liquido) e
      *          casa cada transacao com a NF em cartao (PAG=C) do
      *          PROG10-001.VND / .VNA: primeiro por data da venda e
      *          codigo de autorizacao, depois por data e valor. O
      *          relatorio, no spool (PROG071), separa:
      *          - CONFERIDAS: valor pago bate com a NF;
      *          - PAGAS A MENOR: bruto pago abaixo do valor da NF;
      *          - NAO PAGAS: NF em cartao das datas do arquivo sem
      *            transacao na adquirente;
      *          - DESCONHECIDAS: transacao paga sem NF nossa.
      *          Cada transacao vai para o registro PROG96-001.CNC,
      *          de onde o PROG065 tira a taxa e o liquido recebido
      *          como eventos contabeis. Liquidacao de uma data de
      *          pagamento ja conciliada nao e regravada.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog096_concilia_cartoes -std=default -I copybooks prog096_concilia_cartoes.cob && ./bin/prog096_concilia_cartoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG096-CONCILIA-CARTOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ARQUIVO DE LIQUIDACAO RECEBIDO DA ADQUIRENTE.
           SELECT FD-LIQUIDACAO ASSIGN TO "ADQUIRENTE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-LIQ.

      * REGISTRO DE VENDAS DO DIA E ARQUIVO MORTO.
           SELECT FD-REGVENDAS ASSIGN TO "PROG10-001.VND"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

           SELECT FD-REGARQUIVO ASSIGN TO "PROG10-001.VNA"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNA.

      * REGISTRO DAS CONCILIACOES, LIDO PELO PROG065.
           SELECT FD-CONCILIACAO ASSIGN TO "PROG96-001.CNC"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CNC.

       DATA DIVISION.
       FILE SECTION.

       FD FD-LIQUIDACAO
          RECORD CONTAINS 53 CHARACTERS.
       01 REG-LIQUIDACAO.
           02 LQ-DATA-PAGTO       PIC 9(08).
           02 LQ-DATA-VENDA       PIC 9(08).
           02 LQ-AUTORIZACAO      PIC X(06).
           02 LQ-VALOR-BRUTO      PIC 9(09)V9(02).
           02 LQ-TAXA             PIC 9(07)V9(02).
           02 LQ-VALOR-LIQUIDO    PIC 9(09)V9(02).

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-VENDA DO
      * PROG013, CAMPO A CAMPO (VENDREG.CPY).
       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-CONCILIACAO
          RECORD CONTAINS 83 CHARACTERS.
           COPY CONCCART.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-LIQ        PIC 9(02).
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).
       77 WS-FILE-STATUS-CNC        PIC 9(02).

      ************* TRANSACOES PAGAS PELA ADQUIRENTE ************
      * TL-SITUACAO: C = CONFERIDA, M = PAGA A MENOR, D = DESCONHECIDA.
       01 TAB-LIQUIDACOES.
          02 LIQUIDACAO-ITEM OCCURS 500 TIMES INDEXED BY TLIDX.
             03 TL-DATA-PAGTO   PIC 9(08).
             03 TL-DATA-VENDA   PIC 9(08).
             03 TL-AUTORIZACAO  PIC X(06).
             03 TL-VALOR-BRUTO  PIC 9(09)V9(02).
             03 TL-TAXA         PIC 9(07)V9(02).
             03 TL-VALOR-LIQ    PIC 9(09)V9(02).
             03 TL-IDX-NF       PIC 9(03).
             03 TL-SITUACAO     PIC X(01).

       77 WS-QTD-LIQUIDACOES        PIC 9(03) VALUE ZERO.
       77 WS-IDX-LIQ                PIC 9(03) VALUE ZERO.

      ************* NFS EM CARTAO DAS DATAS DO ARQUIVO ************
       01 TAB-NFS-CARTAO.
          02 NF-CARTAO-ITEM OCCURS 500 TIMES INDEXED BY TNIDX.
             03 TN-NF           PIC 9(10).
             03 TN-DATA         PIC 9(08).
             03 TN-AUTORIZACAO  PIC X(06).
             03 TN-VALOR        PIC 9(09)V9(02).
             03 TN-CASADA       PIC 9(01).

       77 WS-QTD-NFS                PIC 9(03) VALUE ZERO.
       77 WS-IDX-NF                 PIC 9(03) VALUE ZERO.
       77 WS-NF-ACHADA              PIC 9(03) VALUE ZERO.

      ************* VARIAVEIS PARA A CONCILIACAO ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-MENOR-DATA             PIC 9(08) VALUE ZERO.
       77 WS-MAIOR-DATA             PIC 9(08) VALUE ZERO.
       77 WS-VALOR-LINHA            PIC S9(12)V9(02).
       77 WS-DIFERENCA              PIC S9(09)V9(02).
       77 WS-SITUACAO-LISTADA       PIC X(01).
       77 WS-TITULO-SECAO           PIC X(50).
       77 WS-JA-CONCILIADA          PIC 9(01) VALUE ZERO.
           88 JA-CONCILIADA         VALUE 1.
       77 WS-REGISTRO-OK            PIC 9(01) VALUE ZERO.
           88 REGISTRO-OK           VALUE 1.

       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR2-EDT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-TAXA-EDT               PIC Z,ZZZ,ZZ9.99.
       77 WS-DIF-EDT                PIC -Z,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES E TOTAIS ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-CONFERIDAS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-A-MENOR           PIC 9(05) VALUE ZERO.
       77 WS-CONT-NAO-PAGAS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-DESCONHECIDAS     PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-BRUTO            PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-TAXA             PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-LIQUIDO          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-NAO-PAGO         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-A-MENOR          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 00001-CARREGA-LIQUIDACAO.
           IF WS-QTD-LIQUIDACOES = 0
              DISPLAY "-- NENHUMA TRANSACAO DA ADQUIRENTE A CONCILIAR"
           ELSE
              PERFORM 00002-CARREGA-NFS-CARTAO
              MOVE 1 TO WS-IDX-LIQ
              PERFORM 00003-CONCILIA-TRANSACAO
                  UNTIL WS-IDX-LIQ > WS-QTD-LIQUIDACOES
              PERFORM 00004-VERIFICA-REGISTRO
              PERFORM 00005-IMPRIME-RELATORIO
              IF REGISTRO-OK
                 CLOSE FD-CONCILIACAO
              END-IF
           END-IF.

           STOP RUN.

      ******************************************************************
      * CARREGA AS TRANSACOES DA ADQUIRENTE E GUARDA A FAIXA DE DATAS
      * DE VENDA QUE O ARQUIVO COBRE.
      ******************************************************************
       00001-CARREGA-LIQUIDACAO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-LIQ.
           OPEN INPUT FD-LIQUIDACAO.
           IF WS-FILE-STATUS-LIQ NOT = 0
              DISPLAY "-- SEM ARQUIVO DA ADQUIRENTE (ADQUIRENTE.DAT) "
                      "-->" WS-FILE-STATUS-LIQ
           ELSE
              PERFORM 00001-A-LER-LIQUIDACAO
              PERFORM 00001-B-GUARDA-LIQUIDACAO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-LIQUIDACAO.

       00001-A-LER-LIQUIDACAO.
           READ FD-LIQUIDACAO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

       00001-B-GUARDA-LIQUIDACAO.
           IF LQ-DATA-PAGTO NOT NUMERIC
              OR LQ-DATA-VENDA NOT NUMERIC
              OR LQ-VALOR-BRUTO NOT NUMERIC
              OR LQ-TAXA NOT NUMERIC
              OR LQ-VALOR-LIQUIDO NOT NUMERIC
              DISPLAY "-- TRANSACAO COM CAMPO NAO NUMERICO --> "
                      REG-LIQUIDACAO
           ELSE
           IF WS-QTD-LIQUIDACOES = 500
              DISPLAY "-- TABELA DE TRANSACOES CHEIA, RESTANTES "
                      "IGNORADAS"
              MOVE 1 TO WS-FIM-ARQUIVO
           ELSE
              ADD 1 TO WS-QTD-LIQUIDACOES
              MOVE LQ-DATA-PAGTO  TO TL-DATA-PAGTO(WS-QTD-LIQUIDACOES)
              MOVE LQ-DATA-VENDA  TO TL-DATA-VENDA(WS-QTD-LIQUIDACOES)
              MOVE LQ-AUTORIZACAO TO TL-AUTORIZACAO(WS-QTD-LIQUIDACOES)
              MOVE LQ-VALOR-BRUTO TO TL-VALOR-BRUTO(WS-QTD-LIQUIDACOES)
              MOVE LQ-TAXA        TO TL-TAXA(WS-QTD-LIQUIDACOES)
              MOVE LQ-VALOR-LIQUIDO
                                  TO TL-VALOR-LIQ(WS-QTD-LIQUIDACOES)
              MOVE 0              TO TL-IDX-NF(WS-QTD-LIQUIDACOES)
              MOVE "D"            TO TL-SITUACAO(WS-QTD-LIQUIDACOES)
              IF LQ-VALOR-BRUTO - LQ-TAXA NOT = LQ-VALOR-LIQUIDO
                 DISPLAY "-- LIQUIDO NAO E BRUTO MENOS TAXA --> AUT "
                         LQ-AUTORIZACAO " VENDA " LQ-DATA-VENDA
              END-IF
              IF WS-MENOR-DATA = 0 OR LQ-DATA-VENDA < WS-MENOR-DATA
                 MOVE LQ-DATA-VENDA TO WS-MENOR-DATA
              END-IF
              IF LQ-DATA-VENDA > WS-MAIOR-DATA
                 MOVE LQ-DATA-VENDA TO WS-MAIOR-DATA
              END-IF
           END-IF.
           IF NOT FIM-DO-ARQUIVO
              PERFORM 00001-A-LER-LIQUIDACAO
           END-IF.

      ******************************************************************
      * SOMA POR NF AS LINHAS EM CARTAO (NAO CANCELADAS) DAS DATAS DE
      * VENDA COBERTAS PELO ARQUIVO, DO REGISTRO VIVO E DO MORTO.
      ******************************************************************
       00002-CARREGA-NFS-CARTAO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 0
              PERFORM 00002-A-LER-REGVENDA
              PERFORM 00002-B-TESTA-REGVENDA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGVENDAS
           END-IF.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-VNA.
           OPEN INPUT FD-REGARQUIVO.
           IF WS-FILE-STATUS-VNA = 0
              PERFORM 00002-C-LER-ARQMORTO
              PERFORM 00002-D-TESTA-ARQMORTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGARQUIVO
           END-IF.

       00002-A-LER-REGVENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-TESTA-REGVENDA.
           PERFORM 00002-E-SOMA-NF.
           PERFORM 00002-A-LER-REGVENDA.

       00002-C-LER-ARQMORTO.
           READ FD-REGARQUIVO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-D-TESTA-ARQMORTO.
           MOVE REG-VENDA-ARQUIVO TO REG-VENDA-EFETIVADA.
           PERFORM 00002-E-SOMA-NF.
           PERFORM 00002-C-LER-ARQMORTO.

       00002-E-SOMA-NF.
      * LINHA DE NF CANCELADA (PROG074) FICA FORA DA CONCILIACAO.
           IF VN-SITUACAO = "C"
              CONTINUE
           ELSE
           IF VN-PAGAMENTO = "C"
              AND VN-DATA NOT < WS-MENOR-DATA
              AND VN-DATA NOT > WS-MAIOR-DATA
              COMPUTE WS-VALOR-LINHA =
                      FUNCTION NUMVAL-C(VN-VALOR-EDT)
              PERFORM 00002-F-PROCURA-NF
              IF WS-NF-ACHADA > 0
                 ADD WS-VALOR-LINHA TO TN-VALOR(WS-NF-ACHADA)
              ELSE
                 IF WS-QTD-NFS = 500
                    DISPLAY "-- TABELA DE NFS CHEIA, NF " VN-NF
                            " FORA DA CONCILIACAO"
                 ELSE
                    ADD 1 TO WS-QTD-NFS
                    MOVE VN-NF          TO TN-NF(WS-QTD-NFS)
                    MOVE VN-DATA        TO TN-DATA(WS-QTD-NFS)
                    MOVE VN-AUTORIZACAO TO TN-AUTORIZACAO(WS-QTD-NFS)
                    MOVE WS-VALOR-LINHA TO TN-VALOR(WS-QTD-NFS)
                    MOVE 0              TO TN-CASADA(WS-QTD-NFS)
                 END-IF
              END-IF
           END-IF.

       00002-F-PROCURA-NF.
           MOVE 0 TO WS-NF-ACHADA.
           MOVE 1 TO WS-IDX-NF.
           PERFORM 00002-G-COMPARA-NF
               UNTIL WS-IDX-NF > WS-QTD-NFS OR WS-NF-ACHADA > 0.

       00002-G-COMPARA-NF.
           IF TN-NF(WS-IDX-NF) = VN-NF
              MOVE WS-IDX-NF TO WS-NF-ACHADA
           ELSE
              ADD 1 TO WS-IDX-NF
           END-IF.

      ******************************************************************
      * CASA A TRANSACAO COM UMA NF AINDA LIVRE: PELA DATA E PELA
      * AUTORIZACAO; SEM ISSO, PELA DATA E PELO VALOR (NF SEM
      * AUTORIZACAO GRAVADA). BRUTO ABAIXO DA NF = PAGA A MENOR.
      ******************************************************************
       00003-CONCILIA-TRANSACAO.
           MOVE 0 TO WS-NF-ACHADA.
           IF TL-AUTORIZACAO(WS-IDX-LIQ) NOT = SPACES
              MOVE 1 TO WS-IDX-NF
              PERFORM 00003-A-COMPARA-AUTORIZACAO
                  UNTIL WS-IDX-NF > WS-QTD-NFS OR WS-NF-ACHADA > 0
           END-IF.
           IF WS-NF-ACHADA = 0
              MOVE 1 TO WS-IDX-NF
              PERFORM 00003-B-COMPARA-VALOR
                  UNTIL WS-IDX-NF > WS-QTD-NFS OR WS-NF-ACHADA > 0
           END-IF.

           IF WS-NF-ACHADA > 0
              MOVE 1 TO TN-CASADA(WS-NF-ACHADA)
              MOVE WS-NF-ACHADA TO TL-IDX-NF(WS-IDX-LIQ)
              IF TL-VALOR-BRUTO(WS-IDX-LIQ) < TN-VALOR(WS-NF-ACHADA)
                 MOVE "M" TO TL-SITUACAO(WS-IDX-LIQ)
              ELSE
                 MOVE "C" TO TL-SITUACAO(WS-IDX-LIQ)
                 IF TL-VALOR-BRUTO(WS-IDX-LIQ) >
                    TN-VALOR(WS-NF-ACHADA)
                    DISPLAY "-- ADQUIRENTE PAGOU ACIMA DA NF --> NF "
                            TN-NF(WS-NF-ACHADA)
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-LIQ.

       00003-A-COMPARA-AUTORIZACAO.
           IF TN-CASADA(WS-IDX-NF) = 0
              AND TN-DATA(WS-IDX-NF) = TL-DATA-VENDA(WS-IDX-LIQ)
              AND TN-AUTORIZACAO(WS-IDX-NF) =
                  TL-AUTORIZACAO(WS-IDX-LIQ)
              MOVE WS-IDX-NF TO WS-NF-ACHADA
           ELSE
              ADD 1 TO WS-IDX-NF
           END-IF.

       00003-B-COMPARA-VALOR.
           IF TN-CASADA(WS-IDX-NF) = 0
              AND TN-DATA(WS-IDX-NF) = TL-DATA-VENDA(WS-IDX-LIQ)
              AND TN-VALOR(WS-IDX-NF) = TL-VALOR-BRUTO(WS-IDX-LIQ)
              AND (TN-AUTORIZACAO(WS-IDX-NF) = SPACES
                   OR TL-AUTORIZACAO(WS-IDX-LIQ) = SPACES)
              MOVE WS-IDX-NF TO WS-NF-ACHADA
           ELSE
              ADD 1 TO WS-IDX-NF
           END-IF.

      ******************************************************************
      * UMA DATA DE PAGAMENTO JA PRESENTE NO REGISTRO NAO E GRAVADA
      * DE NOVO, PARA A TAXA E O LIQUIDO NAO ENTRAREM EM DOBRO NO
      * PROG065. O RELATORIO SAI DO MESMO JEITO.
      ******************************************************************
       00004-VERIFICA-REGISTRO.
           MOVE 0 TO WS-JA-CONCILIADA.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CNC.
           OPEN INPUT FD-CONCILIACAO.
           IF WS-FILE-STATUS-CNC = 0
              PERFORM 00004-A-LER-REGISTRO
              PERFORM 00004-B-TESTA-REGISTRO
                  UNTIL FIM-DO-ARQUIVO OR JA-CONCILIADA
              CLOSE FD-CONCILIACAO
           END-IF.

           IF JA-CONCILIADA
              DISPLAY "-- PAGAMENTO DE " TL-DATA-PAGTO(1)
                      " JA CONCILIADO, REGISTRO NAO REGRAVADO"
           ELSE
              MOVE 0 TO WS-FILE-STATUS-CNC
              OPEN EXTEND FD-CONCILIACAO
              IF WS-FILE-STATUS-CNC = 35
                 OPEN OUTPUT FD-CONCILIACAO
                 CLOSE FD-CONCILIACAO
                 MOVE 0 TO WS-FILE-STATUS-CNC
                 OPEN EXTEND FD-CONCILIACAO
              END-IF
              IF WS-FILE-STATUS-CNC = 0
                 MOVE 1 TO WS-REGISTRO-OK
              ELSE
                 DISPLAY "-- ERRO AO ABRIR REGISTRO DE CONCILIACAO -->"
                         WS-FILE-STATUS-CNC
              END-IF
           END-IF.

       00004-A-LER-REGISTRO.
           READ FD-CONCILIACAO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00004-B-TESTA-REGISTRO.
           IF CC-SITUACAO NOT = "N"
              AND CC-DATA-PAGTO = TL-DATA-PAGTO(1)
              MOVE 1 TO WS-JA-CONCILIADA
           ELSE
              PERFORM 00004-A-LER-REGISTRO
           END-IF.

      ******************************************************************
      * RELATORIO POR SITUACAO, NO SPOOL. CADA LINHA LISTADA TAMBEM
      * VAI PARA O REGISTRO DE CONCILIACAO.
      ******************************************************************
       00005-IMPRIME-RELATORIO.
           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "==== CONCILIACAO DE CARTOES COM A ADQUIRENTE ===="
                TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VENDAS DE " DELIMITED BY SIZE
                  WS-MENOR-DATA DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  WS-MAIOR-DATA DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE "C" TO WS-SITUACAO-LISTADA.
           MOVE "-- CONFERIDAS --" TO WS-TITULO-SECAO.
           PERFORM 00005-A-LISTA-SITUACAO.
           MOVE "M" TO WS-SITUACAO-LISTADA.
           MOVE "-- PAGAS A MENOR PELA ADQUIRENTE --"
                TO WS-TITULO-SECAO.
           PERFORM 00005-A-LISTA-SITUACAO.
           MOVE "D" TO WS-SITUACAO-LISTADA.
           MOVE "-- DESCONHECIDAS (PAGAS SEM NF NOSSA) --"
                TO WS-TITULO-SECAO.
           PERFORM 00005-A-LISTA-SITUACAO.

           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "-- NAO PAGAS PELA ADQUIRENTE --" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-NF.
           PERFORM 00005-C-LISTA-NAO-PAGA
               UNTIL WS-IDX-NF > WS-QTD-NFS.

           PERFORM 00006-RODAPE.
           PERFORM 9803-FECHA-SPOOL.

       00005-A-LISTA-SITUACAO.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TITULO-SECAO TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-LIQ.
           PERFORM 00005-B-LISTA-TRANSACAO
               UNTIL WS-IDX-LIQ > WS-QTD-LIQUIDACOES.

       00005-B-LISTA-TRANSACAO.
           IF TL-SITUACAO(WS-IDX-LIQ) = WS-SITUACAO-LISTADA
              MOVE TL-IDX-NF(WS-IDX-LIQ) TO WS-NF-ACHADA
              MOVE WS-DATA-HOJE                TO CC-DATA-PROC
              MOVE TL-DATA-PAGTO(WS-IDX-LIQ)   TO CC-DATA-PAGTO
              MOVE TL-DATA-VENDA(WS-IDX-LIQ)   TO CC-DATA-VENDA
              MOVE TL-AUTORIZACAO(WS-IDX-LIQ)  TO CC-AUTORIZACAO
              MOVE WS-SITUACAO-LISTADA         TO CC-SITUACAO
              MOVE TL-VALOR-BRUTO(WS-IDX-LIQ)  TO CC-VALOR-BRUTO
              MOVE TL-TAXA(WS-IDX-LIQ)         TO CC-TAXA
              MOVE TL-VALOR-LIQ(WS-IDX-LIQ)    TO CC-VALOR-LIQUIDO
              IF WS-NF-ACHADA > 0
                 MOVE TN-NF(WS-NF-ACHADA)      TO CC-NF
                 MOVE TN-VALOR(WS-NF-ACHADA)   TO CC-VALOR-NF
              ELSE
                 MOVE ZERO TO CC-NF CC-VALOR-NF
              END-IF
              ADD CC-VALOR-BRUTO   TO WS-TOTAL-BRUTO
              ADD CC-TAXA          TO WS-TOTAL-TAXA
              ADD CC-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO
              EVALUATE WS-SITUACAO-LISTADA
                 WHEN "C"
                    ADD 1 TO WS-CONT-CONFERIDAS
                 WHEN "M"
                    ADD 1 TO WS-CONT-A-MENOR
                    COMPUTE WS-TOTAL-A-MENOR = WS-TOTAL-A-MENOR +
                            CC-VALOR-NF - CC-VALOR-BRUTO
                 WHEN OTHER
                    ADD 1 TO WS-CONT-DESCONHECIDAS
              END-EVALUATE
              PERFORM 00005-D-IMPRIME-DETALHE
           END-IF.
           ADD 1 TO WS-IDX-LIQ.

       00005-C-LISTA-NAO-PAGA.
           IF TN-CASADA(WS-IDX-NF) = 0
              ADD 1 TO WS-CONT-NAO-PAGAS
              ADD TN-VALOR(WS-IDX-NF) TO WS-TOTAL-NAO-PAGO
              MOVE WS-DATA-HOJE              TO CC-DATA-PROC
              MOVE ZERO                      TO CC-DATA-PAGTO
              MOVE TN-DATA(WS-IDX-NF)        TO CC-DATA-VENDA
              MOVE TN-NF(WS-IDX-NF)          TO CC-NF
              MOVE TN-AUTORIZACAO(WS-IDX-NF) TO CC-AUTORIZACAO
              MOVE "N"                       TO CC-SITUACAO
              MOVE TN-VALOR(WS-IDX-NF)       TO CC-VALOR-NF
              MOVE ZERO TO CC-VALOR-BRUTO CC-TAXA CC-VALOR-LIQUIDO
              PERFORM 00005-D-IMPRIME-DETALHE
           END-IF.
           ADD 1 TO WS-IDX-NF.

       00005-D-IMPRIME-DETALHE.
           MOVE CC-VALOR-NF    TO WS-VALOR-EDT.
           MOVE CC-VALOR-BRUTO TO WS-VALOR2-EDT.
           MOVE CC-TAXA        TO WS-TAXA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "VENDA "          DELIMITED BY SIZE
                  CC-DATA-VENDA     DELIMITED BY SIZE
                  " NF "            DELIMITED BY SIZE
                  CC-NF             DELIMITED BY SIZE
                  " AUT "           DELIMITED BY SIZE
                  CC-AUTORIZACAO    DELIMITED BY SIZE
                  " NF="            DELIMITED BY SIZE
                  WS-VALOR-EDT      DELIMITED BY SIZE
                  " PAGO="          DELIMITED BY SIZE
                  WS-VALOR2-EDT     DELIMITED BY SIZE
                  " TAXA="          DELIMITED BY SIZE
                  WS-TAXA-EDT       DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF CC-SITUACAO = "M"
              COMPUTE WS-DIFERENCA = CC-VALOR-BRUTO - CC-VALOR-NF
              MOVE WS-DIFERENCA TO WS-DIF-EDT
              MOVE SPACES TO SP-LINHA
              STRING "      DIFERENCA PAGA A MENOR: " DELIMITED BY SIZE
                     WS-DIF-EDT                       DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           IF REGISTRO-OK
              WRITE REG-CONCILIACAO
           END-IF.

       00006-RODAPE.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "TRANSACOES LIDAS.........: " DELIMITED BY SIZE
                  WS-CONT-LIDOS                DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CONFERIDAS...............: " DELIMITED BY SIZE
                  WS-CONT-CONFERIDAS           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-A-MENOR TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "PAGAS A MENOR............: " DELIMITED BY SIZE
                  WS-CONT-A-MENOR              DELIMITED BY SIZE
                  " FALTANDO "                 DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-NAO-PAGO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "NAO PAGAS PELA ADQUIRENTE: " DELIMITED BY SIZE
                  WS-CONT-NAO-PAGAS            DELIMITED BY SIZE
                  " VALOR "                    DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "DESCONHECIDAS............: " DELIMITED BY SIZE
                  WS-CONT-DESCONHECIDAS        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-BRUTO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TOTAL BRUTO PAGO.........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-TAXA TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TOTAL DE TAXAS...........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TOTAL LIQUIDO RECEBIDO...: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SEGUE SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "CONCILIACAO DE CARTOES" TO SP-TITULO.
           MOVE "PROG096-CONCILIA-CARTOES" TO SP-PROGRAMA.
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

       END PROGRAM PROG096-CONCILIA-CARTOES.
