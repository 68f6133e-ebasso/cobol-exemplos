      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Livros Fiscais e Apuracao do ICMS
      *          Para uma competencia (AAAAMM) emite no spool
      *          (PROG071):
      *          - LIVRO DE SAIDAS: linhas de venda do mes
      *            (PROG10-001.VND/.VNA) com base, aliquota e ICMS
      *            calculados pelo PROG013; NF cancelada pelo PROG074
      *            (VN-SITUACAO = C) fica fora;
      *          - LIVRO DE ENTRADAS: linhas de fatura de fornecedor
      *            aprovadas pelo PROG059 (PROG59-001.APR), com o ICMS
      *            destacado na fatura como credito, na data do
      *            recebimento (PROG10-001.RCB) do mesmo documento e
      *            PID - ou na data da aprovacao, sem recebimento;
      *          - os dois livros totalizados por aliquota;
      *          - a APURACAO: debitos menos creditos menos o saldo
      *            credor do mes anterior. Resultado positivo e o ICMS
      *            a recolher; negativo vira saldo credor para o mes
      *            seguinte. A apuracao e gravada em PROG106-APUR.DAT
      *            (APURICMS.CPY), de onde o contador faz a guia.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog106_apuracao_icms -std=default -I copybooks prog106_apuracao_icms.cob && ./bin/prog106_apuracao_icms
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG106-APURACAO-ICMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * REGISTRO DE VENDAS DO DIA E ARQUIVO MORTO.
           SELECT FD-REGVENDAS ASSIGN TO "PROG10-001.VND"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

           SELECT FD-REGARQUIVO ASSIGN TO "PROG10-001.VNA"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNA.

      * LINHAS DE FATURA APROVADAS PELO PROG059.
           SELECT FD-APROVADAS ASSIGN TO "PROG59-001.APR"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-APR.

      * REGISTRO DE RECEBIMENTOS (PROG017).
           SELECT FD-REGRECEBTOS ASSIGN TO "PROG10-001.RCB"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-RCB.

      * APURACOES MENSAIS DO ICMS, SAIDA DESTE PROGRAMA.
           SELECT FD-APURACAO ASSIGN TO "PROG106-APUR.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-APU.

       DATA DIVISION.
       FILE SECTION.

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-VENDA DO
      * PROG013, CAMPO A CAMPO (VENDREG.CPY).
       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

      * MESMO DESENHO DA LINHA GRAVADA EM 00012-GRAVA-APROVADA DO
      * PROG059, CAMPO A CAMPO.
       FD FD-APROVADAS.
       01 REG-APROVADA.
           02 FILLER              PIC X(04).
           02 FA-DATA             PIC 9(08).
           02 FILLER              PIC X(06).
           02 FA-FORNECEDOR       PIC 9(05).
           02 FILLER              PIC X(05).
           02 FA-DOCUMENTO        PIC X(14).
           02 FILLER              PIC X(05).
           02 FA-PID              PIC 9(10).
           02 FILLER              PIC X(05).
           02 FA-QTD              PIC 9(10)V9(02).
           02 FILLER              PIC X(07).
           02 FA-PRECO            PIC 9(10)V9(02).
           02 FILLER              PIC X(06).
           02 FA-ALIQ             PIC 9(02)V9(02).
           02 FILLER              PIC X(06).
           02 FA-ICMS             PIC 9(10)V9(02).
           02 FILLER              PIC X(09).

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-RECEBIMENTO
      * DO PROG017, CAMPO A CAMPO.
       FD FD-REGRECEBTOS.
       01 REG-RECEB-EFETIVADO.
           02 FILLER              PIC X(04).
           02 RC-DOCUMENTO        PIC X(14).
           02 FILLER              PIC X(01).
           02 RC-DATA             PIC 9(08).
           02 FILLER              PIC X(01).
           02 RC-HORA             PIC 9(08).
           02 FILLER              PIC X(05).
           02 RC-PID              PIC 9(10).
           02 FILLER              PIC X(05).
           02 RC-QTD              PIC 9(10)V9(02).
           02 FILLER              PIC X(07).
           02 RC-VALOR-EDT        PIC X(16).
           02 FILLER              PIC X(09).

       FD FD-APURACAO
          RECORD CONTAINS 84 CHARACTERS.
           COPY APURICMS.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).
       77 WS-FILE-STATUS-APR        PIC 9(02).
       77 WS-FILE-STATUS-RCB        PIC 9(02).
       77 WS-FILE-STATUS-APU        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-DATA-ENTRADA           PIC 9(08).
       77 WS-ACHOU-RECEBTO          PIC 9(01).

      ************* TOTAIS POR ALIQUOTA DOS DOIS LIVROS ************
       01 TAB-ALIQUOTAS.
          02 ALIQ-ITEM OCCURS 20 TIMES.
             03 LR-ALIQUOTA       PIC 9(02)V9(02).
             03 LR-SAI-BASE       PIC 9(12)V9(02).
             03 LR-SAI-ICMS       PIC 9(12)V9(02).
             03 LR-ENT-BASE       PIC 9(12)V9(02).
             03 LR-ENT-ICMS       PIC 9(12)V9(02).

       77 WS-QTD-ALIQUOTAS          PIC 9(02) VALUE ZERO.
       77 WS-IDX-ALIQ               PIC 9(02) VALUE ZERO.
       77 WS-ALIQ-ACHOU             PIC 9(01) VALUE ZERO.
       77 WS-ALIQ-PROCURADA         PIC 9(02)V9(02).

      ************* VALORES DA LINHA ************
       77 WS-BASE-LINHA             PIC 9(12)V9(02).
       77 WS-ICMS-LINHA             PIC 9(12)V9(02).

      ************* TOTAIS E APURACAO ************
       77 WS-TOTAL-SAI-BASE         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-DEBITOS          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-ENT-BASE         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-CREDITOS         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-SALDO-ANTERIOR         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-COMP-SALDO-ANTERIOR    PIC 9(06) VALUE ZERO.
       77 WS-RESULTADO              PIC S9(13)V9(02).
       77 WS-A-RECOLHER             PIC 9(12)V9(02) VALUE ZERO.
       77 WS-SALDO-CREDOR           PIC 9(12)V9(02) VALUE ZERO.
       77 WS-JA-APURADA             PIC 9(01) VALUE ZERO.

      ************* VARIAVEIS DE EDICAO ************
       77 WS-BASE-EDT               PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ICMS-EDT               PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-ALIQ-EDT               PIC Z9.99.
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-SAIDAS            PIC 9(05) VALUE ZERO.
       77 WS-CONT-ENTRADAS          PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-FIM-RECEBTOS           PIC 9(01) VALUE ZERO.
           88 FIM-DOS-RECEBTOS      VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
      * MINIMO DESTE PROGRAMA.
           MOVE "PROG106-APURACAO-ICMS" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE TAB-ALIQUOTAS.

           PERFORM 00001-CARREGA-SALDO-ANTERIOR.

           PERFORM 9801-ABRE-SPOOL.
           PERFORM 00002-LIVRO-SAIDAS.
           PERFORM 00003-LIVRO-ENTRADAS.
           PERFORM 00004-TOTAIS-POR-ALIQUOTA.
           PERFORM 00005-APURACAO.
           PERFORM 9803-FECHA-SPOOL.

           PERFORM 00006-GRAVA-APURACAO.
           STOP RUN.

      ******************************************************************
      * SALDO CREDOR A TRANSPORTAR: O DA APURACAO MAIS RECENTE DE
      * COMPETENCIA ANTERIOR (A ULTIMA LINHA DE CADA COMPETENCIA VALE).
      ******************************************************************
       00001-CARREGA-SALDO-ANTERIOR.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-APU.
           OPEN INPUT FD-APURACAO.
           IF WS-FILE-STATUS-APU = 0
              PERFORM 00001-A-LER-APURACAO
              PERFORM 00001-B-VERIFICA-APURACAO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-APURACAO
           END-IF.
           IF WS-JA-APURADA = 1
              DISPLAY "-- COMPETENCIA " WS-COMPETENCIA " JA APURADA, "
                      "A NOVA APURACAO SUBSTITUI A ANTERIOR"
           END-IF.

       00001-A-LER-APURACAO.
           READ FD-APURACAO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00001-B-VERIFICA-APURACAO.
           IF IA-COMPETENCIA = WS-COMPETENCIA
              MOVE 1 TO WS-JA-APURADA
           END-IF.
           IF IA-COMPETENCIA < WS-COMPETENCIA
              AND IA-COMPETENCIA NOT < WS-COMP-SALDO-ANTERIOR
              MOVE IA-COMPETENCIA  TO WS-COMP-SALDO-ANTERIOR
              MOVE IA-SALDO-CREDOR TO WS-SALDO-ANTERIOR
           END-IF.
           PERFORM 00001-A-LER-APURACAO.

      ******************************************************************
      * LIVRO DE SAIDAS: VENDAS DO MES, DO REGISTRO VIVO E DO ARQUIVO
      * MORTO, SEM AS NF CANCELADAS.
      ******************************************************************
       00002-LIVRO-SAIDAS.
           MOVE SPACES TO SP-LINHA.
           STRING "LIVRO DE SAIDAS - COMPETENCIA " DELIMITED BY SIZE
                  WS-COMPETENCIA                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "NF         DATA      PID                   BASE  "
             TO SP-LINHA.
           MOVE "ALIQ             ICMS" TO SP-LINHA(51:21).
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 0
              PERFORM 00002-A-LER-REGVENDA
              PERFORM 00002-B-LANCA-REGVENDA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGVENDAS
           END-IF.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-VNA.
           OPEN INPUT FD-REGARQUIVO.
           IF WS-FILE-STATUS-VNA = 0
              PERFORM 00002-C-LER-ARQMORTO
              PERFORM 00002-D-LANCA-ARQMORTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGARQUIVO
           END-IF.

           MOVE WS-TOTAL-SAI-BASE TO WS-BASE-EDT.
           MOVE WS-TOTAL-DEBITOS  TO WS-ICMS-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TOTAL DAS SAIDAS     "  DELIMITED BY SIZE
                  "          "             DELIMITED BY SIZE
                  WS-BASE-EDT              DELIMITED BY SIZE
                  "       "                DELIMITED BY SIZE
                  WS-ICMS-EDT              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00002-A-LER-REGVENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-LANCA-REGVENDA.
           PERFORM 00002-E-LANCA-SAIDA.
           PERFORM 00002-A-LER-REGVENDA.

       00002-C-LER-ARQMORTO.
           READ FD-REGARQUIVO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-D-LANCA-ARQMORTO.
           MOVE REG-VENDA-ARQUIVO TO REG-VENDA-EFETIVADA.
           PERFORM 00002-E-LANCA-SAIDA.
           PERFORM 00002-C-LER-ARQMORTO.

       00002-E-LANCA-SAIDA.
      * LINHA DE NF CANCELADA (PROG074) NAO ENTRA NO LIVRO.
           IF VN-SITUACAO NOT = "C"
              AND VN-DATA(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CONT-SAIDAS
              COMPUTE WS-BASE-LINHA = FUNCTION NUMVAL-C(VN-VALOR-EDT)
              COMPUTE WS-ICMS-LINHA = FUNCTION NUMVAL-C(VN-ICMS-EDT)
              COMPUTE WS-ALIQ-PROCURADA =
                      FUNCTION NUMVAL(VN-ALIQ-EDT)
              ADD WS-BASE-LINHA TO WS-TOTAL-SAI-BASE
              ADD WS-ICMS-LINHA TO WS-TOTAL-DEBITOS
              PERFORM 00007-ACHA-ALIQUOTA
              IF WS-ALIQ-ACHOU = 1
                 ADD WS-BASE-LINHA TO LR-SAI-BASE(WS-IDX-ALIQ)
                 ADD WS-ICMS-LINHA TO LR-SAI-ICMS(WS-IDX-ALIQ)
              END-IF
              MOVE WS-BASE-LINHA     TO WS-BASE-EDT
              MOVE WS-ICMS-LINHA     TO WS-ICMS-EDT
              MOVE WS-ALIQ-PROCURADA TO WS-ALIQ-EDT
              MOVE SPACES TO SP-LINHA
              STRING VN-NF        DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     VN-DATA      DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     VN-PID       DELIMITED BY SIZE
                     WS-BASE-EDT  DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     WS-ALIQ-EDT  DELIMITED BY SIZE
                     WS-ICMS-EDT  DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * LIVRO DE ENTRADAS: FATURAS APROVADAS CUJA ENTRADA (DATA DO
      * RECEBIMENTO, OU DA APROVACAO SEM RECEBIMENTO) CAI NO MES.
      ******************************************************************
       00003-LIVRO-ENTRADAS.
           MOVE SPACES TO SP-LINHA.
           STRING "LIVRO DE ENTRADAS - COMPETENCIA " DELIMITED BY SIZE
                  WS-COMPETENCIA                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "FORN  DOCUMENTO      ENTRADA                 BASE  "
             TO SP-LINHA.
           MOVE "ALIQ             ICMS" TO SP-LINHA(53:21).
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-APR.
           OPEN INPUT FD-APROVADAS.
           IF WS-FILE-STATUS-APR NOT = 0
              MOVE "-- SEM FATURAS APROVADAS (PROG59-001.APR)"
                TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           ELSE
              PERFORM 00003-A-LER-APROVADA
              PERFORM 00003-B-LANCA-ENTRADA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-APROVADAS
           END-IF.

           MOVE WS-TOTAL-ENT-BASE TO WS-BASE-EDT.
           MOVE WS-TOTAL-CREDITOS TO WS-ICMS-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TOTAL DAS ENTRADAS   "  DELIMITED BY SIZE
                  "            "           DELIMITED BY SIZE
                  WS-BASE-EDT              DELIMITED BY SIZE
                  "       "                DELIMITED BY SIZE
                  WS-ICMS-EDT              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00003-A-LER-APROVADA.
           READ FD-APROVADAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-B-LANCA-ENTRADA.
           PERFORM 00003-C-DATA-ENTRADA.
           IF WS-DATA-ENTRADA(1:6) = WS-COMPETENCIA
              ADD 1 TO WS-CONT-ENTRADAS
              COMPUTE WS-BASE-LINHA ROUNDED = FA-QTD * FA-PRECO
      * LINHA APROVADA ANTES DO DESTAQUE DO ICMS NAO TEM CREDITO.
              IF FA-ALIQ NUMERIC AND FA-ICMS NUMERIC
                 MOVE FA-ALIQ TO WS-ALIQ-PROCURADA
                 MOVE FA-ICMS TO WS-ICMS-LINHA
              ELSE
                 MOVE ZERO TO WS-ALIQ-PROCURADA
                 MOVE ZERO TO WS-ICMS-LINHA
              END-IF
              ADD WS-BASE-LINHA TO WS-TOTAL-ENT-BASE
              ADD WS-ICMS-LINHA TO WS-TOTAL-CREDITOS
              PERFORM 00007-ACHA-ALIQUOTA
              IF WS-ALIQ-ACHOU = 1
                 ADD WS-BASE-LINHA TO LR-ENT-BASE(WS-IDX-ALIQ)
                 ADD WS-ICMS-LINHA TO LR-ENT-ICMS(WS-IDX-ALIQ)
              END-IF
              MOVE WS-BASE-LINHA     TO WS-BASE-EDT
              MOVE WS-ICMS-LINHA     TO WS-ICMS-EDT
              MOVE WS-ALIQ-PROCURADA TO WS-ALIQ-EDT
              MOVE SPACES TO SP-LINHA
              STRING FA-FORNECEDOR   DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     FA-DOCUMENTO    DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     WS-DATA-ENTRADA DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     WS-BASE-EDT     DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     WS-ALIQ-EDT     DELIMITED BY SIZE
                     WS-ICMS-EDT     DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           PERFORM 00003-A-LER-APROVADA.

       00003-C-DATA-ENTRADA.
           MOVE FA-DATA TO WS-DATA-ENTRADA.
           MOVE 0 TO WS-ACHOU-RECEBTO.
           MOVE 0 TO WS-FIM-RECEBTOS.
           MOVE 0 TO WS-FILE-STATUS-RCB.
           OPEN INPUT FD-REGRECEBTOS.
           IF WS-FILE-STATUS-RCB = 0
              PERFORM 00003-D-LER-RECEBTO
              PERFORM 00003-E-CASA-RECEBTO
                  UNTIL FIM-DOS-RECEBTOS OR WS-ACHOU-RECEBTO = 1
              CLOSE FD-REGRECEBTOS
           END-IF.

       00003-D-LER-RECEBTO.
           READ FD-REGRECEBTOS
                AT END
                   MOVE 1 TO WS-FIM-RECEBTOS.

       00003-E-CASA-RECEBTO.
           IF RC-DOCUMENTO = FA-DOCUMENTO AND RC-PID = FA-PID
              MOVE 1 TO WS-ACHOU-RECEBTO
              MOVE RC-DATA TO WS-DATA-ENTRADA
           ELSE
              PERFORM 00003-D-LER-RECEBTO
           END-IF.

       00004-TOTAIS-POR-ALIQUOTA.
           MOVE "TOTAIS POR ALIQUOTA" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "ALIQ       BASE SAIDAS        ICMS DEBITO" TO SP-LINHA.
           MOVE "BASE ENTRADAS      ICMS CREDITO" TO SP-LINHA(49:31).
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE 1 TO WS-IDX-ALIQ.
           PERFORM 00004-A-IMPRIME-ALIQUOTA
               UNTIL WS-IDX-ALIQ > WS-QTD-ALIQUOTAS.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00004-A-IMPRIME-ALIQUOTA.
           MOVE LR-ALIQUOTA(WS-IDX-ALIQ) TO WS-ALIQ-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING WS-ALIQ-EDT DELIMITED BY SIZE INTO SP-LINHA.
           MOVE LR-SAI-BASE(WS-IDX-ALIQ) TO WS-BASE-EDT.
           MOVE WS-BASE-EDT TO SP-LINHA(8:16).
           MOVE LR-SAI-ICMS(WS-IDX-ALIQ) TO WS-ICMS-EDT.
           MOVE WS-ICMS-EDT TO SP-LINHA(26:16).
           MOVE LR-ENT-BASE(WS-IDX-ALIQ) TO WS-BASE-EDT.
           MOVE WS-BASE-EDT TO SP-LINHA(46:16).
           MOVE LR-ENT-ICMS(WS-IDX-ALIQ) TO WS-ICMS-EDT.
           MOVE WS-ICMS-EDT TO SP-LINHA(64:16).
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-ALIQ.

      ******************************************************************
      * APURACAO: DEBITOS - CREDITOS - SALDO CREDOR ANTERIOR.
      ******************************************************************
       00005-APURACAO.
           COMPUTE WS-RESULTADO =
                   WS-TOTAL-DEBITOS - WS-TOTAL-CREDITOS
                   - WS-SALDO-ANTERIOR.
           IF WS-RESULTADO > 0
              MOVE WS-RESULTADO TO WS-A-RECOLHER
              MOVE ZERO TO WS-SALDO-CREDOR
           ELSE
              MOVE ZERO TO WS-A-RECOLHER
              COMPUTE WS-SALDO-CREDOR = 0 - WS-RESULTADO
           END-IF.

           MOVE "APURACAO DO ICMS" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "DEBITOS (SAIDAS)............: " DELIMITED BY SIZE
                  WS-VALOR-EDT                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "CREDITOS (ENTRADAS).........: " DELIMITED BY SIZE
                  WS-VALOR-EDT                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-SALDO-ANTERIOR TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "SALDO CREDOR ANTERIOR.......: " DELIMITED BY SIZE
                  WS-VALOR-EDT                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-A-RECOLHER TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "ICMS A RECOLHER.............: " DELIMITED BY SIZE
                  WS-VALOR-EDT                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-SALDO-CREDOR TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "SALDO CREDOR A TRANSPORTAR..: " DELIMITED BY SIZE
                  WS-VALOR-EDT                     DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00006-GRAVA-APURACAO.
           MOVE 0 TO WS-FILE-STATUS-APU.
           OPEN EXTEND FD-APURACAO.
           IF WS-FILE-STATUS-APU = 35
              OPEN OUTPUT FD-APURACAO
              CLOSE FD-APURACAO
              MOVE 0 TO WS-FILE-STATUS-APU
              OPEN EXTEND FD-APURACAO
           END-IF.
           IF WS-FILE-STATUS-APU NOT = 0
              DISPLAY "-- ERRO AO ABRIR APURACOES --> "
                      WS-FILE-STATUS-APU
           ELSE
              MOVE WS-COMPETENCIA    TO IA-COMPETENCIA
              MOVE WS-DATA-HOJE      TO IA-DATA-APURACAO
              MOVE WS-TOTAL-DEBITOS  TO IA-DEBITOS
              MOVE WS-TOTAL-CREDITOS TO IA-CREDITOS
              MOVE WS-SALDO-ANTERIOR TO IA-SALDO-ANTERIOR
              MOVE WS-A-RECOLHER     TO IA-A-RECOLHER
              MOVE WS-SALDO-CREDOR   TO IA-SALDO-CREDOR
              WRITE REG-APURACAO-ICMS
              CLOSE FD-APURACAO
              DISPLAY "APURACAO GRAVADA EM PROG106-APUR.DAT --> "
                      WS-COMPETENCIA.

       00007-ACHA-ALIQUOTA.
           MOVE 0 TO WS-ALIQ-ACHOU.
           MOVE 1 TO WS-IDX-ALIQ.
           IF WS-QTD-ALIQUOTAS > 0
              PERFORM 00007-A-PROCURA-ALIQUOTA
                  UNTIL WS-IDX-ALIQ > WS-QTD-ALIQUOTAS
                     OR WS-ALIQ-ACHOU = 1
           END-IF.
           IF WS-ALIQ-ACHOU = 0
              IF WS-QTD-ALIQUOTAS = 20
                 DISPLAY "-- TABELA DE ALIQUOTAS CHEIA --> "
                         WS-ALIQ-PROCURADA
              ELSE
                 ADD 1 TO WS-QTD-ALIQUOTAS
                 MOVE WS-QTD-ALIQUOTAS TO WS-IDX-ALIQ
                 MOVE WS-ALIQ-PROCURADA TO LR-ALIQUOTA(WS-IDX-ALIQ)
                 MOVE 1 TO WS-ALIQ-ACHOU
              END-IF
           END-IF.

       00007-A-PROCURA-ALIQUOTA.
           IF LR-ALIQUOTA(WS-IDX-ALIQ) = WS-ALIQ-PROCURADA
              MOVE 1 TO WS-ALIQ-ACHOU
           ELSE
              ADD 1 TO WS-IDX-ALIQ
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "LIVROS FISCAIS E APURACAO DO ICMS" TO SP-TITULO.
           MOVE "PROG106-APURACAO-ICMS" TO SP-PROGRAMA.
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

       END PROGRAM PROG106-APURACAO-ICMS.
