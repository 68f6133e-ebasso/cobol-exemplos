      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - CALCULADORA.
      *          Opcao 4 simula um financiamento a prazo: preco a
      *          vista, entrada, numero de parcelas e a taxa mensal do
      *          plano de mesmo prazo na tabela do crediario
      *          (PLANOS.DAT), mostrando parcela, valor financiado,
      *          juros totais, taxa efetiva anual e a evolucao parcela
      *          a parcela (saldo, juros, amortizacao) pela tabela
      *          Price ou pelo SAC. Cada simulacao vai para o
      *          historico PROG03-HIST.LOG. No modo lote a transacao
      *          F (VALOR 1 = preco, VALOR 2 = entrada) imprime a
      *          tabela de parcelas do preco em todos os planos.
      * 
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog003_calculadora -std=default -I copybooks prog003_calculadora.cob && ./bin/prog003_calculadora
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WKS-FILE-STATUS-TRANS.

      * TABELA DE PLANOS DO CREDIARIO (PARCELAS E TAXA MENSAL).
           SELECT FD-PLANOS ASSIGN TO "PLANOS.DAT"
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS WKS-FILE-STATUS-PLN.

       DATA DIVISION.
       FILE SECTION.

       FD FD-HISTORICO.
       01 REG-HISTORICO         PIC X(120).

       FD FD-TRANSACOES.
       01 REG-TRANSACAO.
           02 TRANS-NUM-1       PIC S9(05)V99.
           02 TRANS-NUM-2       PIC S9(05)V99.

       FD FD-PLANOS
          RECORD CONTAINS 31 CHARACTERS.
           COPY PLANOCRD.CPY.

       WORKING-STORAGE SECTION.
           77 WKS-NUM-1           PIC S9(05)V99    VALUES 0.
           77 WKS-NUM-2           PIC S9(05)V9(02) VALUES 0.
           77 WKS-FIM-TRANSACOES    PIC 9(01) VALUE ZERO.
               88 FIM-DAS-TRANSACOES VALUE 1.

      ************* TABELA DE PLANOS DO CREDIARIO ***********
       01 WKS-TAB-PLANOS.
           02 WKS-PLANO-ITEM OCCURS 20 TIMES.
               03 WKS-TP-PARCELAS   PIC 9(02).
               03 WKS-TP-TAXA       PIC 9(02)V9(04).
           77 WKS-FILE-STATUS-PLN   PIC 9(02).
           77 WKS-QTD-PLANOS        PIC 9(02) VALUE ZERO.
           77 WKS-IDX-PLANO         PIC 9(02) VALUE ZERO.
           77 WKS-ACHOU-PLANO       PIC 9(01) VALUE ZERO.
               88 ACHOU-PLANO       VALUE 1.
           77 WKS-PLANOS-CARREGADOS PIC 9(01) VALUE ZERO.
               88 PLANOS-CARREGADOS VALUE 1.
           77 WKS-FIM-PLANOS        PIC 9(01) VALUE ZERO.
               88 FIM-DOS-PLANOS    VALUE 1.

      ************* VARIAVEIS PARA A SIMULACAO DE FINANCIAMENTO ******
           77 WKS-FIN-PRECO         PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-ENTRADA       PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-PARCELAS      PIC 9(02)        VALUE ZEROS.
           77 WKS-FIN-METODO        PIC X(01)        VALUE SPACE.
               88 FIN-METODO-PRICE  VALUE "P".
               88 FIN-METODO-SAC    VALUE "S".
           77 WKS-FIN-TAXA          PIC 9(02)V9(04)  VALUE ZEROS.
           77 WKS-FIN-I             PIC 9(01)V9(08)  VALUE ZEROS.
           77 WKS-FIN-FATOR         PIC 9(07)V9(08)  VALUE ZEROS.
           77 WKS-FIN-NUMERADOR     PIC 9(07)V9(08)  VALUE ZEROS.
           77 WKS-FIN-COEFICIENTE   PIC 9(03)V9(08)  VALUE ZEROS.
           77 WKS-FIN-TAXA-ANO      PIC 9(05)V99     VALUE ZEROS.
           77 WKS-FIN-FINANCIADO    PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-PRESTACAO     PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-PRIMEIRA      PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-AMORT-SAC     PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-SALDO         PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-JUROS         PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-AMORT         PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-PARCELA       PIC 9(07)V99     VALUE ZEROS.
           77 WKS-FIN-TOTAL-JUROS   PIC 9(08)V99     VALUE ZEROS.
           77 WKS-FIN-TOTAL-PAGO    PIC 9(08)V99     VALUE ZEROS.
           77 WKS-FIN-K             PIC 9(02)        VALUE ZEROS.
           77 WKS-FIN-EXIBE         PIC 9(01)        VALUE ZEROS.
               88 FIN-EXIBE-PARCELAS VALUE 1.
           77 WKS-FIN-VALIDO        PIC 9(01)        VALUE ZEROS.
               88 FIN-DADOS-VALIDOS VALUE 1.
           77 WKS-FIN-K-EDT         PIC Z9.
           77 WKS-FIN-TAXA-EDT      PIC Z9.9999.
           77 WKS-FIN-ANO-EDT       PIC ZZZZ9.99.
           77 WKS-FIN-VALOR-EDT     PIC ZZZZZZ9.99.
           77 WKS-FIN-JUROS-EDT     PIC ZZZZZZ9.99.
           77 WKS-FIN-AMORT-EDT     PIC ZZZZZZ9.99.
           77 WKS-FIN-SALDO-EDT     PIC ZZZZZZ9.99.
           77 WKS-FIN-TOTAL-EDT     PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 00000-OPEN-FILE-HISTORICO.
       00000-CALCULADORA.
           DISPLAY "============ CALCULADORA ============= ".
           DISPLAY "1-. USAR CALCULADORA, 2-. MODO LOTE, 3-. SAIR".
           DISPLAY "4-. SIMULAR FINANCIAMENTO".
           ACCEPT WKS-SAIR.

           IF WKS-SAIR = 1
              PERFORM 00003-MODO-LOTE
           END-IF.

           IF WKS-SAIR = 4
              PERFORM 00004-SIMULA-FINANCIAMENTO
           END-IF.

       00001-PEDIR-DADOS.
           DISPLAY "OPERACAO: ".
           DISPLAY "(S)oma, s(U)btracao, (M)ultiplicacao e (D)ivisao".
           MOVE WKS-NUM-2     TO WKS-HIST-NUM-2-EDT.
           MOVE WKS-RESULTADO TO WKS-HIST-RESULT-EDT.

           MOVE SPACES TO REG-HISTORICO.
           STRING WKS-HIST-DATA       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WKS-HIST-HORA       DELIMITED BY SIZE
           DISPLAY "-- LOTE: OP=" TRANS-OPCAO
                   " V1=" TRANS-NUM-1
                   " V2=" TRANS-NUM-2.
           IF WKS-OPCAO = "F" OR "f"
              PERFORM 00008-TABELA-DE-PARCELAS
           ELSE
              PERFORM 00002-EXECUTAR-OPERACOES
           END-IF.
           PERFORM 00003-A-LER-TRANSACAO.

      ******************************************************************
      * SIMULACAO DE FINANCIAMENTO: A TAXA MENSAL VEM DO PLANO COM O
      * MESMO NUMERO DE PARCELAS NA TABELA DO CREDIARIO. PARCELA UNICA
      * SEM PLANO CADASTRADO SIMULA SEM JUROS, COMO NA VENDA A PRAZO.
      ******************************************************************
       00004-SIMULA-FINANCIAMENTO.
           IF NOT PLANOS-CARREGADOS
              PERFORM 00005-CARREGA-PLANOS
           END-IF.

           DISPLAY "PRECO A VISTA:".
           ACCEPT WKS-FIN-PRECO.
           DISPLAY "ENTRADA:".
           ACCEPT WKS-FIN-ENTRADA.
           DISPLAY "NUMERO DE PARCELAS:".
           ACCEPT WKS-FIN-PARCELAS.
           MOVE SPACE TO WKS-FIN-METODO.
           PERFORM 00004-A-PEDE-METODO
               UNTIL FIN-METODO-PRICE OR FIN-METODO-SAC.

           PERFORM 00005-B-BUSCA-PLANO.
           PERFORM 00004-B-CONFERE-DADOS.

           IF FIN-DADOS-VALIDOS
              MOVE 1 TO WKS-FIN-EXIBE
              PERFORM 00006-CALCULA-FINANCIAMENTO
              PERFORM 00004-C-EXIBE-RESUMO
              PERFORM 9001-GRAVA-SIMULACAO
           END-IF.

       00004-A-PEDE-METODO.
           DISPLAY "METODO: (P)rice OU (S)AC ==>".
           ACCEPT WKS-FIN-METODO.
           MOVE FUNCTION UPPER-CASE(WKS-FIN-METODO) TO WKS-FIN-METODO.
           IF NOT FIN-METODO-PRICE AND NOT FIN-METODO-SAC
              DISPLAY "OPCAO INVALIDA"
           END-IF.

       00004-B-CONFERE-DADOS.
           MOVE 0 TO WKS-FIN-VALIDO.
           IF WKS-FIN-PRECO = 0
              DISPLAY "-- ERRO: PRECO A VISTA NAO INFORMADO"
           ELSE
           IF WKS-FIN-ENTRADA NOT < WKS-FIN-PRECO
              DISPLAY "-- ERRO: ENTRADA COBRE O PRECO, NADA A FINANCIAR"
           ELSE
           IF WKS-FIN-PARCELAS = 0
              DISPLAY "-- ERRO: NUMERO DE PARCELAS NAO INFORMADO"
           ELSE
           IF NOT ACHOU-PLANO AND WKS-FIN-PARCELAS NOT = 1
              MOVE WKS-FIN-PARCELAS TO WKS-FIN-K-EDT
              DISPLAY "-- ERRO: PLANO DE " WKS-FIN-K-EDT
                      " PARCELAS NAO CADASTRADO (PLANOS.DAT)"
           ELSE
              MOVE 1 TO WKS-FIN-VALIDO
           END-IF
           END-IF
           END-IF
           END-IF.

       00004-C-EXIBE-RESUMO.
           DISPLAY "--------------------------------------------------".
           MOVE WKS-FIN-FINANCIADO TO WKS-FIN-VALOR-EDT.
           DISPLAY "VALOR FINANCIADO.......: " WKS-FIN-VALOR-EDT.
           IF FIN-METODO-PRICE
              MOVE WKS-FIN-PRESTACAO TO WKS-FIN-VALOR-EDT
              DISPLAY "VALOR DA PARCELA.......: " WKS-FIN-VALOR-EDT
           ELSE
              MOVE WKS-FIN-PRIMEIRA TO WKS-FIN-VALOR-EDT
              DISPLAY "PRIMEIRA PARCELA.......: " WKS-FIN-VALOR-EDT
              MOVE WKS-FIN-PARCELA TO WKS-FIN-VALOR-EDT
              DISPLAY "ULTIMA PARCELA.........: " WKS-FIN-VALOR-EDT
           END-IF.
           MOVE WKS-FIN-TOTAL-JUROS TO WKS-FIN-TOTAL-EDT.
           DISPLAY "TOTAL DE JUROS.........: " WKS-FIN-TOTAL-EDT.
           MOVE WKS-FIN-TOTAL-PAGO TO WKS-FIN-TOTAL-EDT.
           DISPLAY "TOTAL DAS PARCELAS.....: " WKS-FIN-TOTAL-EDT.
           MOVE WKS-FIN-TAXA TO WKS-FIN-TAXA-EDT.
           DISPLAY "TAXA MENSAL (%)........: " WKS-FIN-TAXA-EDT.
           MOVE WKS-FIN-TAXA-ANO TO WKS-FIN-ANO-EDT.
           DISPLAY "TAXA EFETIVA ANUAL (%).: " WKS-FIN-ANO-EDT.

      ******************************************************************
      * CARREGA A TABELA DE PLANOS NA PRIMEIRA SIMULACAO. LINHA SEM
      * TAXA (TABELA ANTERIOR AO CAMPO) SIMULA SEM JUROS.
      ******************************************************************
       00005-CARREGA-PLANOS.
           MOVE 1 TO WKS-PLANOS-CARREGADOS.
           MOVE 0 TO WKS-QTD-PLANOS.
           MOVE 0 TO WKS-FIM-PLANOS.
           MOVE 0 TO WKS-FILE-STATUS-PLN.
           OPEN INPUT FD-PLANOS.
           IF WKS-FILE-STATUS-PLN = 0
              PERFORM 00005-A-LER-PLANO
              PERFORM 00005-C-GUARDA-PLANO UNTIL FIM-DOS-PLANOS
              CLOSE FD-PLANOS
           ELSE
              DISPLAY "-- SEM TABELA DE PLANOS (PLANOS.DAT), "
                      "SO PARCELA UNICA SEM JUROS".

       00005-A-LER-PLANO.
           READ FD-PLANOS
                AT END
                   MOVE 1 TO WKS-FIM-PLANOS.

       00005-B-BUSCA-PLANO.
           MOVE 0 TO WKS-ACHOU-PLANO.
           MOVE 0 TO WKS-FIN-TAXA.
           MOVE 1 TO WKS-IDX-PLANO.
           PERFORM 00005-D-COMPARA-PLANO
               UNTIL ACHOU-PLANO OR WKS-IDX-PLANO > WKS-QTD-PLANOS.

       00005-C-GUARDA-PLANO.
           IF PL-PARCELAS IS NUMERIC AND PL-PARCELAS > 0
              AND WKS-QTD-PLANOS < 20
              ADD 1 TO WKS-QTD-PLANOS
              MOVE PL-PARCELAS TO WKS-TP-PARCELAS(WKS-QTD-PLANOS)
              IF PL-TAXA-MES IS NUMERIC
                 MOVE PL-TAXA-MES TO WKS-TP-TAXA(WKS-QTD-PLANOS)
              ELSE
                 MOVE 0 TO WKS-TP-TAXA(WKS-QTD-PLANOS)
              END-IF
           END-IF.
           PERFORM 00005-A-LER-PLANO.

       00005-D-COMPARA-PLANO.
           IF WKS-TP-PARCELAS(WKS-IDX-PLANO) = WKS-FIN-PARCELAS
              MOVE 1 TO WKS-ACHOU-PLANO
              MOVE WKS-TP-TAXA(WKS-IDX-PLANO) TO WKS-FIN-TAXA
           ELSE
              ADD 1 TO WKS-IDX-PLANO
           END-IF.

      ******************************************************************
      * CALCULO DO FINANCIAMENTO SOBRE O PRECO MENOS A ENTRADA.
      * PRICE: PARCELA FIXA = PV * COEFICIENTE, ONDE O COEFICIENTE
      * E I * (1+I)**N / ((1+I)**N - 1).
      * SAC: AMORTIZACAO FIXA = PV / N, JUROS SOBRE O SALDO.
      * O ARREDONDAMENTO FICA NA ULTIMA PARCELA, QUE ZERA O SALDO.
      * COM FIN-EXIBE-PARCELAS MOSTRA A EVOLUCAO PARCELA A PARCELA.
      ******************************************************************
       00006-CALCULA-FINANCIAMENTO.
           COMPUTE WKS-FIN-FINANCIADO = WKS-FIN-PRECO - WKS-FIN-ENTRADA.
           COMPUTE WKS-FIN-I = WKS-FIN-TAXA / 100.
           COMPUTE WKS-FIN-TAXA-ANO ROUNDED =
                   ((1 + WKS-FIN-I) ** 12 - 1) * 100.

           IF WKS-FIN-I = 0
              COMPUTE WKS-FIN-PRESTACAO ROUNDED =
                      WKS-FIN-FINANCIADO / WKS-FIN-PARCELAS
           ELSE
              COMPUTE WKS-FIN-FATOR ROUNDED =
                      (1 + WKS-FIN-I) ** WKS-FIN-PARCELAS
              COMPUTE WKS-FIN-NUMERADOR ROUNDED =
                      WKS-FIN-I * WKS-FIN-FATOR
              SUBTRACT 1 FROM WKS-FIN-FATOR
              DIVIDE WKS-FIN-NUMERADOR BY WKS-FIN-FATOR
                     GIVING WKS-FIN-COEFICIENTE ROUNDED
              COMPUTE WKS-FIN-PRESTACAO ROUNDED =
                      WKS-FIN-FINANCIADO * WKS-FIN-COEFICIENTE
           END-IF.
           COMPUTE WKS-FIN-AMORT-SAC ROUNDED =
                   WKS-FIN-FINANCIADO / WKS-FIN-PARCELAS.

           MOVE WKS-FIN-FINANCIADO TO WKS-FIN-SALDO.
           MOVE 0 TO WKS-FIN-TOTAL-JUROS.
           MOVE 0 TO WKS-FIN-TOTAL-PAGO.
           MOVE 0 TO WKS-FIN-PRIMEIRA.
           IF FIN-EXIBE-PARCELAS
              DISPLAY "PARC   PRESTACAO      JUROS AMORTIZACAO"
                      "      SALDO"
           END-IF.
           MOVE 1 TO WKS-FIN-K.
           PERFORM 00006-A-CALCULA-PARCELA
               UNTIL WKS-FIN-K > WKS-FIN-PARCELAS.

       00006-A-CALCULA-PARCELA.
           COMPUTE WKS-FIN-JUROS ROUNDED = WKS-FIN-SALDO * WKS-FIN-I.
           IF WKS-FIN-K = WKS-FIN-PARCELAS
              MOVE WKS-FIN-SALDO TO WKS-FIN-AMORT
           ELSE
              IF FIN-METODO-SAC
                 MOVE WKS-FIN-AMORT-SAC TO WKS-FIN-AMORT
              ELSE
                 COMPUTE WKS-FIN-AMORT =
                         WKS-FIN-PRESTACAO - WKS-FIN-JUROS
              END-IF
           END-IF.
           COMPUTE WKS-FIN-PARCELA = WKS-FIN-AMORT + WKS-FIN-JUROS.
           SUBTRACT WKS-FIN-AMORT FROM WKS-FIN-SALDO.
           ADD WKS-FIN-JUROS   TO WKS-FIN-TOTAL-JUROS.
           ADD WKS-FIN-PARCELA TO WKS-FIN-TOTAL-PAGO.
           IF WKS-FIN-K = 1
              MOVE WKS-FIN-PARCELA TO WKS-FIN-PRIMEIRA
           END-IF.

           IF FIN-EXIBE-PARCELAS
              MOVE WKS-FIN-K       TO WKS-FIN-K-EDT
              MOVE WKS-FIN-PARCELA TO WKS-FIN-VALOR-EDT
              MOVE WKS-FIN-JUROS   TO WKS-FIN-JUROS-EDT
              MOVE WKS-FIN-AMORT   TO WKS-FIN-AMORT-EDT
              MOVE WKS-FIN-SALDO   TO WKS-FIN-SALDO-EDT
              DISPLAY "  " WKS-FIN-K-EDT " " WKS-FIN-VALOR-EDT " "
                      WKS-FIN-JUROS-EDT "  " WKS-FIN-AMORT-EDT " "
                      WKS-FIN-SALDO-EDT
           END-IF.
           ADD 1 TO WKS-FIN-K.

      ******************************************************************
      * MODO LOTE, TRANSACAO F: TABELA DE PARCELAS DO PRECO (VALOR 1,
      * MENOS A ENTRADA DO VALOR 2) EM CADA PLANO DA TABELA, PELA
      * TABELA PRICE, QUE E COMO A LOJA ANUNCIA AS PARCELAS.
      ******************************************************************
       00008-TABELA-DE-PARCELAS.
           IF NOT PLANOS-CARREGADOS
              PERFORM 00005-CARREGA-PLANOS
           END-IF.
           MOVE 0 TO WKS-FIN-PRECO.
           MOVE 0 TO WKS-FIN-ENTRADA.
           IF TRANS-NUM-1 > 0
              MOVE TRANS-NUM-1 TO WKS-FIN-PRECO
           END-IF.
           IF TRANS-NUM-2 > 0
              MOVE TRANS-NUM-2 TO WKS-FIN-ENTRADA
           END-IF.
           MOVE "P" TO WKS-FIN-METODO.
           MOVE 0 TO WKS-FIN-EXIBE.

           IF WKS-FIN-PRECO = 0 OR WKS-FIN-ENTRADA NOT < WKS-FIN-PRECO
              DISPLAY "-- ERRO: PRECO/ENTRADA INVALIDOS, TABELA "
                      "NAO IMPRESSA"
           ELSE
           IF WKS-QTD-PLANOS = 0
              DISPLAY "-- ERRO: NENHUM PLANO EM PLANOS.DAT"
           ELSE
              MOVE WKS-FIN-PRECO TO WKS-FIN-VALOR-EDT
              DISPLAY "=========== TABELA DE PARCELAS ==========="
              DISPLAY "PRECO A VISTA: " WKS-FIN-VALOR-EDT
              MOVE WKS-FIN-ENTRADA TO WKS-FIN-VALOR-EDT
              DISPLAY "ENTRADA......: " WKS-FIN-VALOR-EDT
              DISPLAY "PARC  TAXA AM%   PARCELA       TOTAL  "
                      " TAXA ANO%"
              MOVE 1 TO WKS-IDX-PLANO
              PERFORM 00008-A-LINHA-DA-TABELA
                  UNTIL WKS-IDX-PLANO > WKS-QTD-PLANOS
           END-IF
           END-IF.

       00008-A-LINHA-DA-TABELA.
           MOVE WKS-TP-PARCELAS(WKS-IDX-PLANO) TO WKS-FIN-PARCELAS.
           MOVE WKS-TP-TAXA(WKS-IDX-PLANO)     TO WKS-FIN-TAXA.
           PERFORM 00006-CALCULA-FINANCIAMENTO.

           MOVE WKS-FIN-PARCELAS   TO WKS-FIN-K-EDT.
           MOVE WKS-FIN-TAXA       TO WKS-FIN-TAXA-EDT.
           MOVE WKS-FIN-PRESTACAO  TO WKS-FIN-VALOR-EDT.
           MOVE WKS-FIN-TOTAL-PAGO TO WKS-FIN-TOTAL-EDT.
           MOVE WKS-FIN-TAXA-ANO   TO WKS-FIN-ANO-EDT.
           DISPLAY " " WKS-FIN-K-EDT "X " WKS-FIN-TAXA-EDT " "
                   WKS-FIN-VALOR-EDT " " WKS-FIN-TOTAL-EDT " "
                   WKS-FIN-ANO-EDT.
           PERFORM 9001-GRAVA-SIMULACAO.
           ADD 1 TO WKS-IDX-PLANO.

      ******************************************************************
      * UMA LINHA DE HISTORICO POR SIMULACAO DE FINANCIAMENTO.
      ******************************************************************
       9001-GRAVA-SIMULACAO.
           ACCEPT WKS-HIST-DATA FROM DATE YYYYMMDD.
           ACCEPT WKS-HIST-HORA FROM TIME.
           MOVE WKS-FIN-PRECO      TO WKS-FIN-VALOR-EDT.
           MOVE WKS-FIN-ENTRADA    TO WKS-FIN-AMORT-EDT.
           MOVE WKS-FIN-PARCELAS   TO WKS-FIN-K-EDT.
           MOVE WKS-FIN-TAXA       TO WKS-FIN-TAXA-EDT.
           MOVE WKS-FIN-TOTAL-JUROS TO WKS-FIN-TOTAL-EDT.
           IF FIN-METODO-PRICE
              MOVE WKS-FIN-PRESTACAO TO WKS-FIN-SALDO-EDT
           ELSE
              MOVE WKS-FIN-PRIMEIRA  TO WKS-FIN-SALDO-EDT
           END-IF.

           MOVE SPACES TO REG-HISTORICO.
           STRING WKS-HIST-DATA       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WKS-HIST-HORA       DELIMITED BY SIZE
                  " OP=F"             DELIMITED BY SIZE
                  " MET="             DELIMITED BY SIZE
                  WKS-FIN-METODO      DELIMITED BY SIZE
                  " PRECO="           DELIMITED BY SIZE
                  WKS-FIN-VALOR-EDT   DELIMITED BY SIZE
                  " ENTR="            DELIMITED BY SIZE
                  WKS-FIN-AMORT-EDT   DELIMITED BY SIZE
                  " N="               DELIMITED BY SIZE
                  WKS-FIN-K-EDT       DELIMITED BY SIZE
                  " TX="              DELIMITED BY SIZE
                  WKS-FIN-TAXA-EDT    DELIMITED BY SIZE
                  " PARC="            DELIMITED BY SIZE
                  WKS-FIN-SALDO-EDT   DELIMITED BY SIZE
                  " JUROS="           DELIMITED BY SIZE
                  WKS-FIN-TOTAL-EDT   DELIMITED BY SIZE
                  INTO REG-HISTORICO.

           WRITE REG-HISTORICO.

       END PROGRAM CALCULADORA.
