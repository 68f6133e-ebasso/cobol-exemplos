      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Conciliacao Auxiliares x Razao
      *          Fechamento do mes: confere se os arquivos de detalhe
      *          batem com a contabilidade (PROG65-DIARIO.DAT) na data
      *          de corte:
      *          - CLIENTES: soma de CL-SALDO-DEVEDOR do cadastro de
      *            clientes (PROG29-001.DAT) contra o saldo devedor da
      *            conta de clientes;
      *          - FORNECEDORES: titulos de contas a pagar
      *            (PROG17-001.CAP) recebidos ate o corte e ainda nao
      *            pagos no corte, contra o saldo credor da conta de
      *            fornecedores;
      *          - ESTOQUE: valorizacao do catalogo da loja 1 como no
      *            PROG010 (RP-VALOR * RP-QTD) contra o saldo devedor
      *            da conta de estoque.
      *          O saldo do razao e a soma dos lancamentos da conta
      *          ate o corte. Diferenca acima da tolerancia vira
      *          alerta (PROG039) para o contador. As contas e a
      *          tolerancia ficam em PROG105-PARM.DAT.
      *          O cadastro de clientes e o catalogo so tem a posicao
      *          atual: com corte no passado, estes dois comparam a
      *          posicao de hoje.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog105_concilia_razao -std=default -I copybooks prog105_concilia_razao.cob && ./bin/prog105_concilia_razao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG105-CONCILIA-RAZAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CONTAS DO RAZAO E TOLERANCIA DA CONCILIACAO.
           SELECT FD-PARAMETROS ASSIGN TO "PROG105-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * DIARIO CONTABIL GRAVADO PELO PROG065.
           SELECT FD-DIARIO ASSIGN TO "PROG65-DIARIO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DIA.

      * CADASTRO DE CLIENTES (PROG029).
           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

      * TITULOS DE CONTAS A PAGAR (PROG017 / PROG100).
           SELECT FD-CTASPAGAR ASSIGN TO "PROG17-001.CAP"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CAP.

      * CATALOGO DE PRODUTOS DA LOJA 1.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARAMETROS
          RECORD CONTAINS 27 CHARACTERS.
       01 REG-PARAMETROS.
           02 LP-CONTA-CLIENTES   PIC 9(06).
           02 LP-CONTA-FORNEC     PIC 9(06).
           02 LP-CONTA-ESTOQUE    PIC 9(06).
           02 LP-TOLERANCIA       PIC 9(07)V99.

       FD FD-DIARIO
          RECORD CONTAINS 62 CHARACTERS.
           COPY LANCTO.CPY.

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-CTASPAGAR
          RECORD CONTAINS 68 CHARACTERS.
           COPY CTAPAG.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-DIA        PIC 9(02).
       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-CAP        PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-DATA-CORTE             PIC 9(08).
       77 WS-TOLERANCIA             PIC 9(07)V99.

      ************* AUXILIARES E RAZAO POR CONTA ************
       01 TAB-CONCILIACAO.
          02 CONC-ITEM OCCURS 3 TIMES.
             03 CZ-NOME           PIC X(12).
             03 CZ-CONTA          PIC 9(06).
      *         SINAL DO SALDO NATURAL: +1 DEVEDOR, -1 CREDOR.
             03 CZ-SINAL          PIC S9(01).
             03 CZ-AUXILIAR       PIC S9(14)V9(02).
             03 CZ-RAZAO          PIC S9(14)V9(02).
             03 CZ-DIFERENCA      PIC S9(14)V9(02).

       77 WS-IDX                    PIC 9(01).
       77 WS-VALOR-ITEM             PIC 9(12)V9(02).
       77 WS-DIFERENCA-ABS          PIC 9(14)V9(02).

      ************* VARIAVEIS DE EDICAO ************
       77 WS-AUXILIAR-EDT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-RAZAO-EDT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-DIFERENCA-EDT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-DIF-ALERTA-EDT         PIC -ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-QUEBRAS           PIC 9(01) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DE COMUNICACAO COM O PROG039 ***********
           COPY ALERTA.CPY.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 00001-CARREGA-PARAMETROS.

           DISPLAY "DATA DE CORTE (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-CORTE.
           IF WS-DATA-CORTE = 0
              ACCEPT WS-DATA-CORTE FROM DATE YYYYMMDD
           END-IF.

           PERFORM 00002-APURA-CLIENTES.
           PERFORM 00003-APURA-FORNECEDORES.
           PERFORM 00004-APURA-ESTOQUE.
           PERFORM 00005-APURA-RAZAO.

           PERFORM 9801-ABRE-SPOOL.
           PERFORM 00006-IMPRIME-CONCILIACAO.
           PERFORM 9803-FECHA-SPOOL.
           STOP RUN.

      ******************************************************************
      * SEM O ARQUIVO DE PARAMETROS NAO HA COMO SABER QUAIS CONTAS DO
      * RAZAO CONFERIR: O PROGRAMA PARA.
      ******************************************************************
       00001-CARREGA-PARAMETROS.
           INITIALIZE TAB-CONCILIACAO.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM NOT = 0
              DISPLAY "-- SEM PROG105-PARM.DAT (CONTA CLIENTES, CONTA "
                      "FORNECEDORES, CONTA ESTOQUE, TOLERANCIA)"
              STOP RUN
           END-IF.
           READ FD-PARAMETROS
                AT END
                   DISPLAY "-- PROG105-PARM.DAT VAZIO"
                   CLOSE FD-PARAMETROS
                   STOP RUN
           END-READ.
           CLOSE FD-PARAMETROS.

           MOVE "CLIENTES"     TO CZ-NOME(1).
           MOVE LP-CONTA-CLIENTES TO CZ-CONTA(1).
           MOVE 1              TO CZ-SINAL(1).
           MOVE "FORNECEDORES" TO CZ-NOME(2).
           MOVE LP-CONTA-FORNEC TO CZ-CONTA(2).
           MOVE -1             TO CZ-SINAL(2).
           MOVE "ESTOQUE"      TO CZ-NOME(3).
           MOVE LP-CONTA-ESTOQUE TO CZ-CONTA(3).
           MOVE 1              TO CZ-SINAL(3).
           MOVE LP-TOLERANCIA  TO WS-TOLERANCIA.

       00002-APURA-CLIENTES.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN INPUT FD-CLIENTES.
           IF WS-FILE-STATUS-CLI NOT = 0
              DISPLAY "-- SEM CADASTRO DE CLIENTES (STATUS "
                      WS-FILE-STATUS-CLI ")"
           ELSE
              PERFORM 00002-A-LER-CLIENTE
              PERFORM 00002-B-SOMA-CLIENTE UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CLIENTES.

       00002-A-LER-CLIENTE.
           READ FD-CLIENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-SOMA-CLIENTE.
           ADD CL-SALDO-DEVEDOR TO CZ-AUXILIAR(1).
           PERFORM 00002-A-LER-CLIENTE.

      ******************************************************************
      * TITULO EM ABERTO NO CORTE: JA RECEBIDO ATE O CORTE E NAO PAGO,
      * OU PAGO SO DEPOIS DO CORTE.
      ******************************************************************
       00003-APURA-FORNECEDORES.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CAP.
           OPEN INPUT FD-CTASPAGAR.
           IF WS-FILE-STATUS-CAP NOT = 0
              DISPLAY "-- SEM TITULOS A PAGAR (STATUS "
                      WS-FILE-STATUS-CAP ")"
           ELSE
              PERFORM 00003-A-LER-TITULO
              PERFORM 00003-B-SOMA-TITULO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CTASPAGAR.

       00003-A-LER-TITULO.
           READ FD-CTASPAGAR
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-B-SOMA-TITULO.
           IF AP-DATA-RECEBTO NOT > WS-DATA-CORTE
              IF NOT AP-PAGO OR AP-DATA-PAGTO > WS-DATA-CORTE
                 ADD AP-VALOR TO CZ-AUXILIAR(2)
              END-IF
           END-IF.
           PERFORM 00003-A-LER-TITULO.

       00004-APURA-ESTOQUE.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
           ELSE
              PERFORM 00004-A-LER-PRODUTO
              PERFORM 00004-B-SOMA-PRODUTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-PRODUTOS.

       00004-A-LER-PRODUTO.
           READ FD-PRODUTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00004-B-SOMA-PRODUTO.
           COMPUTE WS-VALOR-ITEM ROUNDED = RP-VALOR * RP-QTD.
           ADD WS-VALOR-ITEM TO CZ-AUXILIAR(3).
           PERFORM 00004-A-LER-PRODUTO.

      ******************************************************************
      * SALDO DE CADA CONTA NO RAZAO ATE O CORTE, JA COM O SINAL DO
      * SALDO NATURAL DA CONTA (DEVEDOR OU CREDOR).
      ******************************************************************
       00005-APURA-RAZAO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-DIA.
           OPEN INPUT FD-DIARIO.
           IF WS-FILE-STATUS-DIA NOT = 0
              DISPLAY "-- SEM DIARIO CONTABIL (STATUS "
                      WS-FILE-STATUS-DIA "), RAZAO ZERADO"
           ELSE
              PERFORM 00005-A-LER-LANCAMENTO
              PERFORM 00005-B-SOMA-LANCAMENTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-DIARIO.

       00005-A-LER-LANCAMENTO.
           READ FD-DIARIO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00005-B-SOMA-LANCAMENTO.
           IF LC-DATA NOT > WS-DATA-CORTE
              MOVE 1 TO WS-IDX
              PERFORM 00005-C-SOMA-NA-CONTA UNTIL WS-IDX > 3
           END-IF.
           PERFORM 00005-A-LER-LANCAMENTO.

       00005-C-SOMA-NA-CONTA.
           IF LC-CONTA = CZ-CONTA(WS-IDX)
              IF LC-DC = "D"
                 COMPUTE CZ-RAZAO(WS-IDX) = CZ-RAZAO(WS-IDX)
                         + (LC-VALOR * CZ-SINAL(WS-IDX))
              ELSE
                 COMPUTE CZ-RAZAO(WS-IDX) = CZ-RAZAO(WS-IDX)
                         - (LC-VALOR * CZ-SINAL(WS-IDX))
              END-IF
           END-IF.
           ADD 1 TO WS-IDX.

       00006-IMPRIME-CONCILIACAO.
           MOVE SPACES TO SP-LINHA.
           STRING "DATA DE CORTE: "  DELIMITED BY SIZE
                  WS-DATA-CORTE      DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "AUXILIAR     CONTA               AUXILIAR"
                                         DELIMITED BY SIZE
                  "                 RAZAO             DIFERENCA"
                                         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 1 TO WS-IDX.
           PERFORM 00006-A-IMPRIME-LINHA UNTIL WS-IDX > 3.

           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOLERANCIA TO WS-DIF-ALERTA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "TOLERANCIA..............: " DELIMITED BY SIZE
                  WS-DIF-ALERTA-EDT            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "QUEBRAS ACIMA DA TOLER..: " DELIMITED BY SIZE
                  WS-CONT-QUEBRAS              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00006-A-IMPRIME-LINHA.
           COMPUTE CZ-DIFERENCA(WS-IDX) =
                   CZ-AUXILIAR(WS-IDX) - CZ-RAZAO(WS-IDX).
           MOVE CZ-AUXILIAR(WS-IDX)  TO WS-AUXILIAR-EDT.
           MOVE CZ-RAZAO(WS-IDX)     TO WS-RAZAO-EDT.
           MOVE CZ-DIFERENCA(WS-IDX) TO WS-DIFERENCA-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING CZ-NOME(WS-IDX)   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  CZ-CONTA(WS-IDX)  DELIMITED BY SIZE
                  WS-AUXILIAR-EDT   DELIMITED BY SIZE
                  WS-RAZAO-EDT      DELIMITED BY SIZE
                  WS-DIFERENCA-EDT  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           IF CZ-DIFERENCA(WS-IDX) < 0
              COMPUTE WS-DIFERENCA-ABS = 0 - CZ-DIFERENCA(WS-IDX)
           ELSE
              MOVE CZ-DIFERENCA(WS-IDX) TO WS-DIFERENCA-ABS
           END-IF.
           IF WS-DIFERENCA-ABS > WS-TOLERANCIA
              ADD 1 TO WS-CONT-QUEBRAS
              PERFORM 00007-GRAVA-ALERTA
           END-IF.
           ADD 1 TO WS-IDX.

      ******************************************************************
      * QUEBRA ACIMA DA TOLERANCIA VIRA ALERTA DE SEVERIDADE ALTA PARA
      * A REVISAO DO CONTADOR (PROG040).
      ******************************************************************
       00007-GRAVA-ALERTA.
           MOVE CZ-DIFERENCA(WS-IDX) TO WS-DIF-ALERTA-EDT.
           MOVE "A" TO AL-SEVERIDADE.
           MOVE "PROG105-CONCILIA-RAZAO" TO AL-PROGRAMA.
           MOVE SPACES TO AL-MENSAGEM.
           STRING "RAZAO X "         DELIMITED BY SIZE
                  CZ-NOME(WS-IDX)    DELIMITED BY SPACE
                  " EM "             DELIMITED BY SIZE
                  WS-DATA-CORTE      DELIMITED BY SIZE
                  " DIFERENCA "      DELIMITED BY SIZE
                  WS-DIF-ALERTA-EDT  DELIMITED BY SIZE
                  INTO AL-MENSAGEM.
           CALL "PROG039-GRAVA-ALERTA" USING WS-ALERTA.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "CONCILIACAO AUXILIARES X RAZAO" TO SP-TITULO.
           MOVE "PROG105-CONCILIA-RAZAO" TO SP-PROGRAMA.
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

       END PROGRAM PROG105-CONCILIA-RAZAO.
