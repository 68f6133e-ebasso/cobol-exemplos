      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Remarcacao de Lotes por Validade
      *          Passo noturno do PROG014-BATCH-NOTURNO, antes do
      *          relatorio de reposicao: aplica aos lotes com saldo de
      *          PROG17-LOTE.DAT as regras de remarcacao por categoria
      *          de REMARCA.DAT (REMARCA.CPY), pelos dias que faltam
      *          para o vencimento: desconto (que o PROG013 aplica as
      *          unidades do lote ao consumi-lo) ou retirada da
      *          gondola (o lote sai da baixa FEFO das vendas e espera
      *          a baixa por validade vencida no PROG121). Tira no
      *          spool (PROG071) a lista do dia: produtos a
      *          reetiquetar, com o preco novo, e lotes a retirar. A
      *          categoria do PID vem do catalogo da loja 001, como
      *          nos demais passos de catalogo do lote noturno.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog123_remarca_lotes -std=default -I copybooks prog123_remarca_lotes.cob && ./bin/prog123_remarca_lotes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG123-REMARCA-LOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * SALDOS DE LOTE POR PID + LOTE (PROG017).
           SELECT FD-LOTES ASSIGN TO "PROG17-LOTE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS LT-CHAVE
                              FILE STATUS WS-FILE-STATUS-LOT.

      * REGRAS DE REMARCACAO POR CATEGORIA E DIAS PARA O VENCIMENTO,
      * EDITAVEIS SEM RECOMPILAR.
           SELECT FD-REGRAS ASSIGN TO "REMARCA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-RGR.

      * TRAVA DO CATALOGO: OS LOTES SAO BAIXADOS PELAS VENDAS DO
      * PROG013, QUE RODA SOB A MESMA TRAVA.
           SELECT FD-TRAVA ASSIGN TO "PROG10-TRAVA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       FD FD-REGRAS
          RECORD CONTAINS 12 CHARACTERS.
           COPY REMARCA.CPY.

       FD FD-TRAVA.
           COPY TRAVA.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-LOT        PIC 9(02).
       77 WS-FILE-STATUS-RGR        PIC 9(02).

      ************ TABELA DE REGRAS DE REMARCACAO ***********
       01 TAB-REGRAS.
          02 REGRA-ITEM OCCURS 50 TIMES INDEXED BY RGIDX.
             03 TR-CATEGORIA    PIC X(03).
             03 TR-DIAS         PIC 9(03).
             03 TR-ACAO         PIC X(01).
             03 TR-PERCENTUAL   PIC 9(03)V9(02).

       77 WS-QTD-REGRAS             PIC 9(02) VALUE ZERO.
       77 WS-IDX-REGRA              PIC 9(02) VALUE ZERO.
       77 WS-MELHOR-REGRA           PIC 9(02) VALUE ZERO.
       77 WS-REGRAS-CATEGORIA       PIC 9(02) VALUE ZERO.
       77 WS-CAT-PROCURADA          PIC X(03).

      ************* VARIAVEIS PARA A REMARCACAO ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-INT-HOJE               PIC 9(08) COMP.
       77 WS-DIAS-VENCER            PIC S9(05).
       77 WS-CATEGORIA-LOTE         PIC X(03).
       77 WS-NOME-PRODUTO           PIC X(10).
       77 WS-PRECO-CHEIO            PIC 9(10)V9(02).
       77 WS-PRECO-NOVO             PIC 9(10)V9(02).
       77 WS-NOVO-PERC              PIC 9(03)V9(02).
       77 WS-NOVA-SITUACAO          PIC X(01).
       77 WS-ACAO-LISTA             PIC X(16).

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-DIAS-EDT               PIC -(4)9.
       77 WS-PERC-EDT               PIC ZZ9.99.
       77 WS-QTD-EDT                PIC Z(07)9.99.
       77 WS-PRECO-EDT              PIC Z(07)9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-REMARCADOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-PRECO-CHEIO       PIC 9(05) VALUE ZERO.
       77 WS-CONT-RETIRAR           PIC 9(05) VALUE ZERO.
       77 WS-CONT-PENDENTES         PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

      ************ VARIAVEIS PARA A TRAVA DO CATALOGO ***********
       77 WS-FILE-STATUS-TRV        PIC 9(02).
       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = REMARCACAO CONCLUIDA (INCLUSIVE SEM REGRAS EM
      * REMARCA.DAT), 91 = CATALOGO EM USO, OUTRO = FALHA AO ABRIR
      * OS LOTES OU O CATALOGO.
       01 LK-STATUS                 PIC 9(02).

       PROCEDURE DIVISION USING LK-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-STATUS.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           PERFORM 9900-VERIFICA-TRAVA.
           IF CATALOGO-TRAVADO
              DISPLAY "-- EXECUCAO NAO INICIADA: CATALOGO EM USO. SE "
                      "A SESSAO CAIU, RODAR PROG035-LIBERA-TRAVA"
              MOVE 91 TO LK-STATUS
              GOBACK
           END-IF.

           PERFORM 00001-CARREGA-REGRAS.
           IF WS-QTD-REGRAS = 0
              DISPLAY "-- SEM REGRAS DE REMARCACAO (REMARCA.DAT), "
                      "NADA A APLICAR"
              GOBACK
           END-IF.

           PERFORM 9901-REGISTRA-TRAVA.
           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              COMPUTE WS-INT-HOJE =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              PERFORM 9801-ABRE-SPOOL
              PERFORM 00002-CABECALHO
              PERFORM 00003-LER-LOTE
              PERFORM 00004-REMARCA-LOTE UNTIL FIM-DO-ARQUIVO
              PERFORM 00009-RODAPE
              PERFORM 9803-FECHA-SPOOL
              CLOSE FD-LOTES
              CLOSE FD-PRODUTOS
           END-IF.

           PERFORM 9902-LIBERA-TRAVA.
           GOBACK.

       00000-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-LOT.
           OPEN I-O FD-LOTES.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.

           IF WS-FILE-STATUS-LOT NOT = 0
              DISPLAY "-- SEM ARQUIVO DE LOTES (STATUS "
                      WS-FILE-STATUS-LOT ")"
              MOVE WS-FILE-STATUS-LOT TO LK-STATUS
           ELSE
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
              MOVE WS-FILE-STATUS-PROD TO LK-STATUS
              CLOSE FD-LOTES
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK.

      ******************************************************************
      * CARREGA AS REGRAS DE REMARCACAO. SEM REMARCA.DAT NENHUM LOTE
      * E REMARCADO E O PROGRAMA NAO MEXE NOS LOTES.
      ******************************************************************
       00001-CARREGA-REGRAS.
           MOVE 0 TO WS-QTD-REGRAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-RGR.
           OPEN INPUT FD-REGRAS.
           IF WS-FILE-STATUS-RGR = 0
              PERFORM 00001-A-LER-REGRA
              PERFORM 00001-B-GUARDA-REGRA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGRAS
              DISPLAY "-- REGRAS DE REMARCACAO CARREGADAS: "
                      WS-QTD-REGRAS
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.

       00001-A-LER-REGRA.
           READ FD-REGRAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00001-B-GUARDA-REGRA.
           IF WS-QTD-REGRAS = 50
              DISPLAY "-- TABELA DE REGRAS CHEIA, RESTANTES IGNORADAS"
              MOVE 1 TO WS-FIM-ARQUIVO
           ELSE
              IF RG-DESCONTO OR RG-RETIRADA
                 ADD 1 TO WS-QTD-REGRAS
                 MOVE RG-CATEGORIA  TO TR-CATEGORIA(WS-QTD-REGRAS)
                 MOVE RG-DIAS       TO TR-DIAS(WS-QTD-REGRAS)
                 MOVE RG-ACAO       TO TR-ACAO(WS-QTD-REGRAS)
                 MOVE RG-PERCENTUAL TO TR-PERCENTUAL(WS-QTD-REGRAS)
              ELSE
                 DISPLAY "-- REGRA COM ACAO INVALIDA IGNORADA --> "
                         RG-CATEGORIA " " RG-DIAS " " RG-ACAO
              END-IF
              PERFORM 00001-A-LER-REGRA
           END-IF.

       00002-CABECALHO.
           MOVE SPACES TO SP-LINHA.
           STRING "==== REMARCACAO DE LOTES POR VALIDADE EM "
                  DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " ===="      DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "ACAO             PID        NOME       LOTE      "
                  DELIMITED BY SIZE
                  " VALIDADE  DIAS DESC%         QTD  PRECO NOVO"
                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00003-LER-LOTE.
           READ FD-LOTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * LOTE COM SALDO E VALIDADE: APURA A REGRA QUE VALE HOJE E, SE A
      * SITUACAO DO LOTE MUDOU, REGRAVA O LOTE E LISTA A MUDANCA. LOTE
      * JA MARCADO PARA RETIRADA E AINDA COM SALDO VOLTA NA LISTA
      * TODO DIA ATE SER BAIXADO NO PROG121.
      ******************************************************************
       00004-REMARCA-LOTE.
           IF LT-QTD > 0 AND LT-VALIDADE > 0
              PERFORM 00005-BUSCA-PRODUTO
              COMPUTE WS-DIAS-VENCER =
                      FUNCTION INTEGER-OF-DATE(LT-VALIDADE)
                      - WS-INT-HOJE
              PERFORM 00006-APURA-REGRA
              IF WS-NOVA-SITUACAO = LT-SITUACAO-REMARCA
                 AND WS-NOVO-PERC = LT-PERC-REMARCA
                 IF LT-RETIRAR
                    ADD 1 TO WS-CONT-PENDENTES
                    MOVE "RETIRAR PENDENTE" TO WS-ACAO-LISTA
                    PERFORM 00008-LINHA-LISTA
                 END-IF
              ELSE
                 PERFORM 00007-GRAVA-LOTE
              END-IF
           END-IF.
           PERFORM 00003-LER-LOTE.

       00005-BUSCA-PRODUTO.
           MOVE LT-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                   MOVE "(SEM NOME)" TO WS-NOME-PRODUTO
                   MOVE SPACES TO WS-CATEGORIA-LOTE
                   MOVE ZERO TO WS-PRECO-CHEIO
                NOT INVALID KEY
                   MOVE RP-NOME      TO WS-NOME-PRODUTO
                   MOVE RP-CATEGORIA TO WS-CATEGORIA-LOTE
                   MOVE RP-VALOR     TO WS-PRECO-CHEIO.

      ******************************************************************
      * REGRA QUE VALE PARA O LOTE: ENTRE AS QUE ALCANCAM OS DIAS QUE
      * FALTAM (RG-DIAS NAO MENOR QUE ELES), A DE MENOR RG-DIAS. A
      * CATEGORIA SEM NENHUMA REGRA PROPRIA USA A REGRA GERAL "***".
      * NENHUMA REGRA ALCANCA O LOTE = PRECO CHEIO.
      ******************************************************************
       00006-APURA-REGRA.
           MOVE WS-CATEGORIA-LOTE TO WS-CAT-PROCURADA.
           PERFORM 00006-A-PROCURA-REGRAS.
           IF WS-REGRAS-CATEGORIA = 0
              MOVE "***" TO WS-CAT-PROCURADA
              PERFORM 00006-A-PROCURA-REGRAS
           END-IF.
           IF WS-MELHOR-REGRA = 0
              MOVE SPACE TO WS-NOVA-SITUACAO
              MOVE ZERO  TO WS-NOVO-PERC
           ELSE
              MOVE TR-ACAO(WS-MELHOR-REGRA) TO WS-NOVA-SITUACAO
              IF TR-ACAO(WS-MELHOR-REGRA) = "R"
                 MOVE ZERO TO WS-NOVO-PERC
              ELSE
                 MOVE TR-PERCENTUAL(WS-MELHOR-REGRA) TO WS-NOVO-PERC
              END-IF
           END-IF.

       00006-A-PROCURA-REGRAS.
           MOVE 0 TO WS-MELHOR-REGRA.
           MOVE 0 TO WS-REGRAS-CATEGORIA.
           MOVE 1 TO WS-IDX-REGRA.
           PERFORM 00006-B-TESTA-REGRA
               UNTIL WS-IDX-REGRA > WS-QTD-REGRAS.

       00006-B-TESTA-REGRA.
           IF TR-CATEGORIA(WS-IDX-REGRA) = WS-CAT-PROCURADA
              ADD 1 TO WS-REGRAS-CATEGORIA
              IF TR-DIAS(WS-IDX-REGRA) NOT < WS-DIAS-VENCER
                 IF WS-MELHOR-REGRA = 0
                    MOVE WS-IDX-REGRA TO WS-MELHOR-REGRA
                 ELSE
                    IF TR-DIAS(WS-IDX-REGRA) <
                       TR-DIAS(WS-MELHOR-REGRA)
                       MOVE WS-IDX-REGRA TO WS-MELHOR-REGRA
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-REGRA.

       00007-GRAVA-LOTE.
           MOVE WS-NOVA-SITUACAO TO LT-SITUACAO-REMARCA.
           MOVE WS-NOVO-PERC     TO LT-PERC-REMARCA.
           MOVE WS-DATA-HOJE     TO LT-DATA-REMARCA.
           REWRITE REG-LOTE
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO REGRAVAR LOTE --> "
                          LT-PID " " LT-LOTE
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN LT-REMARCADO
                        ADD 1 TO WS-CONT-REMARCADOS
                        MOVE "REETIQUETAR" TO WS-ACAO-LISTA
                     WHEN LT-RETIRAR
                        ADD 1 TO WS-CONT-RETIRAR
                        MOVE "RETIRAR" TO WS-ACAO-LISTA
                     WHEN OTHER
                        ADD 1 TO WS-CONT-PRECO-CHEIO
                        MOVE "VOLTA PRECO CHEIO" TO WS-ACAO-LISTA
                  END-EVALUATE
                  PERFORM 00008-LINHA-LISTA
           END-REWRITE.

       00008-LINHA-LISTA.
           COMPUTE WS-PRECO-NOVO ROUNDED =
                   WS-PRECO-CHEIO * (100 - LT-PERC-REMARCA) / 100.
           MOVE WS-DIAS-VENCER  TO WS-DIAS-EDT.
           MOVE LT-PERC-REMARCA TO WS-PERC-EDT.
           MOVE LT-QTD          TO WS-QTD-EDT.
           MOVE WS-PRECO-NOVO   TO WS-PRECO-EDT.
           MOVE SPACES TO SP-LINHA.
           IF LT-RETIRAR
              STRING WS-ACAO-LISTA    DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     LT-PID           DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-NOME-PRODUTO  DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     LT-LOTE          DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     LT-VALIDADE      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-DIAS-EDT      DELIMITED BY SIZE
                     "       "        DELIMITED BY SIZE
                     WS-QTD-EDT       DELIMITED BY SIZE
                     INTO SP-LINHA
           ELSE
              STRING WS-ACAO-LISTA    DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     LT-PID           DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-NOME-PRODUTO  DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     LT-LOTE          DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     LT-VALIDADE      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-DIAS-EDT      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-PERC-EDT      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-QTD-EDT       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WS-PRECO-EDT     DELIMITED BY SIZE
                     INTO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.

       00009-RODAPE.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "LOTES LIDOS...............: " DELIMITED BY SIZE
                  WS-CONT-LIDOS                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "LOTES A REETIQUETAR.......: " DELIMITED BY SIZE
                  WS-CONT-REMARCADOS             DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VOLTAM AO PRECO CHEIO.....: " DELIMITED BY SIZE
                  WS-CONT-PRECO-CHEIO            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "LOTES A RETIRAR HOJE......: " DELIMITED BY SIZE
                  WS-CONT-RETIRAR                DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "RETIRADAS PENDENTES.......: " DELIMITED BY SIZE
                  WS-CONT-PENDENTES              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "ERROS.....................: " DELIMITED BY SIZE
                  WS-CONT-ERROS                  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * TRAVA DO CATALOGO: CONFERE SE HA SESSAO INTERATIVA OU OUTRO
      * LOTE COM O CATALOGO ABERTO, REGISTRA ESTE LOTE E LIMPA A
      * TRAVA NO FIM DA EXECUCAO.
      ******************************************************************
       9900-VERIFICA-TRAVA.
           MOVE 0 TO WS-TRAVADO.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN INPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              READ FD-TRAVA
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE 1 TO WS-TRAVADO
                      DISPLAY "-- CATALOGO EM USO POR " TV-PROGRAMA
                              " DESDE " TV-DATA " " TV-HORA
              END-READ
              CLOSE FD-TRAVA
           END-IF.

       9901-REGISTRA-TRAVA.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN OUTPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              MOVE "PROG123" TO TV-PROGRAMA
              MOVE "B"      TO TV-TIPO
              ACCEPT TV-DATA FROM DATE YYYYMMDD
              ACCEPT TV-HORA FROM TIME
              WRITE REG-TRAVA
              CLOSE FD-TRAVA
           ELSE
              DISPLAY "-- ERRO AO REGISTRAR TRAVA -->"
                      WS-FILE-STATUS-TRV.

       9902-LIBERA-TRAVA.
      * ARQUIVO REGRAVADO VAZIO = CATALOGO LIVRE.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN OUTPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              CLOSE FD-TRAVA
           ELSE
              DISPLAY "-- ERRO AO LIBERAR TRAVA -->"
                      WS-FILE-STATUS-TRV.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "REMARCACAO DE LOTES - LISTA DO DIA" TO SP-TITULO.
           MOVE "PROG123-REMARCA-LOTES" TO SP-PROGRAMA.
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

       END PROGRAM PROG123-REMARCA-LOTES.
