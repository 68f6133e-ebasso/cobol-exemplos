      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Baixa de Perdas de Estoque
      *          Processa em lote as baixas por perda (PERDAS.DAT:
      *          PID + quantidade + motivo + lote + operador + numero
      *          de serie): quebra (QUE), furto ou roubo (FUR), avaria
      *          (AVA) e validade vencida (VEN). Cada baixa recebe um
      *          documento numerado (sequencia PROG121-PD.KEY), baixa
      *          o RP-QTD da loja e, quando informado, o saldo do lote
      *          em PROG17-LOTE.DAT, com movimento proprio de kardex
      *          (MV-TIPO PD), e e gravada em PROG121-001.PER
      *          (PERDA.CPY) valorizada pelo custo medio do PID
      *          (PROG17-CUSTO.DAT). Produto controlado por numero de
      *          serie e baixado uma unidade por linha, com o numero
      *          em estoque (PROG119). Acaba o descarte sem rastro e o
      *          "acerto" de perda pelo inventario do PROG024; o
      *          PROG065 contabiliza as perdas por motivo e o PROG122
      *          tira o relatorio mensal.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog121_baixa_perdas -std=default -I copybooks prog121_baixa_perdas.cob && ./bin/prog121_baixa_perdas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG121-BAIXA-PERDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * ARQUIVO DE BAIXAS POR PERDA A PROCESSAR.
           SELECT FD-BAIXAS ASSIGN TO "PERDAS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-BXA.

      * SALDO POR LOTE (PROG017), BAIXADO QUANDO O LOTE E INFORMADO.
           SELECT FD-LOTES ASSIGN TO "PROG17-LOTE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS LT-CHAVE
                              FILE STATUS WS-FILE-STATUS-LOT.

      * CUSTO MEDIO MOVEL POR PID, MANTIDO PELO PROG017.
           SELECT FD-CUSTOS ASSIGN TO "PROG17-CUSTO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CU-PID
                              FILE STATUS WS-FILE-STATUS-CST.

      * REGISTRO DAS BAIXAS POR PERDA EFETIVADAS.
           SELECT FD-REGPERDAS ASSIGN TO "PROG121-001.PER"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PER.

      * ARMAZENA O ULTIMO NUMERO DE BAIXA POR PERDA EMITIDO.
           SELECT FD-PERDAS-KEY ASSIGN TO "PROG121-PD.KEY"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PD-KEY.

      * MOVIMENTOS DE ESTOQUE (KARDEX): CADA BAIXA GERA UM
      * MOVIMENTO DE SAIDA PD EM PROG10-NNN.MOV.
           SELECT FD-MOVIMENTOS ASSIGN TO WS-MOV-FILENAME
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-MOV.

      * TRAVA DO CATALOGO: ESTE PROGRAMA ATUALIZA FD-PRODUTOS E POR
      * ISSO RESPEITA E REGISTRA A TRAVA, COMO O PROG013.
           SELECT FD-TRAVA ASSIGN TO "PROG10-TRAVA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PRODUTOS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-BAIXAS
          RECORD CONTAINS 60 CHARACTERS.
      *    MOTIVO: QUE = QUEBRA, FUR = FURTO OU ROUBO, AVA = AVARIA,
      *    VEN = VALIDADE VENCIDA. LOTE EM BRANCO = SEM CONTROLE DE
      *    LOTE. BX-SERIE: NUMERO DE SERIE DA UNIDADE BAIXADA,
      *    OBRIGATORIO (COM BX-QTD = 1) PARA PRODUTO CONTROLADO POR
      *    SERIE.
       01 REG-BAIXA.
           02 BX-PID              PIC 9(10).
           02 BX-QTD              PIC 9(10)V9(02).
           02 BX-MOTIVO           PIC X(03).
           02 BX-LOTE             PIC X(10).
           02 BX-OPERADOR         PIC 9(05).
           02 BX-SERIE            PIC X(20).

       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       FD FD-CUSTOS
          RECORD CONTAINS 42 CHARACTERS.
           COPY CUSTO.CPY.

       FD FD-REGPERDAS
          RECORD CONTAINS 118 CHARACTERS.
           COPY PERDA.CPY.

       FD FD-PERDAS-KEY.
       01 REGISTRO-PD-KEY         PIC 9(10).

       FD FD-MOVIMENTOS.
           COPY MOVPROD.CPY.

       FD FD-TRAVA.
           COPY TRAVA.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
           COPY MOVFILE.CPY.

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-BXA        PIC 9(02).
       77 WS-FILE-STATUS-LOT        PIC 9(02).
       77 WS-FILE-STATUS-CST        PIC 9(02).
       77 WS-FILE-STATUS-PER        PIC 9(02).
       77 WS-FILE-STATUS-PD-KEY     PIC 9(02).
       77 WS-FILE-STATUS-MOV        PIC 9(02).

      ************* VARIAVEIS PARA A BAIXA ************
       77 WS-NOVA-QTD               PIC 9(10)V9(02).
       77 WS-DATA-BAIXA             PIC 9(08).
       77 WS-HORA-BAIXA             PIC 9(08).
       77 WS-DOC-BAIXA              PIC X(14).
       77 WS-CUSTO-UNIT             PIC 9(10)V9(02).
       77 WS-VALOR-BAIXA            PIC 9(12)V9(02).
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-BAIXA-OK               PIC 9(01) VALUE ZERO.
           88 BAIXA-OK              VALUE 1.
       77 WS-MOTIVO-LIDO            PIC X(03).
           88 MOTIVO-VALIDO         VALUE "QUE" "FUR" "AVA" "VEN".

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***********
           COPY SERCTRL.CPY.
       77 WS-SERIALIZADO            PIC 9(01) VALUE ZERO.

      ************ VARIAVEL PARA NUMERACAO DA BAIXA ***********
       77 WS-ULTIMO-PD              PIC 9(10) VALUE ZERO.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDAS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-BAIXADAS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-SEM-CUSTO         PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-BAIXADO          PIC 9(14)V9(02) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.
       77 WS-LOTES-OK               PIC 9(01) VALUE ZERO.
           88 LOTES-OK              VALUE 1.
       77 WS-CUSTOS-OK              PIC 9(01) VALUE ZERO.
           88 CUSTOS-OK             VALUE 1.

      ************ VARIAVEIS PARA A TRAVA DO CATALOGO ***********
       77 WS-FILE-STATUS-TRV        PIC 9(02).
       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.
           MOVE WS-LOJA-NUM TO MNUM.

           PERFORM 9900-VERIFICA-TRAVA.
           IF CATALOGO-TRAVADO
              DISPLAY "-- EXECUCAO NAO INICIADA: CATALOGO EM USO. SE "
                      "A SESSAO CAIU, RODAR PROG035-LIBERA-TRAVA"
              MOVE 91 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 9901-REGISTRA-TRAVA.
           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00006-CARREGA-ULTIMO-PD
              ACCEPT WS-DATA-BAIXA FROM DATE YYYYMMDD
              ACCEPT WS-HORA-BAIXA FROM TIME
              PERFORM 00001-LER-BAIXA
              PERFORM 00002-PROCESSA-BAIXA UNTIL FIM-DO-ARQUIVO
              PERFORM 00007-GRAVA-ULTIMO-PD
              PERFORM 00003-RODAPE
              CLOSE FD-PRODUTOS
              CLOSE FD-BAIXAS
              CLOSE FD-REGPERDAS
              CLOSE FD-MOVIMENTOS
              IF LOTES-OK
                 CLOSE FD-LOTES
              END-IF
              IF CUSTOS-OK
                 CLOSE FD-CUSTOS
              END-IF
           END-IF.

           PERFORM 9902-LIBERA-TRAVA.
           STOP RUN.

       00000-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN I-O FD-PRODUTOS.
           MOVE 0 TO WS-FILE-STATUS-BXA.
           OPEN INPUT FD-BAIXAS.
           PERFORM 00004-ABRE-REGPERDAS.
           PERFORM 00005-ABRE-MOVIMENTOS.
           PERFORM 00008-ABRE-LOTES-CUSTOS.

           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
           ELSE
           IF WS-FILE-STATUS-BXA NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PERDAS -->"
                      WS-FILE-STATUS-BXA
              CLOSE FD-PRODUTOS
           ELSE
           IF WS-FILE-STATUS-PER NOT = 0
              DISPLAY "-- ERRO AO ABRIR REGISTRO DE PERDAS -->"
                      WS-FILE-STATUS-PER
              CLOSE FD-PRODUTOS
              CLOSE FD-BAIXAS
           ELSE
           IF WS-FILE-STATUS-MOV NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE MOVIMENTOS -->"
                      WS-FILE-STATUS-MOV
              CLOSE FD-PRODUTOS
              CLOSE FD-BAIXAS
              CLOSE FD-REGPERDAS
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK.

       00004-ABRE-REGPERDAS.
           MOVE 0 TO WS-FILE-STATUS-PER.
           OPEN EXTEND FD-REGPERDAS.
           IF WS-FILE-STATUS-PER = 35
              OPEN OUTPUT FD-REGPERDAS
              CLOSE FD-REGPERDAS
              MOVE 0 TO WS-FILE-STATUS-PER
              OPEN EXTEND FD-REGPERDAS
           END-IF.

       00005-ABRE-MOVIMENTOS.
           MOVE 0 TO WS-FILE-STATUS-MOV.
           OPEN EXTEND FD-MOVIMENTOS.
           IF WS-FILE-STATUS-MOV = 35
              OPEN OUTPUT FD-MOVIMENTOS
              CLOSE FD-MOVIMENTOS
              MOVE 0 TO WS-FILE-STATUS-MOV
              OPEN EXTEND FD-MOVIMENTOS
           END-IF.

      * SEM O ARQUIVO DE LOTES, BAIXA COM LOTE INFORMADO E RECUSADA;
      * SEM O DE CUSTOS, AS PERDAS SAEM COM CUSTO ZERO.
       00008-ABRE-LOTES-CUSTOS.
           MOVE 0 TO WS-FILE-STATUS-LOT.
           OPEN I-O FD-LOTES.
           IF WS-FILE-STATUS-LOT = 0
              MOVE 1 TO WS-LOTES-OK
           END-IF.
           MOVE 0 TO WS-FILE-STATUS-CST.
           OPEN INPUT FD-CUSTOS.
           IF WS-FILE-STATUS-CST = 0
              MOVE 1 TO WS-CUSTOS-OK
           ELSE
              DISPLAY "-- SEM ARQUIVO DE CUSTOS (PROG17-CUSTO.DAT), "
                      "PERDAS SEM CUSTO APURADO".

       00001-LER-BAIXA.
           READ FD-BAIXAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDAS.

      ******************************************************************
      * CONFERE A LINHA (MOTIVO, OPERADOR, QUANTIDADE, ESTOQUE, LOTE
      * E NUMERO DE SERIE) E SO ENTAO EFETIVA A BAIXA.
      ******************************************************************
       00002-PROCESSA-BAIXA.
           MOVE 1 TO WS-BAIXA-OK.
           MOVE BX-MOTIVO TO WS-MOTIVO-LIDO.
           IF NOT MOTIVO-VALIDO
              MOVE 0 TO WS-BAIXA-OK
              DISPLAY "-- MOTIVO DE PERDA INVALIDO --> " BX-PID
                      " MOTIVO " BX-MOTIVO
           ELSE
           IF BX-OPERADOR = 0
              MOVE 0 TO WS-BAIXA-OK
              DISPLAY "-- OPERADOR NAO INFORMADO --> " BX-PID
           ELSE
           IF BX-QTD = 0
              MOVE 0 TO WS-BAIXA-OK
              DISPLAY "-- QUANTIDADE ZERADA --> " BX-PID
           END-IF.

           IF BAIXA-OK
              MOVE BX-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      MOVE 0 TO WS-BAIXA-OK
                      DISPLAY "-- PID NAO ENCONTRADO --> " BX-PID
                   NOT INVALID KEY
                      IF BX-QTD > RP-QTD
                         MOVE 0 TO WS-BAIXA-OK
                         DISPLAY "-- ESTOQUE MENOR QUE A PERDA --> "
                                 BX-PID
                      END-IF
              END-READ
           END-IF.

           IF BAIXA-OK
              PERFORM 00013-CONFERE-LOTE
           END-IF.
           IF BAIXA-OK
              PERFORM 00014-CONFERE-SERIE
           END-IF.

           IF BAIXA-OK
              PERFORM 00009-EFETIVA-BAIXA
           ELSE
              ADD 1 TO WS-CONT-ERROS
           END-IF.
           PERFORM 00001-LER-BAIXA.

       00009-EFETIVA-BAIXA.
           PERFORM 00010-BUSCA-CUSTO.
           ADD 1 TO WS-ULTIMO-PD.
           MOVE SPACES TO WS-DOC-BAIXA.
           STRING "PD="         DELIMITED BY SIZE
                  WS-ULTIMO-PD  DELIMITED BY SIZE
                  INTO WS-DOC-BAIXA.

           COMPUTE WS-NOVA-QTD = RP-QTD - BX-QTD.
           MOVE WS-NOVA-QTD TO RP-QTD.
           REWRITE REG-PRODUTO
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO BAIXAR ESTOQUE --> " BX-PID
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-BAIXADAS
                  PERFORM 00015-BAIXA-LOTE
                  PERFORM 00011-GRAVA-MOVIMENTO
                  PERFORM 00012-GRAVA-REGISTRO
                  PERFORM 00016-BAIXA-SERIE
           END-REWRITE.

      * PERDA VALORIZADA PELO CUSTO MEDIO DO PID; SEM CUSTO APURADO
      * SAI COM CUSTO ZERO E E CONTADA NO RODAPE.
       00010-BUSCA-CUSTO.
           MOVE ZERO TO WS-CUSTO-UNIT.
           IF CUSTOS-OK
              MOVE BX-PID TO CU-PID
              READ FD-CUSTOS RECORD KEY CU-PID
                   INVALID KEY
                      ADD 1 TO WS-CONT-SEM-CUSTO
                   NOT INVALID KEY
                      MOVE CU-CUSTO-MEDIO TO WS-CUSTO-UNIT
              END-READ
           ELSE
              ADD 1 TO WS-CONT-SEM-CUSTO
           END-IF.
           COMPUTE WS-VALOR-BAIXA ROUNDED = BX-QTD * WS-CUSTO-UNIT.

      ******************************************************************
      * MOVIMENTO DE KARDEX PROPRIO DA PERDA: SAIDA PD AMARRADA AO
      * DOCUMENTO NUMERADO.
      ******************************************************************
       00011-GRAVA-MOVIMENTO.
           MOVE BX-PID          TO MV-PID.
           MOVE WS-DATA-BAIXA   TO MV-DATA.
           MOVE WS-HORA-BAIXA   TO MV-HORA.
           MOVE "PD"            TO MV-TIPO.
           MOVE ZERO            TO MV-ENTRADA.
           MOVE BX-QTD          TO MV-SAIDA.
           MOVE WS-NOVA-QTD     TO MV-SALDO.
           MOVE WS-DOC-BAIXA    TO MV-DOCUMENTO.
           MOVE "PROG121"       TO MV-PROGRAMA.
           WRITE REG-MOVIMENTO.

       00012-GRAVA-REGISTRO.
           MOVE WS-ULTIMO-PD    TO PD-NUMERO.
           MOVE WS-DATA-BAIXA   TO PD-DATA.
           MOVE WS-HORA-BAIXA   TO PD-HORA.
           MOVE WS-LOJA-NUM     TO PD-LOJA.
           MOVE BX-PID          TO PD-PID.
           MOVE RP-CATEGORIA    TO PD-CATEGORIA.
           MOVE BX-QTD          TO PD-QTD.
           MOVE BX-MOTIVO       TO PD-MOTIVO.
           MOVE BX-LOTE         TO PD-LOTE.
           MOVE BX-SERIE        TO PD-SERIE.
           MOVE BX-OPERADOR     TO PD-OPERADOR.
           MOVE WS-CUSTO-UNIT   TO PD-CUSTO-UNIT.
           MOVE WS-VALOR-BAIXA  TO PD-VALOR.
           WRITE REG-PERDA.
           ADD WS-VALOR-BAIXA TO WS-TOTAL-BAIXADO.
           MOVE WS-VALOR-BAIXA TO WS-VALOR-EDT.
           DISPLAY "PERDA BAIXADA: " WS-DOC-BAIXA
                   " PID " BX-PID
                   " MOTIVO " BX-MOTIVO
                   " VALOR " WS-VALOR-EDT.

      ******************************************************************
      * LOTE INFORMADO TEM QUE EXISTIR PARA O PID E TER SALDO PARA A
      * PERDA (TIPICO DA VALIDADE VENCIDA, LISTADA NO PROG057).
      ******************************************************************
       00013-CONFERE-LOTE.
           IF BX-LOTE NOT = SPACES
              IF NOT LOTES-OK
                 MOVE 0 TO WS-BAIXA-OK
                 DISPLAY "-- SEM ARQUIVO DE LOTES, LOTE RECUSADO --> "
                         BX-PID " LOTE " BX-LOTE
              ELSE
                 MOVE BX-PID  TO LT-PID
                 MOVE BX-LOTE TO LT-LOTE
                 READ FD-LOTES RECORD KEY LT-CHAVE
                      INVALID KEY
                         MOVE 0 TO WS-BAIXA-OK
                         DISPLAY "-- LOTE NAO ENCONTRADO --> " BX-PID
                                 " LOTE " BX-LOTE
                      NOT INVALID KEY
                         IF BX-QTD > LT-QTD
                            MOVE 0 TO WS-BAIXA-OK
                            DISPLAY "-- SALDO DO LOTE MENOR QUE A "
                                    "PERDA --> " BX-PID
                                    " LOTE " BX-LOTE
                         END-IF
                 END-READ
              END-IF
           END-IF.

      ******************************************************************
      * PRODUTO CONTROLADO POR NUMERO DE SERIE: A LINHA BAIXA UMA
      * UNIDADE, IDENTIFICADA PELO NUMERO, QUE TEM QUE ESTAR EM
      * ESTOQUE NESTA LOJA.
      ******************************************************************
       00014-CONFERE-SERIE.
           MOVE 0 TO WS-SERIALIZADO.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE BX-PID      TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              MOVE 1 TO WS-SERIALIZADO
              IF BX-SERIE = SPACES OR BX-QTD NOT = 1
                 MOVE 0 TO WS-BAIXA-OK
                 DISPLAY "-- PRODUTO COM NUMERO DE SERIE: UMA UNIDADE "
                         "POR LINHA, COM O NUMERO --> " BX-PID
              ELSE
                 MOVE "S"      TO SE-FUNCAO
                 MOVE BX-SERIE TO SE-SERIE
                 CALL "PROG119-SERIE" USING WS-SERIE
                 IF SE-RESULTADO NOT = 1 OR SE-SITUACAO NOT = "E"
                    MOVE 0 TO WS-BAIXA-OK
                    DISPLAY "-- NUMERO DE SERIE FORA DO ESTOQUE --> "
                            BX-PID " SERIE " BX-SERIE
                 END-IF
              END-IF
           END-IF.

      * O REGISTRO DO LOTE FOI LIDO NA CONFERENCIA DA LINHA.
       00015-BAIXA-LOTE.
           IF BX-LOTE NOT = SPACES
              SUBTRACT BX-QTD FROM LT-QTD
              REWRITE REG-LOTE
                  INVALID KEY
                     ADD 1 TO WS-CONT-ERROS
                     DISPLAY "-- ERRO AO BAIXAR LOTE, CONFERIR --> "
                             BX-PID " LOTE " BX-LOTE
              END-REWRITE
           END-IF.

       00016-BAIXA-SERIE.
           IF WS-SERIALIZADO = 1
              MOVE "B"             TO SE-FUNCAO
              MOVE WS-LOJA-NUM     TO SE-LOJA
              MOVE BX-PID          TO SE-PID
              MOVE BX-SERIE        TO SE-SERIE
              MOVE WS-DOC-BAIXA    TO SE-DOCUMENTO
              MOVE ZERO            TO SE-NF SE-CLIENTE SE-FORNECEDOR
              MOVE "PROG121"       TO SE-PROGRAMA
              CALL "PROG119-SERIE" USING WS-SERIE
              IF SE-RESULTADO NOT = 1
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- NUMERO DE SERIE NAO BAIXADO, CONFERIR --> "
                         BX-PID " SERIE " BX-SERIE
              END-IF
           END-IF.

       00006-CARREGA-ULTIMO-PD.
      * CARREGA O NUMERO DA ULTIMA BAIXA EMITIDA NA EXECUCAO
      * ANTERIOR, PARA QUE A NUMERACAO CONTINUE DE ONDE PAROU.
           MOVE 0 TO WS-FILE-STATUS-PD-KEY.
           OPEN INPUT FD-PERDAS-KEY.
           IF WS-FILE-STATUS-PD-KEY = 0
              READ FD-PERDAS-KEY INTO WS-ULTIMO-PD
              CLOSE FD-PERDAS-KEY
           ELSE
              MOVE 0 TO WS-ULTIMO-PD
              DISPLAY "-- SEM ARQUIVO DE BAIXAS, INICIANDO EM 0".

       00007-GRAVA-ULTIMO-PD.
           MOVE 0 TO WS-FILE-STATUS-PD-KEY.
           OPEN OUTPUT FD-PERDAS-KEY.
           IF WS-FILE-STATUS-PD-KEY = 0
              WRITE REGISTRO-PD-KEY FROM WS-ULTIMO-PD
              CLOSE FD-PERDAS-KEY
           ELSE
              DISPLAY "-- ERRO AO GRAVAR ARQUIVO DE BAIXAS -->"
                      WS-FILE-STATUS-PD-KEY.

       00003-RODAPE.
           DISPLAY " ".
           DISPLAY "==== BAIXA DE PERDAS DE ESTOQUE ====".
           DISPLAY "LOJA....................: " WS-LOJA-NUM.
           DISPLAY "LINHAS LIDAS............: " WS-CONT-LIDAS.
           DISPLAY "PERDAS BAIXADAS.........: " WS-CONT-BAIXADAS.
           DISPLAY "SEM CUSTO APURADO.......: " WS-CONT-SEM-CUSTO.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.
           MOVE WS-TOTAL-BAIXADO TO WS-VALOR-EDT.
           DISPLAY "VALOR BAIXADO (CUSTO)...: " WS-VALOR-EDT.

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
              MOVE "PROG121" TO TV-PROGRAMA
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

       END PROGRAM PROG121-BAIXA-PERDAS.
