      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Controle de Numeros de Serie
      *          Subprograma reutilizavel que mantem os numeros de
      *          serie dos produtos de alto valor marcados para
      *          controle por serie (PROG10-SERPRD.DAT, PRODSER.CPY):
      *          cada unidade em PROG10-SERIE.DAT (SERIE.CPY) com a
      *          sua situacao - em estoque, vendida ou devolvida ao
      *          fornecedor - e cada evento da unidade acrescentado
      *          em PROG10-SERIE.HIS (SERHIST.CPY). Recebimento
      *          (PROG017), venda (PROG013/PROG027), devolucao do
      *          cliente (PROG026), cancelamento de NF (PROG074) e
      *          devolucao ao fornecedor (PROG079) e baixa por
      *          perda (PROG121) passam por aqui
      *          (SERCTRL.CPY), para a quantidade de numeros em
      *          estoque acompanhar o RP-QTD da loja.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog119_serie -std=default -I copybooks prog119_serie.cob && ./bin/prog119_serie
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG119-SERIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * NUMEROS DE SERIE POR LOJA + PID + SERIE.
           SELECT FD-SERIES ASSIGN TO "PROG10-SERIE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS SR-CHAVE
                              ALTERNATE RECORD KEY IS SR-SERIE
                                  WITH DUPLICATES
                              ALTERNATE RECORD KEY IS SR-NF
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-SER.

      * PRODUTOS MARCADOS PARA CONTROLE POR SERIE (PROG007).
           SELECT FD-PROD-SERIE ASSIGN TO "PROG10-SERPRD.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PZ-CHAVE
                              FILE STATUS WS-FILE-STATUS-PZ.

      * HISTORIA DOS NUMEROS DE SERIE, SO ACRESCENTADA.
           SELECT FD-HIST-SERIE ASSIGN TO "PROG10-SERIE.HIS"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HIS.

       DATA DIVISION.
       FILE SECTION.

       FD FD-SERIES
          RECORD CONTAINS 101 CHARACTERS.
           COPY SERIE.CPY.

       FD FD-PROD-SERIE
          RECORD CONTAINS 22 CHARACTERS.
           COPY PRODSER.CPY.

       FD FD-HIST-SERIE
          RECORD CONTAINS 95 CHARACTERS.
           COPY SERHIST.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-SER        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-PZ         PIC 9(02).
       77 WS-FILE-STATUS-HIS        PIC 9(02).

       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-HORA-AGORA             PIC 9(08).
       77 WS-EVENTO                 PIC X(02).

       77 WS-ARQUIVO-ABERTO         PIC 9(01) VALUE ZERO.
           88 ARQUIVO-ABERTO        VALUE 1.
       77 WS-FIM-SERIES             PIC 9(01) VALUE ZERO.
           88 FIM-DAS-SERIES        VALUE 1.
       77 WS-ACHOU                  PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.
           COPY SERCTRL.CPY
               REPLACING ==WS-SERIE== BY ==LK-SERIE==.

       PROCEDURE DIVISION USING LK-SERIE.
       MAIN-PROCEDURE.
           MOVE 1 TO SE-RESULTADO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           EVALUATE SE-FUNCAO
              WHEN "P" PERFORM 00001-CONSULTA-PRODUTO
              WHEN "S" PERFORM 00002-SITUACAO-SERIE
              WHEN "E" PERFORM 00003-ENTRADA-SERIE
              WHEN "V" PERFORM 00004-VENDA-SERIE
              WHEN "D" PERFORM 00005-DEVOLUCAO-CLIENTE
              WHEN "X" PERFORM 00006-CANCELA-NF
              WHEN "F" PERFORM 00007-DEVOLUCAO-FORNECEDOR
              WHEN "C" PERFORM 00008-CONTA-ESTOQUE
              WHEN "B" PERFORM 00014-BAIXA-PERDA
              WHEN OTHER
                 MOVE 9 TO SE-RESULTADO
                 DISPLAY "-- FUNCAO DE NUMERO DE SERIE INVALIDA --> "
                         SE-FUNCAO
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * O PID E CONTROLADO POR SERIE NA LOJA? SEM O ARQUIVO DE
      * MARCAS NENHUM PRODUTO E.
      ******************************************************************
       00001-CONSULTA-PRODUTO.
           MOVE "N" TO SE-SERIALIZADO.
           MOVE 0 TO WS-FILE-STATUS-PZ.
           OPEN INPUT FD-PROD-SERIE.
           IF WS-FILE-STATUS-PZ = 0
              MOVE SE-LOJA TO PZ-LOJA
              MOVE SE-PID  TO PZ-PID
              READ FD-PROD-SERIE RECORD KEY PZ-CHAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PZ-CONTROLA-SERIE
                         MOVE "S" TO SE-SERIALIZADO
                      END-IF
              END-READ
              CLOSE FD-PROD-SERIE
           ELSE
           IF WS-FILE-STATUS-PZ NOT = 35
              DISPLAY "-- ERRO AO ABRIR MARCAS DE NUMERO DE SERIE -->"
                      WS-FILE-STATUS-PZ
              MOVE 9 TO SE-RESULTADO.

      ******************************************************************
      * SITUACAO DE UM NUMERO: E, V OU F, COM A NF E O CLIENTE DA
      * ULTIMA VENDA.
      ******************************************************************
       00002-SITUACAO-SERIE.
           MOVE SPACES TO SE-SITUACAO.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              PERFORM 00011-LE-SERIE
              IF WS-ACHOU = 1
                 MOVE SR-SITUACAO TO SE-SITUACAO
                 MOVE SR-NF       TO SE-NF
                 MOVE SR-CLIENTE  TO SE-CLIENTE
              END-IF
              CLOSE FD-SERIES
           END-IF.

      ******************************************************************
      * ENTRADA NO RECEBIMENTO: NUMERO NOVO E CADASTRADO EM ESTOQUE;
      * NUMERO QUE TINHA SIDO DEVOLVIDO AO FORNECEDOR E VOLTA (TROCA
      * EM GARANTIA) REENTRA. NUMERO EM ESTOQUE OU VENDIDO NAO PODE
      * ENTRAR DE NOVO.
      ******************************************************************
       00003-ENTRADA-SERIE.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              MOVE SE-LOJA  TO SR-LOJA
              MOVE SE-PID   TO SR-PID
              MOVE SE-SERIE TO SR-SERIE
              READ FD-SERIES RECORD KEY SR-CHAVE
                   INVALID KEY
                      PERFORM 00003-A-NOVA-SERIE
                   NOT INVALID KEY
                      IF SR-DEVOLVIDA-FORN
                         PERFORM 00003-B-REENTRA-SERIE
                      ELSE
                         MOVE SR-SITUACAO TO SE-SITUACAO
                         MOVE 2 TO SE-RESULTADO
                      END-IF
              END-READ
              CLOSE FD-SERIES
           END-IF.

       00003-A-NOVA-SERIE.
           MOVE SE-LOJA      TO SR-LOJA.
           MOVE SE-PID       TO SR-PID.
           MOVE SE-SERIE     TO SR-SERIE.
           MOVE "E"          TO SR-SITUACAO.
           MOVE SE-DOCUMENTO TO SR-DOC-RECEBTO.
           MOVE WS-DATA-HOJE TO SR-DATA-RECEBTO.
           MOVE ZERO         TO SR-NF.
           MOVE ZERO         TO SR-CLIENTE.
           MOVE ZERO         TO SR-DATA-VENDA.
           MOVE SPACES       TO SR-DOC-DEVOLUCAO.
           MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO.
           WRITE REG-SERIE
               INVALID KEY
                  MOVE 9 TO SE-RESULTADO
                  DISPLAY "-- ERRO AO GRAVAR NUMERO DE SERIE --> "
                          SE-SERIE " PID " SE-PID
               NOT INVALID KEY
                  MOVE "RC" TO WS-EVENTO
                  PERFORM 00010-GRAVA-HISTORIA
           END-WRITE.

       00003-B-REENTRA-SERIE.
           MOVE "E"          TO SR-SITUACAO.
           MOVE SE-DOCUMENTO TO SR-DOC-RECEBTO.
           MOVE WS-DATA-HOJE TO SR-DATA-RECEBTO.
           MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO.
           PERFORM 00012-REGRAVA-SERIE.
           IF SE-RESULTADO = 1
              MOVE "RC" TO WS-EVENTO
              PERFORM 00010-GRAVA-HISTORIA
           END-IF.

      ******************************************************************
      * VENDA: O NUMERO INFORMADO PRECISA ESTAR EM ESTOQUE; SEM
      * NUMERO, SAI O PRIMEIRO EM ESTOQUE DO PID NA LOJA (ORDEM DA
      * CHAVE) E O NUMERO ESCOLHIDO VOLTA EM SE-SERIE.
      ******************************************************************
       00004-VENDA-SERIE.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              IF SE-SERIE = SPACES
                 PERFORM 00004-A-PRIMEIRA-EM-ESTOQUE
              ELSE
                 PERFORM 00011-LE-SERIE
                 IF WS-ACHOU = 1 AND NOT SR-EM-ESTOQUE
                    MOVE SR-SITUACAO TO SE-SITUACAO
                    MOVE 0 TO WS-ACHOU
                    MOVE 2 TO SE-RESULTADO
                 END-IF
              END-IF
              IF WS-ACHOU = 1
                 PERFORM 00004-B-BAIXA-SERIE
              END-IF
              CLOSE FD-SERIES
           END-IF.

       00004-A-PRIMEIRA-EM-ESTOQUE.
           MOVE 0 TO WS-ACHOU.
           PERFORM 00013-POSICIONA-PID.
           PERFORM 00013-A-LER-SERIE-PID
               UNTIL FIM-DAS-SERIES OR SR-EM-ESTOQUE.
           IF FIM-DAS-SERIES
              MOVE 2 TO SE-RESULTADO
           ELSE
              MOVE 1 TO WS-ACHOU
              MOVE SR-SERIE TO SE-SERIE
           END-IF.

       00004-B-BAIXA-SERIE.
           MOVE "V"          TO SR-SITUACAO.
           MOVE SE-NF        TO SR-NF.
           MOVE SE-CLIENTE   TO SR-CLIENTE.
           MOVE WS-DATA-HOJE TO SR-DATA-VENDA.
           MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO.
           PERFORM 00012-REGRAVA-SERIE.
           IF SE-RESULTADO = 1
              MOVE "VD" TO WS-EVENTO
              PERFORM 00010-GRAVA-HISTORIA
           END-IF.

      ******************************************************************
      * DEVOLUCAO DO CLIENTE: SO VOLTA AO ESTOQUE O NUMERO VENDIDO
      * NA PROPRIA NF DA DEVOLUCAO. A NF E O CLIENTE DA VENDA FICAM
      * NO REGISTRO.
      ******************************************************************
       00005-DEVOLUCAO-CLIENTE.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              PERFORM 00011-LE-SERIE
              IF WS-ACHOU = 1
                 IF SR-VENDIDA AND SR-NF = SE-NF
                    MOVE "E"          TO SR-SITUACAO
                    MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO
                    PERFORM 00012-REGRAVA-SERIE
                    IF SE-RESULTADO = 1
                       MOVE "DC" TO WS-EVENTO
                       PERFORM 00010-GRAVA-HISTORIA
                    END-IF
                 ELSE
                    MOVE SR-SITUACAO TO SE-SITUACAO
                    MOVE 2 TO SE-RESULTADO
                 END-IF
              END-IF
              CLOSE FD-SERIES
           END-IF.

      ******************************************************************
      * NF CANCELADA: PELA CHAVE ALTERNADA SR-NF, TODOS OS NUMEROS DO
      * PID VENDIDOS NA NF VOLTAM AO ESTOQUE.
      ******************************************************************
       00006-CANCELA-NF.
           MOVE ZERO TO SE-QTD-ESTOQUE.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              MOVE 0 TO WS-FIM-SERIES
              MOVE SE-NF TO SR-NF
              START FD-SERIES KEY IS EQUAL TO SR-NF
                    INVALID KEY
                       MOVE 1 TO WS-FIM-SERIES
              END-START
              IF NOT FIM-DAS-SERIES
                 PERFORM 00006-A-LER-SERIE-NF
              END-IF
              PERFORM 00006-B-ESTORNA-SERIE UNTIL FIM-DAS-SERIES
              CLOSE FD-SERIES
           END-IF.
           IF SE-RESULTADO = 1 AND SE-QTD-ESTOQUE = 0
              MOVE 2 TO SE-RESULTADO
           END-IF.

       00006-A-LER-SERIE-NF.
           READ FD-SERIES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-SERIES
                NOT AT END
                   IF SR-NF NOT = SE-NF
                      MOVE 1 TO WS-FIM-SERIES
                   END-IF
           END-READ.

       00006-B-ESTORNA-SERIE.
           IF SR-LOJA = SE-LOJA AND SR-PID = SE-PID AND SR-VENDIDA
              MOVE "E"          TO SR-SITUACAO
              MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO
              PERFORM 00012-REGRAVA-SERIE
              IF SE-RESULTADO = 1
                 ADD 1 TO SE-QTD-ESTOQUE
                 MOVE "CN" TO WS-EVENTO
                 PERFORM 00010-GRAVA-HISTORIA
              END-IF
           END-IF.
           PERFORM 00006-A-LER-SERIE-NF.

      ******************************************************************
      * DEVOLUCAO AO FORNECEDOR: SO SAI O NUMERO QUE ESTA EM ESTOQUE.
      ******************************************************************
       00007-DEVOLUCAO-FORNECEDOR.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              PERFORM 00011-LE-SERIE
              IF WS-ACHOU = 1
                 IF SR-EM-ESTOQUE
                    MOVE "F"          TO SR-SITUACAO
                    MOVE SE-DOCUMENTO TO SR-DOC-DEVOLUCAO
                    MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO
                    PERFORM 00012-REGRAVA-SERIE
                    IF SE-RESULTADO = 1
                       MOVE "DF" TO WS-EVENTO
                       PERFORM 00010-GRAVA-HISTORIA
                    END-IF
                 ELSE
                    MOVE SR-SITUACAO TO SE-SITUACAO
                    MOVE 2 TO SE-RESULTADO
                 END-IF
              END-IF
              CLOSE FD-SERIES
           END-IF.

      ******************************************************************
      * QUANTOS NUMEROS DO PID ESTAO EM ESTOQUE NA LOJA. SEM ARQUIVO
      * DE NUMEROS, NENHUM.
      ******************************************************************
       00008-CONTA-ESTOQUE.
           MOVE ZERO TO SE-QTD-ESTOQUE.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              PERFORM 00013-POSICIONA-PID
              PERFORM 00008-A-CONTA-SERIE UNTIL FIM-DAS-SERIES
              CLOSE FD-SERIES
           ELSE
              IF SE-RESULTADO = 3
                 MOVE 1 TO SE-RESULTADO
              END-IF
           END-IF.

       00008-A-CONTA-SERIE.
           IF SR-EM-ESTOQUE
              ADD 1 TO SE-QTD-ESTOQUE
           END-IF.
           PERFORM 00013-A-LER-SERIE-PID.

      * O PRIMEIRO RECEBIMENTO CRIA O ARQUIVO; SEM ELE NENHUM NUMERO
      * ESTA CADASTRADO.
       00009-ABRE-SERIES.
           MOVE 0 TO WS-ARQUIVO-ABERTO.
           MOVE 0 TO WS-FILE-STATUS-SER.
           IF SE-FUNCAO = "S" OR SE-FUNCAO = "C"
              OPEN INPUT FD-SERIES
           ELSE
              OPEN I-O FD-SERIES
           END-IF.
           IF FS-ARQUIVO-INEXISTENTE AND SE-FUNCAO = "E"
              OPEN OUTPUT FD-SERIES
              CLOSE FD-SERIES
              MOVE 0 TO WS-FILE-STATUS-SER
              OPEN I-O FD-SERIES
           END-IF.
           IF FS-OK
              MOVE 1 TO WS-ARQUIVO-ABERTO
           ELSE
           IF FS-ARQUIVO-INEXISTENTE
              MOVE 3 TO SE-RESULTADO
           ELSE
              DISPLAY "-- ERRO AO ABRIR NUMEROS DE SERIE -->"
                      WS-FILE-STATUS-SER
              MOVE 9 TO SE-RESULTADO.

      ******************************************************************
      * ACRESCENTA O EVENTO WS-EVENTO DO NUMERO EM REG-SERIE NA
      * HISTORIA. ERRO NA HISTORIA NAO DESFAZ O EVENTO.
      ******************************************************************
       00010-GRAVA-HISTORIA.
           MOVE 0 TO WS-FILE-STATUS-HIS.
           OPEN EXTEND FD-HIST-SERIE.
           IF WS-FILE-STATUS-HIS = 35
              OPEN OUTPUT FD-HIST-SERIE
              CLOSE FD-HIST-SERIE
              MOVE 0 TO WS-FILE-STATUS-HIS
              OPEN EXTEND FD-HIST-SERIE
           END-IF.
           IF WS-FILE-STATUS-HIS NOT = 0
              DISPLAY "-- ERRO AO ABRIR HISTORIA DE NUMEROS DE SERIE "
                      "-->" WS-FILE-STATUS-HIS
           ELSE
              MOVE SR-SERIE      TO SH-SERIE
              MOVE SR-LOJA       TO SH-LOJA
              MOVE SR-PID        TO SH-PID
              MOVE WS-DATA-HOJE  TO SH-DATA
              MOVE WS-HORA-AGORA TO SH-HORA
              MOVE WS-EVENTO     TO SH-EVENTO
              MOVE SE-DOCUMENTO  TO SH-DOCUMENTO
              MOVE SR-NF         TO SH-NF
              MOVE SR-CLIENTE    TO SH-CLIENTE
              MOVE SE-FORNECEDOR TO SH-FORNECEDOR
              MOVE SE-PROGRAMA   TO SH-PROGRAMA
              IF WS-EVENTO = "RC" OR WS-EVENTO = "DF"
                 OR WS-EVENTO = "PD"
                 MOVE ZERO TO SH-NF
                 MOVE ZERO TO SH-CLIENTE
              END-IF
              WRITE REG-HIST-SERIE
              CLOSE FD-HIST-SERIE
           END-IF.

      * LE O NUMERO LOJA + PID + SERIE INFORMADO (ARQUIVO ABERTO).
       00011-LE-SERIE.
           MOVE 0 TO WS-ACHOU.
           MOVE SE-LOJA  TO SR-LOJA.
           MOVE SE-PID   TO SR-PID.
           MOVE SE-SERIE TO SR-SERIE.
           READ FD-SERIES RECORD KEY SR-CHAVE
                INVALID KEY
                   MOVE 3 TO SE-RESULTADO
                NOT INVALID KEY
                   MOVE 1 TO WS-ACHOU
           END-READ.

       00012-REGRAVA-SERIE.
           REWRITE REG-SERIE
               INVALID KEY
                  MOVE 9 TO SE-RESULTADO
                  DISPLAY "-- ERRO AO REGRAVAR NUMERO DE SERIE --> "
                          SR-SERIE " PID " SR-PID
           END-REWRITE.

      ******************************************************************
      * POSICIONA NO PRIMEIRO NUMERO DO PID NA LOJA E LE; FIM QUANDO
      * A LOJA OU O PID MUDAM.
      ******************************************************************
       00013-POSICIONA-PID.
           MOVE 0 TO WS-FIM-SERIES.
           MOVE SE-LOJA TO SR-LOJA.
           MOVE SE-PID  TO SR-PID.
           MOVE SPACES  TO SR-SERIE.
           START FD-SERIES KEY IS NOT < SR-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-SERIES.
           IF NOT FIM-DAS-SERIES
              PERFORM 00013-A-LER-SERIE-PID
           END-IF.

       00013-A-LER-SERIE-PID.
           READ FD-SERIES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-SERIES
                NOT AT END
                   IF SR-LOJA NOT = SE-LOJA OR SR-PID NOT = SE-PID
                      MOVE 1 TO WS-FIM-SERIES
                   END-IF
           END-READ.

      ******************************************************************
      * BAIXA POR PERDA: SO O NUMERO EM ESTOQUE PODE SER BAIXADO; A
      * UNIDADE SAI DO ESTOQUE JUNTO COM A BAIXA DO RP-QTD.
      ******************************************************************
       00014-BAIXA-PERDA.
           PERFORM 00009-ABRE-SERIES.
           IF ARQUIVO-ABERTO
              PERFORM 00011-LE-SERIE
              IF WS-ACHOU = 1
                 IF SR-EM-ESTOQUE
                    MOVE "P"          TO SR-SITUACAO
                    MOVE SE-DOCUMENTO TO SR-DOC-DEVOLUCAO
                    MOVE WS-DATA-HOJE TO SR-DATA-SITUACAO
                    PERFORM 00012-REGRAVA-SERIE
                    IF SE-RESULTADO = 1
                       MOVE "PD" TO WS-EVENTO
                       PERFORM 00010-GRAVA-HISTORIA
                    END-IF
                 ELSE
                    MOVE SR-SITUACAO TO SE-SITUACAO
                    MOVE 2 TO SE-RESULTADO
                 END-IF
              END-IF
              CLOSE FD-SERIES
           END-IF.

       END PROGRAM PROG119-SERIE.
