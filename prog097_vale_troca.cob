      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Vales-Troca
      *          Subprograma reutilizavel que mantem os vales-troca
      *          em PROG97-VALE.DAT: emite o vale numerado da
      *          devolucao (PROG026), consulta e resgata o saldo na
      *          venda paga com vale (PROG013, VD-PAGAMENTO = V), em
      *          todo ou em parte, e estorna o resgate da NF
      *          cancelada (PROG074). O vale vale pelo prazo de
      *          PROG97-PARM.DAT (dias a partir da emissao); sem o
      *          arquivo vale 90 dias. A numeracao continua de
      *          PROG97-VT.KEY. O relatorio de vales em aberto e do
      *          PROG098 e a expiracao noturna do PROG099.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog097_vale_troca -std=default -I copybooks prog097_vale_troca.cob && ./bin/prog097_vale_troca
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG097-VALE-TROCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CADASTRO DE VALES-TROCA, PELO NUMERO DO VALE.
           SELECT FD-VALES ASSIGN TO "PROG97-VALE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS VL-NUMERO
                              FILE STATUS WS-FILE-STATUS-VAL.

      * PRAZO DE VALIDADE DOS VALES, EM DIAS.
           SELECT FD-PARAMETROS ASSIGN TO "PROG97-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * ARMAZENA O ULTIMO NUMERO DE VALE EMITIDO.
           SELECT FD-VALE-KEY ASSIGN TO "PROG97-VT.KEY"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD FD-VALES
          RECORD CONTAINS 82 CHARACTERS.
           COPY VALEREG.CPY.

       FD FD-PARAMETROS
          RECORD CONTAINS 3 CHARACTERS.
       01 REG-PARAMETROS.
           02 LP-DIAS-VALIDADE    PIC 9(03).

       FD FD-VALE-KEY.
       01 REGISTRO-VT-KEY         PIC 9(10).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-VAL        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-KEY        PIC 9(02).

      ************* PARAMETRO EFETIVO DOS VALES ************
      * CARREGADO NA PRIMEIRA CHAMADA E MANTIDO ENTRE AS CHAMADAS.
       77 WS-DIAS-VALIDADE          PIC 9(03) VALUE 90.
       77 WS-PARAMETROS-LIDOS       PIC 9(01) VALUE ZERO.
           88 PARAMETROS-LIDOS      VALUE 1.

      ************* VARIAVEIS PARA A EMISSAO ************
       77 WS-ULTIMO-VT              PIC 9(10) VALUE ZERO.
       77 WS-INT-EMISSAO            PIC 9(08) COMP.
       77 WS-INT-VALIDADE           PIC 9(08) COMP.

       LINKAGE SECTION.
           COPY VALETROC.CPY
               REPLACING ==WS-VALE-TROCA== BY ==LK-VALE-TROCA==.

       PROCEDURE DIVISION USING LK-VALE-TROCA.
       MAIN-PROCEDURE.
           MOVE 1 TO VT-RESULTADO.
           MOVE ZERO TO VT-SALDO VT-DATA-VALIDADE.
           IF NOT PARAMETROS-LIDOS
              PERFORM 00001-CARREGA-PARAMETROS
           END-IF.

           PERFORM 00002-ABRE-VALES.
           IF VT-RESULTADO NOT = 9
              EVALUATE VT-FUNCAO
                 WHEN "E" PERFORM 00003-EMITE-VALE
                 WHEN "C" PERFORM 00004-CONSULTA-VALE
                 WHEN "R" PERFORM 00005-RESGATA-VALE
                 WHEN "X" PERFORM 00006-ESTORNA-RESGATE
                 WHEN OTHER
                    MOVE 9 TO VT-RESULTADO
              END-EVALUATE
              CLOSE FD-VALES
           END-IF.
           GOBACK.

       00001-CARREGA-PARAMETROS.
           MOVE 1 TO WS-PARAMETROS-LIDOS.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      DISPLAY "-- PARAMETROS VAZIOS, VALE VALE 90 DIAS"
                   NOT AT END
                      IF LP-DIAS-VALIDADE NUMERIC
                         AND LP-DIAS-VALIDADE > 0
                         MOVE LP-DIAS-VALIDADE TO WS-DIAS-VALIDADE
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           END-IF.

       00002-ABRE-VALES.
           MOVE 0 TO WS-FILE-STATUS-VAL.
           OPEN I-O FD-VALES.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-VALES
              CLOSE FD-VALES
              MOVE 0 TO WS-FILE-STATUS-VAL
              OPEN I-O FD-VALES
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE VALES-TROCA -->"
                      WS-FILE-STATUS-VAL
              MOVE 9 TO VT-RESULTADO.

      ******************************************************************
      * EMITE O VALE COM O PROXIMO NUMERO DE PROG97-VT.KEY, VALIDO
      * PELO PRAZO DO PARAMETRO A PARTIR DA DATA DE EMISSAO. A CHAVE
      * E REGRAVADA A CADA EMISSAO, PARA A NUMERACAO NAO SE REPETIR
      * ENTRE CHAMADORES.
      ******************************************************************
       00003-EMITE-VALE.
           MOVE 0 TO WS-FILE-STATUS-KEY.
           OPEN INPUT FD-VALE-KEY.
           IF WS-FILE-STATUS-KEY = 0
              READ FD-VALE-KEY INTO WS-ULTIMO-VT
              CLOSE FD-VALE-KEY
           ELSE
              MOVE 0 TO WS-ULTIMO-VT
           END-IF.
           ADD 1 TO WS-ULTIMO-VT.

           COMPUTE WS-INT-EMISSAO = FUNCTION INTEGER-OF-DATE(VT-DATA).
           COMPUTE WS-INT-VALIDADE = WS-INT-EMISSAO + WS-DIAS-VALIDADE.

           MOVE WS-ULTIMO-VT   TO VL-NUMERO.
           MOVE VT-DATA        TO VL-DATA-EMISSAO.
           COMPUTE VL-DATA-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-VALIDADE).
           MOVE VT-DEVOLUCAO   TO VL-DEVOLUCAO.
           MOVE VT-NF          TO VL-NF-ORIGEM.
           MOVE VT-CLIENTE     TO VL-CLIENTE.
           MOVE VT-VALOR       TO VL-VALOR-EMITIDO.
           MOVE VT-VALOR       TO VL-SALDO.
           MOVE ZERO           TO VL-DATA-ULT-USO.
           MOVE "A"            TO VL-SITUACAO.
           WRITE REG-VALE
               INVALID KEY
                  MOVE 9 TO VT-RESULTADO
                  DISPLAY "-- VALE " WS-ULTIMO-VT " JA EXISTE, "
                          "CONFERIR PROG97-VT.KEY"
               NOT INVALID KEY
                  MOVE VL-NUMERO        TO VT-NUMERO
                  MOVE VL-SALDO         TO VT-SALDO
                  MOVE VL-DATA-VALIDADE TO VT-DATA-VALIDADE
                  PERFORM 00003-A-GRAVA-ULTIMO-VT
           END-WRITE.

       00003-A-GRAVA-ULTIMO-VT.
           MOVE 0 TO WS-FILE-STATUS-KEY.
           OPEN OUTPUT FD-VALE-KEY.
           IF WS-FILE-STATUS-KEY = 0
              WRITE REGISTRO-VT-KEY FROM WS-ULTIMO-VT
              CLOSE FD-VALE-KEY
           ELSE
              DISPLAY "-- ERRO AO GRAVAR ARQUIVO DE VALE -->"
                      WS-FILE-STATUS-KEY.

      ******************************************************************
      * CONSULTA: VALE CADASTRADO, EM ABERTO E DENTRO DA VALIDADE NA
      * DATA INFORMADA. O SALDO E A VALIDADE VOLTAM EM QUALQUER CASO
      * DE VALE ENCONTRADO.
      ******************************************************************
       00004-CONSULTA-VALE.
           MOVE VT-NUMERO TO VL-NUMERO.
           READ FD-VALES RECORD KEY VL-NUMERO
                INVALID KEY
                   MOVE 2 TO VT-RESULTADO
                NOT INVALID KEY
                   MOVE VL-SALDO         TO VT-SALDO
                   MOVE VL-DATA-VALIDADE TO VT-DATA-VALIDADE
                   IF VL-SITUACAO = "E"
                      OR VL-DATA-VALIDADE < VT-DATA
                      MOVE 3 TO VT-RESULTADO
                   ELSE
                      IF VL-SITUACAO = "U" OR VL-SALDO = 0
                         MOVE 4 TO VT-RESULTADO
                      END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * RESGATE: ABATE O VALOR DA VENDA DO SALDO. O QUE SOBRA FICA NO
      * VALE PARA A PROXIMA COMPRA; SALDO ZERADO = VALE UTILIZADO.
      ******************************************************************
       00005-RESGATA-VALE.
           PERFORM 00004-CONSULTA-VALE.
           IF VT-RESULTADO = 1
              IF VT-VALOR > VL-SALDO
                 MOVE 4 TO VT-RESULTADO
              ELSE
                 SUBTRACT VT-VALOR FROM VL-SALDO
                 MOVE VT-DATA TO VL-DATA-ULT-USO
                 IF VL-SALDO = 0
                    MOVE "U" TO VL-SITUACAO
                 END-IF
                 REWRITE REG-VALE
                     INVALID KEY
                        MOVE 9 TO VT-RESULTADO
                        DISPLAY "-- ERRO AO RESGATAR VALE --> "
                                VT-NUMERO
                     NOT INVALID KEY
                        MOVE VL-SALDO TO VT-SALDO
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      * ESTORNO DO RESGATE DE UMA NF CANCELADA: O VALOR VOLTA PARA O
      * SALDO E O VALE REABRE. VALE JA VENCIDO REABRE DO MESMO JEITO
      * E SAI NA PROXIMA EXPIRACAO (PROG099).
      ******************************************************************
       00006-ESTORNA-RESGATE.
           MOVE VT-NUMERO TO VL-NUMERO.
           READ FD-VALES RECORD KEY VL-NUMERO
                INVALID KEY
                   MOVE 2 TO VT-RESULTADO
                NOT INVALID KEY
                   ADD VT-VALOR TO VL-SALDO
                   IF VL-SALDO > VL-VALOR-EMITIDO
                      DISPLAY "-- ESTORNO DEIXA O VALE " VT-NUMERO
                              " ACIMA DO VALOR EMITIDO"
                   END-IF
                   MOVE "A" TO VL-SITUACAO
                   REWRITE REG-VALE
                       INVALID KEY
                          MOVE 9 TO VT-RESULTADO
                          DISPLAY "-- ERRO AO ESTORNAR VALE --> "
                                  VT-NUMERO
                       NOT INVALID KEY
                          MOVE VL-SALDO         TO VT-SALDO
                          MOVE VL-DATA-VALIDADE TO VT-DATA-VALIDADE
                   END-REWRITE
           END-READ.

       END PROGRAM PROG097-VALE-TROCA.
