      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Conversao de Codigo de Barras (EAN-13)
      *          Subprograma reutilizavel que confere o digito
      *          verificador de um EAN-13 e o converte no RP-PID
      *          interno pela referencia cruzada PROG107-EAN.DAT
      *          (EANPROD.CPY), devolvendo tambem o fator da
      *          embalagem. Usado pelo PROG007_LOJA (conferencia do
      *          digito no cadastro) e pelos lotes que aceitam PID ou
      *          EAN na entrada: PROG032, PROG013, PROG017, PROG023,
      *          PROG081 e PROG082.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog107_converte_ean -std=default -I copybooks prog107_converte_ean.cob && ./bin/prog107_converte_ean
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG107-CONVERTE-EAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * REFERENCIA CRUZADA EAN X PID.
           SELECT FD-EAN ASSIGN TO "PROG107-EAN.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EB-EAN
                              ALTERNATE RECORD KEY IS EB-PID
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-EAN.

       DATA DIVISION.
       FILE SECTION.

       FD FD-EAN
          RECORD CONTAINS 38 CHARACTERS.
           COPY EANPROD.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-EAN        PIC 9(02).

      ************* VARIAVEIS PARA O DIGITO VERIFICADOR ************
       01 WS-EAN-DIGITOS.
           02 WS-EAN-DIGITO       PIC 9(01) OCCURS 13 TIMES.

       77 WS-IDX-DIGITO             PIC 9(02) VALUE ZERO.
       77 WS-SOMA-PESOS             PIC 9(04) VALUE ZERO.
       77 WS-DV-CALCULADO           PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.
           COPY EANCONV.CPY
               REPLACING ==WS-EAN== BY ==LK-EAN==.

       PROCEDURE DIVISION USING LK-EAN.
       MAIN-PROCEDURE.
           MOVE 1 TO EA-RESULTADO.
           MOVE SPACES TO EA-MOTIVO.
           MOVE ZERO TO EA-PID.
           MOVE ZERO TO EA-FATOR.

           PERFORM 00001-CONFERE-DIGITO.

           IF EA-RESULTADO = 1 AND EA-FUNCAO = "C"
              PERFORM 00002-CONVERTE-EAN
           END-IF.
           GOBACK.

      ******************************************************************
      * DIGITO VERIFICADOR DO EAN-13: AS DOZE PRIMEIRAS POSICOES SAO
      * SOMADAS COM PESO 1 NAS IMPARES E PESO 3 NAS PARES; O DIGITO
      * E O QUE FALTA PARA A SOMA CHEGAR NA PROXIMA DEZENA.
      ******************************************************************
       00001-CONFERE-DIGITO.
           IF EA-CODIGO NOT NUMERIC
              MOVE 2 TO EA-RESULTADO
              MOVE "RJ-05" TO EA-MOTIVO
           ELSE
              MOVE EA-CODIGO TO WS-EAN-DIGITOS
              MOVE ZERO TO WS-SOMA-PESOS
              MOVE 1 TO WS-IDX-DIGITO
              PERFORM 00001-A-SOMA-DIGITO UNTIL WS-IDX-DIGITO > 12
              COMPUTE WS-DV-CALCULADO =
                      FUNCTION MOD(10 - FUNCTION MOD(WS-SOMA-PESOS 10)
                                   10)
              IF WS-DV-CALCULADO NOT = WS-EAN-DIGITO(13)
                 MOVE 2 TO EA-RESULTADO
                 MOVE "RJ-05" TO EA-MOTIVO
              END-IF
           END-IF.

       00001-A-SOMA-DIGITO.
           IF FUNCTION MOD(WS-IDX-DIGITO 2) = 0
              COMPUTE WS-SOMA-PESOS =
                      WS-SOMA-PESOS + 3 * WS-EAN-DIGITO(WS-IDX-DIGITO)
           ELSE
              ADD WS-EAN-DIGITO(WS-IDX-DIGITO) TO WS-SOMA-PESOS
           END-IF.
           ADD 1 TO WS-IDX-DIGITO.

      ******************************************************************
      * PROCURA O EAN NA REFERENCIA CRUZADA. FATOR ZERO NO CADASTRO
      * VALE COMO UNIDADE AVULSA.
      ******************************************************************
       00002-CONVERTE-EAN.
           MOVE 0 TO WS-FILE-STATUS-EAN.
           OPEN INPUT FD-EAN.
           IF WS-FILE-STATUS-EAN = 35
              MOVE 3 TO EA-RESULTADO
              MOVE "RJ-06" TO EA-MOTIVO
           ELSE
           IF WS-FILE-STATUS-EAN NOT = 0
              DISPLAY "-- ERRO AO ABRIR CODIGOS DE BARRAS -->"
                      WS-FILE-STATUS-EAN
              MOVE 9 TO EA-RESULTADO
           ELSE
              MOVE EA-CODIGO TO EB-EAN
              READ FD-EAN RECORD KEY EB-EAN
                   INVALID KEY
                      MOVE 3 TO EA-RESULTADO
                      MOVE "RJ-06" TO EA-MOTIVO
                   NOT INVALID KEY
                      MOVE EB-PID TO EA-PID
                      IF EB-FATOR NUMERIC AND EB-FATOR > 0
                         MOVE EB-FATOR TO EA-FATOR
                      ELSE
                         MOVE 1 TO EA-FATOR
                      END-IF
              END-READ
              CLOSE FD-EAN.

       END PROGRAM PROG107-CONVERTE-EAN.
