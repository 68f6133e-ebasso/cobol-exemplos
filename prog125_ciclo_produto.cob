      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Ciclo de Vida do Produto
      *          Subprograma reutilizavel que devolve a situacao do
      *          produto no ciclo de vida - ativo, saindo de linha ou
      *          descontinuado - gravada pela opcao 0 do PROG007_LOJA
      *          em PROG10-CICLO.DAT (PRODCICL.CPY). Consultado pela
      *          reposicao (PROG008, PROG019, PROG056), pela
      *          valorizacao (PROG010), pela venda (PROG013), pelo
      *          recebimento (PROG017) e pelo relatorio de itens
      *          saindo de linha (PROG126), pela area CICLCTRL.CPY.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog125_ciclo_produto -std=default -I copybooks prog125_ciclo_produto.cob && ./bin/prog125_ciclo_produto
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG125-CICLO-PRODUTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * SITUACAO NO CICLO DE VIDA POR LOJA + PID (PROG007).
           SELECT FD-PROD-CICLO ASSIGN TO "PROG10-CICLO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CY-CHAVE
                              FILE STATUS WS-FILE-STATUS-CY.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PROD-CICLO
          RECORD CONTAINS 27 CHARACTERS.
           COPY PRODCICL.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-CY         PIC 9(02).

       LINKAGE SECTION.
           COPY CICLCTRL.CPY
               REPLACING ==WS-CICLO== BY ==LK-CICLO==.

       PROCEDURE DIVISION USING LK-CICLO.
       MAIN-PROCEDURE.
           MOVE 1 TO VP-RESULTADO.

           EVALUATE VP-FUNCAO
              WHEN "C" PERFORM 00001-CONSULTA-SITUACAO
              WHEN OTHER
                 MOVE 9 TO VP-RESULTADO
                 DISPLAY "-- FUNCAO DE CICLO DE VIDA INVALIDA --> "
                         VP-FUNCAO
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * SITUACAO DO PID NA LOJA. SEM O ARQUIVO OU SEM REGISTRO DO PID
      * O PRODUTO E ATIVO; SITUACAO GRAVADA FORA DE A/S/D TAMBEM.
      ******************************************************************
       00001-CONSULTA-SITUACAO.
           MOVE "A"  TO VP-SITUACAO.
           MOVE ZERO TO VP-DATA-ALTERACAO.
           MOVE 0 TO WS-FILE-STATUS-CY.
           OPEN INPUT FD-PROD-CICLO.
           IF WS-FILE-STATUS-CY = 0
              MOVE VP-LOJA TO CY-LOJA
              MOVE VP-PID  TO CY-PID
              READ FD-PROD-CICLO RECORD KEY CY-CHAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CY-SITUACAO-VALIDA
                         MOVE CY-SITUACAO       TO VP-SITUACAO
                         MOVE CY-DATA-ALTERACAO TO VP-DATA-ALTERACAO
                      END-IF
              END-READ
              CLOSE FD-PROD-CICLO
           ELSE
           IF WS-FILE-STATUS-CY NOT = 35
              DISPLAY "-- ERRO AO ABRIR CICLO DE VIDA DOS PRODUTOS -->"
                      WS-FILE-STATUS-CY
              MOVE 9 TO VP-RESULTADO.

       END PROGRAM PROG125-CICLO-PRODUTO.
