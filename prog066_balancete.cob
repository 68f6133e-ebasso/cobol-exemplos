      *          imprime o balancete: debitos, creditos e saldo por
      *          conta, com os totais gerais e a conferencia de que
      *          as partidas dobradas fecham.
      *          No fechamento mensal (PROG130) roda sem perguntar
      *          sobre o mes da competencia e devolve os totais de
      *          controle; partidas que nao fecham sao falha do passo.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DIA.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

          RECORD CONTAINS 62 CHARACTERS.
           COPY LANCTO.CPY.

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-DIA        PIC 9(02).
       77 WS-ARQUIVO-ABERTO         PIC 9(01) VALUE ZERO.
           88 ARQUIVO-ABERTO        VALUE 1.

      ************* PASSO DO FECHAMENTO MENSAL ************
       77 WS-FILE-STATUS-PSF        PIC 9(02).
       77 WS-MODO-FECHAMENTO        PIC 9(01) VALUE ZERO.
           88 MODO-FECHAMENTO       VALUE 1.
           COPY FECHPASS.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9910-LE-PASSO-FECHAMENTO.
           IF MODO-FECHAMENTO
              MOVE PF-DATA-INICIAL TO WS-DATA-INICIAL
              MOVE PF-DATA-FINAL   TO WS-DATA-FINAL
           ELSE
              DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING
              ACCEPT WS-DATA-INICIAL
              DISPLAY "DATA FINAL (AAAAMMDD, 0 = MESMA DATA): "
                      WITH NO ADVANCING
              ACCEPT WS-DATA-FINAL
           END-IF.
           IF WS-DATA-FINAL = 0
              MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           END-IF.
              PERFORM 00003-IMPRIME-BALANCETE
           END-IF.

           MOVE 0 TO RETURN-CODE.
           IF NOT ARQUIVO-ABERTO
              OR WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
              MOVE 90 TO RETURN-CODE
           END-IF.

           IF MODO-FECHAMENTO
              MOVE WS-CONT-LIDOS        TO PF-CONT-LIDOS
              MOVE WS-CONT-NO-PERIODO   TO PF-CONT-APLICADOS
              MOVE ZERO                 TO PF-CONT-ERROS
              MOVE WS-TOTAL-DEBITOS     TO PF-VALOR-CONTROLE
              MOVE "TOTAL A DEBITO"     TO PF-DESC-VALOR
              MOVE "PARTIDAS FECHADAS"  TO PF-OBSERVACAO
              IF NOT ARQUIVO-ABERTO
                 MOVE "SEM DIARIO CONTABIL" TO PF-OBSERVACAO
              ELSE
              IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                 MOVE "PARTIDAS NAO FECHAM, INVESTIGAR DIARIO"
                   TO PF-OBSERVACAO
              END-IF
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           GOBACK.

       00000-ABRE-DIARIO.
           MOVE 0 TO WS-FILE-STATUS-DIA.
                   "  SALDO " WS-SALDO-EDT.
           ADD 1 TO WS-IDX-CONTA.

      ******************************************************************
      * PASSO DO FECHAMENTO MENSAL: ACHANDO O PROPRIO NOME EM
      * PROG130-PASSO.DAT O PROGRAMA TOMA OS PARAMETROS DALI, NAO
      * PERGUNTA NADA AO OPERADOR E DEVOLVE OS TOTAIS DE CONTROLE NO
      * MESMO REGISTRO (FECHPASS.CPY).
      ******************************************************************
       9910-LE-PASSO-FECHAMENTO.
           MOVE 0 TO WS-MODO-FECHAMENTO.
           MOVE 0 TO WS-FILE-STATUS-PSF.
           OPEN INPUT FD-PASSO-FECHAMENTO.
           IF WS-FILE-STATUS-PSF = 0
              READ FD-PASSO-FECHAMENTO INTO WS-PASSO-FECHAMENTO
                   AT END
                      CONTINUE
                   NOT AT END
                      IF PF-PROGRAMA = "PROG066-BALANCETE"
                         MOVE 1 TO WS-MODO-FECHAMENTO
                      END-IF
              END-READ
              CLOSE FD-PASSO-FECHAMENTO
           END-IF.

       9911-DEVOLVE-PASSO-FECHAMENTO.
           MOVE 0 TO WS-FILE-STATUS-PSF.
           OPEN OUTPUT FD-PASSO-FECHAMENTO.
           IF WS-FILE-STATUS-PSF = 0
              WRITE REG-PASSO-FECHAMENTO FROM WS-PASSO-FECHAMENTO
              CLOSE FD-PASSO-FECHAMENTO
           ELSE
              DISPLAY "-- ERRO AO DEVOLVER OS TOTAIS DO FECHAMENTO --> "
                      WS-FILE-STATUS-PSF
           END-IF.

       END PROGRAM PROG066-BALANCETE.
