      *          para a carga diaria ficar pareja. E o escopo que o
      *          PROG023-INVENTARIO passa a aceitar no lugar da
      *          contagem geral.
      *          Tambem e o passo de classificacao do fechamento
      *          mensal (PROG130): chamado por ele roda sem perguntar
      *          e devolve os totais de controle no registro de
      *          passagem.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CIC.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

           02 CI-PID              PIC 9(10).
           02 CI-CLASSE           PIC X(01).

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-RES        PIC 9(02).
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************* PASSO DO FECHAMENTO MENSAL ************
       77 WS-FILE-STATUS-PSF        PIC 9(02).
       77 WS-MODO-FECHAMENTO        PIC 9(01) VALUE ZERO.
           88 MODO-FECHAMENTO       VALUE 1.
           COPY FECHPASS.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9910-LE-PASSO-FECHAMENTO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA-DO-MES.
           MOVE WS-DATA-HOJE TO WS-PRIMEIRO-JANEIRO.
           IF WS-QTD-PIDS = 0
              DISPLAY "-- SEM VENDAS NO RESUMO, CLASSIFICACAO NAO "
                      "GERADA"
              MOVE 90 TO RETURN-CODE
              IF MODO-FECHAMENTO
                 MOVE ZERO TO PF-CONT-LIDOS PF-CONT-APLICADOS
                              PF-CONT-ERROS PF-VALOR-CONTROLE
                 MOVE SPACES TO PF-DESC-VALOR
                 MOVE "SEM VENDAS NO RESUMO" TO PF-OBSERVACAO
                 PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
              END-IF
              GOBACK
           END-IF.

           PERFORM 00004-GRAVA-ABC.
           PERFORM 00005-GERA-CICLO-DO-DIA.
           PERFORM 00006-RODAPE.

           MOVE 0 TO RETURN-CODE.
           IF WS-FILE-STATUS-ABC NOT = 0
              MOVE 90 TO RETURN-CODE
           END-IF.

           IF MODO-FECHAMENTO
              MOVE WS-QTD-PIDS          TO PF-CONT-LIDOS
              COMPUTE PF-CONT-APLICADOS = WS-CONT-CLASSE-A
                                        + WS-CONT-CLASSE-B
                                        + WS-CONT-CLASSE-C
              MOVE ZERO                 TO PF-CONT-ERROS
              MOVE WS-VALOR-TOTAL       TO PF-VALOR-CONTROLE
              MOVE "VALOR VENDIDO"      TO PF-DESC-VALOR
              MOVE SPACES               TO PF-OBSERVACAO
              IF WS-FILE-STATUS-ABC NOT = 0
                 MOVE "ERRO AO CRIAR PROG70-ABC.DAT" TO PF-OBSERVACAO
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           GOBACK.

       00001-ACUMULA-RESUMO.
           MOVE 0 TO WS-FILE-STATUS-RES.
           DISPLAY "NA CONTAGEM DE HOJE.....: " WS-CONT-CICLO.
           DISPLAY "ESCOPO GERADO EM PROG70-CICLO.DAT PARA O PROG023".

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
                      IF PF-PROGRAMA = "PROG070-CLASSIFICA-ABC"
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

       END PROGRAM PROG070-CLASSIFICA-ABC.
