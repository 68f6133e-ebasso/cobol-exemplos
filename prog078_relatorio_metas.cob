      *          com a projecao do mes quando a consulta e feita no
      *          meio da competencia (realizado / dias decorridos x
      *          dias do mes).
      *          Tambem e o passo de metas do fechamento mensal
      *          (PROG130): chamado por ele toma a loja e a
      *          competencia do registro de passagem, sem perguntar,
      *          e devolve os totais de controle.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              RECORD KEY IS MT-CHAVE
                              FILE STATUS WS-FILE-STATUS-MET.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

          RECORD CONTAINS 26 CHARACTERS.
           COPY META.CPY.

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
       77 WS-METAS-OK               PIC 9(01) VALUE ZERO.
           88 METAS-OK              VALUE 1.

      ************* PASSO DO FECHAMENTO MENSAL ************
       77 WS-FILE-STATUS-PSF        PIC 9(02).
       77 WS-MODO-FECHAMENTO        PIC 9(01) VALUE ZERO.
           88 MODO-FECHAMENTO       VALUE 1.
           COPY FECHPASS.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9910-LE-PASSO-FECHAMENTO.
           IF MODO-FECHAMENTO
              MOVE PF-LOJA TO WS-LOJA-NUM
           ELSE
              DISPLAY "LOJA (NUMERO): " WITH NO ADVANCING
              ACCEPT WS-LOJA-NUM
           END-IF.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           IF MODO-FECHAMENTO
              MOVE PF-COMPETENCIA TO WS-COMPETENCIA
           ELSE
              DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
              ACCEPT WS-COMPETENCIA
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00001-CALCULA-DIAS.
              END-IF
           END-IF.

           MOVE 0 TO RETURN-CODE.
           IF NOT ARQUIVOS-OK
              MOVE 90 TO RETURN-CODE
           END-IF.

           IF MODO-FECHAMENTO
              MOVE WS-CONT-LINHAS       TO PF-CONT-LIDOS
              MOVE WS-CONT-METAS        TO PF-CONT-APLICADOS
              MOVE WS-CONT-SEM-META     TO PF-CONT-ERROS
              MOVE ZERO                 TO PF-VALOR-CONTROLE
              MOVE SPACES               TO PF-DESC-VALOR
              MOVE SPACES               TO PF-OBSERVACAO
              IF NOT ARQUIVOS-OK
                 MOVE "SEM RESUMO DE VENDAS OU CATALOGO"
                   TO PF-OBSERVACAO
              ELSE
              IF WS-CONT-SEM-META > 0
                 MOVE "ERROS = CATEGORIAS SEM META" TO PF-OBSERVACAO
              END-IF
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           GOBACK.

      ******************************************************************
      * DIAS DO MES DA COMPETENCIA E DIAS JA DECORRIDOS (QUANDO A
           DISPLAY "METAS CONFRONTADAS......: " WS-CONT-METAS.
           DISPLAY "CATEGORIAS SEM META.....: " WS-CONT-SEM-META.

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
                      IF PF-PROGRAMA = "PROG078-RELATORIO-METAS"
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

       END PROGRAM PROG078-RELATORIO-METAS.
