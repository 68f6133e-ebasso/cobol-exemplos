      *          os subtotais por departamento (do mestre) e o total
      *          da guia da competencia - o que o contador rebuildava
      *          todo mes na mao.
      *          Tambem e o passo de encargos do fechamento mensal
      *          (PROG130): chamado por ele toma a competencia do
      *          registro de passagem, sem perguntar, e devolve os
      *          totais de controle.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRIB.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

           02 TX-ALIQUOTA         PIC 9(02)V99.
           02 TX-DEDUCAO          PIC 9(07)V99.

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-HFOL       PIC 9(02).
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

      ************* PASSO DO FECHAMENTO MENSAL ************
       77 WS-FILE-STATUS-PSF        PIC 9(02).
       77 WS-MODO-FECHAMENTO        PIC 9(01) VALUE ZERO.
           88 MODO-FECHAMENTO       VALUE 1.
           COPY FECHPASS.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9910-LE-PASSO-FECHAMENTO.
           IF MODO-FECHAMENTO
              MOVE PF-COMPETENCIA TO WS-COMPETENCIA
           ELSE
              DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
              ACCEPT WS-COMPETENCIA
           END-IF.

           PERFORM 00001-CARREGA-ALIQUOTAS.
           PERFORM 00000-ABRE-ARQUIVOS.
              CLOSE FD-FUNCIONARIOS
           END-IF.

      * SEM ARQUIVOS OU SEM NENHUMA LINHA DA COMPETENCIA NAO HA GUIA
      * A RECOLHER: O FECHAMENTO MENSAL TRATA COMO PASSO COM FALHA.
           MOVE 0 TO RETURN-CODE.
           IF NOT ARQUIVOS-OK OR WS-CONT-LINHAS = 0
              MOVE 90 TO RETURN-CODE
           END-IF.

           IF MODO-FECHAMENTO
              MOVE WS-CONT-LINHAS       TO PF-CONT-LIDOS
              MOVE WS-CONT-LINHAS       TO PF-CONT-APLICADOS
              MOVE ZERO                 TO PF-CONT-ERROS
              MOVE WS-TOTAL-GUIA        TO PF-VALOR-CONTROLE
              MOVE "TOTAL DA GUIA"      TO PF-DESC-VALOR
              MOVE SPACES               TO PF-OBSERVACAO
              IF NOT ARQUIVOS-OK
                 MOVE "SEM HISTORICO DE FOLHA OU MESTRE"
                   TO PF-OBSERVACAO
              ELSE
              IF WS-CONT-LINHAS = 0
                 MOVE "NENHUMA LINHA DA COMPETENCIA NA FOLHA"
                   TO PF-OBSERVACAO
              END-IF
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           GOBACK.

      ******************************************************************
      * ALIQUOTAS PATRONAIS DOS TIPOS F (FGTS) E P (INSS PATRONAL)
           IF WS-CONT-LINHAS = 0
              DISPLAY "NENHUMA LINHA DA COMPETENCIA NO HISTORICO".

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
                      IF PF-PROGRAMA = "PROG064-ENCARGOS-PATRONAIS"
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

       END PROGRAM PROG064-ENCARGOS-PATRONAIS.
