      *          tem taxa propria) e imprime o relatorio de comissoes
      *          para a folha, que ate hoje era feito a mao em cima
      *          da listagem de NF.
      *          Tambem e o passo de comissoes do fechamento mensal
      *          (PROG130): chamado por ele toma a competencia do
      *          registro de passagem, sem perguntar, e devolve os
      *          totais de controle.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-COM.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-COMISSOES
          RECORD CONTAINS 10 CHARACTERS.
           02 CM-VENDEDOR         PIC 9(05).
           02 CM-TAXA             PIC 9(03)V9(02).

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-REGVND     PIC 9(02).
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
           IF MODO-FECHAMENTO
              MOVE PF-COMPETENCIA TO WS-COMPETENCIA
           ELSE
              DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
              ACCEPT WS-COMPETENCIA
           END-IF.

           PERFORM 00001-CARREGA-TAXAS.
           PERFORM 00002-ACUMULA-REGVENDAS.
           PERFORM 00003-ACUMULA-ARQMORTO.
           PERFORM 00004-IMPRIME-COMISSOES.

           IF MODO-FECHAMENTO
              MOVE WS-CONT-LIDOS        TO PF-CONT-LIDOS
              MOVE WS-QTD-VENDEDORES    TO PF-CONT-APLICADOS
              MOVE WS-CONT-SEM-VENDEDOR TO PF-CONT-ERROS
              MOVE WS-TOTAL-COMISSOES   TO PF-VALOR-CONTROLE
              MOVE "TOTAL DE COMISSOES" TO PF-DESC-VALOR
              MOVE SPACES               TO PF-OBSERVACAO
              IF WS-QTD-VENDEDORES = 0
                 MOVE "NENHUMA VENDA COM VENDEDOR NO MES"
                   TO PF-OBSERVACAO
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * CARREGA AS TAXAS DE COMISSAO. SEM COMISSAO.DAT AS VENDAS SAO
              ADD 1 TO WS-IDX-TAXA
           END-IF.

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
                      IF PF-PROGRAMA = "PROG055-CALCULA-COMISSOES"
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

       END PROGRAM PROG055-CALCULA-COMISSOES.
