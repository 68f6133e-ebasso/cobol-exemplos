      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Aging de Contas a Receber
      *          Abre o saldo devedor de cada cliente do PROG29-001.DAT
      *          pelo vencimento das parcelas em aberto do crediario
      *          (PROG29-PARC.DAT, gravado pelo PROG094): A VENCER e
      *          VENCIDO ATE 30 / 31-60 / 61-90 / ACIMA DE 90 DIAS. Os
      *          pagamentos (PROG051) quitam as parcelas mais antigas
      *          primeiro, entao o que esta em aberto e exatamente o
      *          que esta atrasado ou a vencer. Saldo devedor sem
      *          parcela (anterior ao crediario) sai em coluna propria
      *          para investigacao.
      *          Tambem e o passo de aging do fechamento mensal
      *          (PROG130): chamado por ele abre as faixas na data do
      *          ultimo dia da competencia, sem perguntar, e devolve
      *          os totais de controle.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

      * PARCELAS DO CREDIARIO, POR CLIENTE E VENCIMENTO (PROG094).
           SELECT FD-PARCELAS ASSIGN TO "PROG29-PARC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CR-CHAVE
                              FILE STATUS WS-FILE-STATUS-PARC.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-PARCELAS
          RECORD CONTAINS 64 CHARACTERS.
           COPY PARCCRED.CPY.

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-PARC       PIC 9(02).
       77 WS-PARCELAS-OK            PIC 9(01) VALUE ZERO.
           88 PARCELAS-OK           VALUE 1.

      ************* VARIAVEIS PARA A ALOCACAO POR VENCIMENTO **********
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-INT-HOJE               PIC 9(08) COMP.
       77 WS-INT-VENCIMENTO         PIC 9(08) COMP.
       77 WS-ATRASO-DIAS            PIC S9(05) COMP.
       77 WS-VALOR-ABERTO           PIC 9(12)V9(02).
       77 WS-TOTAL-PARCELAS         PIC 9(12)V9(02).
       77 WS-FIM-PARCELAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-PARCELAS      VALUE 1.

       01 WS-FAIXAS-CLIENTE.
           02 WS-FX-A-VENCER      PIC 9(12)V9(02).
           02 WS-FX-ATUAL         PIC 9(12)V9(02).
           02 WS-FX-30            PIC 9(12)V9(02).
           02 WS-FX-60            PIC 9(12)V9(02).
           02 WS-FX-90            PIC 9(12)V9(02).
           02 WS-FX-SEM-PARCELA   PIC 9(12)V9(02).

       01 WS-FAIXAS-GERAL.
           02 WS-TG-A-VENCER      PIC 9(14)V9(02) VALUE ZERO.
           02 WS-TG-ATUAL         PIC 9(14)V9(02) VALUE ZERO.
           02 WS-TG-30            PIC 9(14)V9(02) VALUE ZERO.
           02 WS-TG-60            PIC 9(14)V9(02) VALUE ZERO.
           02 WS-TG-90            PIC 9(14)V9(02) VALUE ZERO.
           02 WS-TG-SEM-PARCELA   PIC 9(14)V9(02) VALUE ZERO.

       77 WS-FAIXA-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-CLIENTES          PIC 9(05) VALUE ZERO.
       77 WS-CONT-COM-SALDO         PIC 9(05) VALUE ZERO.
       77 WS-CONT-PARCELAS          PIC 9(07) VALUE ZERO.
       77 WS-TOTAL-SALDO            PIC 9(14)V9(02) VALUE ZERO.

       77 WS-FIM-CLIENTES           PIC 9(01) VALUE ZERO.
           88 FIM-DOS-CLIENTES      VALUE 1.
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
              MOVE PF-DATA-FINAL TO WS-DATA-HOJE
           ELSE
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM 00000-ABRE-CLIENTES.

           IF ARQUIVOS-OK
              PERFORM 00001-ABRE-PARCELAS
              PERFORM 00003-CABECALHO
              PERFORM 00004-POSICIONA-CLIENTES
              IF NOT FIM-DOS-CLIENTES
              PERFORM 00006-PROCESSA-CLIENTE UNTIL FIM-DOS-CLIENTES
              PERFORM 00007-RODAPE
              CLOSE FD-CLIENTES
              IF PARCELAS-OK
                 CLOSE FD-PARCELAS
              END-IF
           END-IF.

           MOVE 0 TO RETURN-CODE.
           IF NOT ARQUIVOS-OK
              MOVE 90 TO RETURN-CODE
           END-IF.

           IF MODO-FECHAMENTO
              MOVE WS-CONT-CLIENTES     TO PF-CONT-LIDOS
              MOVE WS-CONT-COM-SALDO    TO PF-CONT-APLICADOS
              MOVE ZERO                 TO PF-CONT-ERROS
              MOVE WS-TOTAL-SALDO       TO PF-VALOR-CONTROLE
              MOVE "SALDO A RECEBER"    TO PF-DESC-VALOR
              MOVE SPACES               TO PF-OBSERVACAO
              IF NOT ARQUIVOS-OK
                 MOVE "SEM CADASTRO DE CLIENTES" TO PF-OBSERVACAO
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           GOBACK.

       00000-ABRE-CLIENTES.
           MOVE 0 TO WS-FILE-STATUS-CLI.
                      WS-FILE-STATUS-CLI.

      ******************************************************************
      * SEM O ARQUIVO DE PARCELAS TODO O SALDO SAI COMO SEM PARCELA.
      ******************************************************************
       00001-ABRE-PARCELAS.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PARC = 0
              MOVE 1 TO WS-PARCELAS-OK
           ELSE
              DISPLAY "-- SEM PARCELAS DO CREDIARIO (PROG29-PARC.DAT)"
                      ", SALDOS SEM VENCIMENTO".

       00004-POSICIONA-CLIENTES.
           MOVE ZERO TO CL-CODIGO.
                   ADD 1 TO WS-CONT-CLIENTES.

      ******************************************************************
      * ALOCA AS PARCELAS EM ABERTO DO CLIENTE NAS FAIXAS PELO ATRASO
      * EM RELACAO AO VENCIMENTO. A DIFERENCA ENTRE O SALDO DEVEDOR E
      * AS PARCELAS EM ABERTO (SALDO ANTERIOR AO CREDIARIO) CAI NA
      * COLUNA SEM PARCELA; PARCELAS ACIMA DO SALDO SAO APONTADAS.
      ******************************************************************
       00006-PROCESSA-CLIENTE.
           IF CL-SALDO-DEVEDOR > 0
              ADD 1 TO WS-CONT-COM-SALDO
              ADD CL-SALDO-DEVEDOR TO WS-TOTAL-SALDO
              MOVE ZERO TO WS-FX-A-VENCER WS-FX-ATUAL WS-FX-30
                           WS-FX-60 WS-FX-90 WS-FX-SEM-PARCELA
              MOVE ZERO TO WS-TOTAL-PARCELAS
              IF PARCELAS-OK
                 PERFORM 00008-POSICIONA-PARCELAS
                 PERFORM 00009-LER-PARCELA
                 PERFORM 00006-A-ALOCA-PARCELA
                     UNTIL FIM-DAS-PARCELAS
              END-IF
              IF CL-SALDO-DEVEDOR > WS-TOTAL-PARCELAS
                 COMPUTE WS-FX-SEM-PARCELA =
                         CL-SALDO-DEVEDOR - WS-TOTAL-PARCELAS
              END-IF
              IF WS-TOTAL-PARCELAS > CL-SALDO-DEVEDOR
                 DISPLAY "-- PARCELAS EM ABERTO ACIMA DO SALDO --> "
                         "CLIENTE " CL-CODIGO " (CONFERIR CREDIARIO)"
              END-IF
              ADD WS-FX-A-VENCER    TO WS-TG-A-VENCER
              ADD WS-FX-ATUAL       TO WS-TG-ATUAL
              ADD WS-FX-30          TO WS-TG-30
              ADD WS-FX-60          TO WS-TG-60
              ADD WS-FX-90          TO WS-TG-90
              ADD WS-FX-SEM-PARCELA TO WS-TG-SEM-PARCELA
              PERFORM 00006-B-EXIBE-CLIENTE
           END-IF.
           PERFORM 00005-LER-CLIENTE.

       00006-A-ALOCA-PARCELA.
           IF CR-SITUACAO = "A"
              ADD 1 TO WS-CONT-PARCELAS
              COMPUTE WS-VALOR-ABERTO = CR-VALOR - CR-VALOR-PAGO
              ADD WS-VALOR-ABERTO TO WS-TOTAL-PARCELAS
              COMPUTE WS-INT-VENCIMENTO =
                      FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO)
              COMPUTE WS-ATRASO-DIAS = WS-INT-HOJE - WS-INT-VENCIMENTO
              EVALUATE TRUE
                 WHEN WS-ATRASO-DIAS NOT > 0
                    ADD WS-VALOR-ABERTO TO WS-FX-A-VENCER
                 WHEN WS-ATRASO-DIAS NOT > 30
                    ADD WS-VALOR-ABERTO TO WS-FX-ATUAL
                 WHEN WS-ATRASO-DIAS NOT > 60
                    ADD WS-VALOR-ABERTO TO WS-FX-30
                 WHEN WS-ATRASO-DIAS NOT > 90
                    ADD WS-VALOR-ABERTO TO WS-FX-60
                 WHEN OTHER
                    ADD WS-VALOR-ABERTO TO WS-FX-90
              END-EVALUATE
           END-IF.
           PERFORM 00009-LER-PARCELA.

       00006-B-EXIBE-CLIENTE.
           DISPLAY "CLIENTE " CL-CODIGO " " CL-NOME.
           MOVE WS-FX-A-VENCER TO WS-FAIXA-EDT.
           DISPLAY "   A VENCER.......: " WS-FAIXA-EDT.
           MOVE WS-FX-ATUAL TO WS-FAIXA-EDT.
           DISPLAY "   VENC. ATE 30...: " WS-FAIXA-EDT.
           MOVE WS-FX-30 TO WS-FAIXA-EDT.
           DISPLAY "   VENC. 31 A 60..: " WS-FAIXA-EDT.
           MOVE WS-FX-60 TO WS-FAIXA-EDT.
           DISPLAY "   VENC. 61 A 90..: " WS-FAIXA-EDT.
           MOVE WS-FX-90 TO WS-FAIXA-EDT.
           DISPLAY "   VENC. ACIMA 90.: " WS-FAIXA-EDT.
           IF WS-FX-SEM-PARCELA > 0
              MOVE WS-FX-SEM-PARCELA TO WS-FAIXA-EDT
              DISPLAY "   SEM PARCELA....: " WS-FAIXA-EDT
           END-IF.
           MOVE CL-SALDO-DEVEDOR TO WS-FAIXA-EDT.
           DISPLAY "   SALDO DEVEDOR..: " WS-FAIXA-EDT.

       00008-POSICIONA-PARCELAS.
           MOVE 0 TO WS-FIM-PARCELAS.
           MOVE CL-CODIGO TO CR-CLIENTE.
           MOVE ZERO TO CR-VENCIMENTO CR-NF CR-PARCELA.
           START FD-PARCELAS KEY NOT < CR-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-PARCELAS.

       00009-LER-PARCELA.
           IF NOT FIM-DAS-PARCELAS
              READ FD-PARCELAS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                      IF CR-CLIENTE NOT = CL-CODIGO
                         MOVE 1 TO WS-FIM-PARCELAS
                      END-IF
              END-READ
           END-IF.

       00003-CABECALHO.
           DISPLAY " ".
           DISPLAY "==== AGING DE CONTAS A RECEBER POR VENCIMENTO ====".
           DISPLAY "DATA DE REFERENCIA: " WS-DATA-HOJE.
           DISPLAY " ".

       00007-RODAPE.
           DISPLAY " ".
           DISPLAY "CLIENTES LIDOS..........: " WS-CONT-CLIENTES.
           DISPLAY "CLIENTES COM SALDO......: " WS-CONT-COM-SALDO.
           DISPLAY "PARCELAS EM ABERTO......: " WS-CONT-PARCELAS.
           MOVE WS-TG-A-VENCER TO WS-TOTAL-EDT.
           DISPLAY "TOTAL A VENCER..........: " WS-TOTAL-EDT.
           MOVE WS-TG-ATUAL TO WS-TOTAL-EDT.
           DISPLAY "TOTAL VENCIDO ATE 30....: " WS-TOTAL-EDT.
           MOVE WS-TG-30 TO WS-TOTAL-EDT.
           DISPLAY "TOTAL VENCIDO 31 A 60...: " WS-TOTAL-EDT.
           MOVE WS-TG-60 TO WS-TOTAL-EDT.
           DISPLAY "TOTAL VENCIDO 61 A 90...: " WS-TOTAL-EDT.
           MOVE WS-TG-90 TO WS-TOTAL-EDT.
           DISPLAY "TOTAL VENCIDO ACIMA 90..: " WS-TOTAL-EDT.
           MOVE WS-TG-SEM-PARCELA TO WS-TOTAL-EDT.
           DISPLAY "TOTAL SEM PARCELA.......: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-EDT.
           DISPLAY "SALDO DEVEDOR TOTAL.....: " WS-TOTAL-EDT.

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
                      IF PF-PROGRAMA = "PROG052-RELATORIO-AGING"
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

       END PROGRAM PROG052-RELATORIO-AGING.
