      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Parcelas do Crediario
      *          Subprograma reutilizavel que mantem as parcelas das
      *          vendas a prazo (VD-PAGAMENTO = P) em PROG29-PARC.DAT:
      *          valida a quantidade de parcelas contra a tabela de
      *          planos PLANOS.DAT (PROG032, PROG013, PROG027), gera
      *          as parcelas de cada NF com vencimento e valor
      *          proprios (PROG013, PROG027), baixa os pagamentos da
      *          parcela mais antiga para a mais nova (PROG051 e o
      *          desconto em folha do FOLHA-PGTO) e cancela o valor
      *          das NFs canceladas (PROG074) e apura o atraso do
      *          cliente para a cobranca (PROG095, PROG051). As
      *          parcelas levam os juros do plano (PL-TAXA-MES), pela
      *          tabela Price, do mesmo jeito que a simulacao da
      *          CALCULADORA (PROG003): a parcela fixa sai do
      *          coeficiente do plano, os juros de cada mes sobre o
      *          saldo devedor, e a ultima parcela acerta o
      *          arredondamento. Plano sem taxa divide o valor sem
      *          juros. O total financiado volta ao chamador para o
      *          saldo devedor do cliente.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog094_parcelas_crediario -std=default -I copybooks prog094_parcelas_crediario.cob && ./bin/prog094_parcelas_crediario
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG094-PARCELAS-CREDIARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * PARCELAS DO CREDIARIO, POR CLIENTE E VENCIMENTO.
           SELECT FD-PARCELAS ASSIGN TO "PROG29-PARC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CR-CHAVE
                              FILE STATUS WS-FILE-STATUS-PARC.

      * TABELA DE PLANOS DE CREDIARIO (QUANTIDADES DE PARCELAS
      * ACEITAS, INTERVALO ENTRE OS VENCIMENTOS E TAXA MENSAL).
           SELECT FD-PLANOS ASSIGN TO "PLANOS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PLN.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARCELAS
          RECORD CONTAINS 64 CHARACTERS.
           COPY PARCCRED.CPY.

       FD FD-PLANOS
          RECORD CONTAINS 31 CHARACTERS.
           COPY PLANOCRD.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-PARC       PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-PLN        PIC 9(02).

      ************* TABELA DE PLANOS DE CREDIARIO ************
      * CARREGADA NA PRIMEIRA CHAMADA E MANTIDA ENTRE AS CHAMADAS.
       01 TAB-PLANOS.
          02 PLANO-ITEM OCCURS 20 TIMES INDEXED BY PLIDX.
             03 TP-PARCELAS     PIC 9(02).
             03 TP-INTERVALO    PIC 9(03).
             03 TP-TAXA-MES     PIC 9(02)V9(04).

       77 WS-QTD-PLANOS             PIC 9(02) VALUE ZERO.
       77 WS-IDX-PLANO              PIC 9(02) VALUE ZERO.
       77 WS-ACHOU-PLANO            PIC 9(01) VALUE ZERO.
       77 WS-PLANOS-CARREGADOS      PIC 9(01) VALUE ZERO.
           88 PLANOS-CARREGADOS     VALUE 1.
       77 WS-FIM-PLANOS             PIC 9(01) VALUE ZERO.
           88 FIM-DOS-PLANOS        VALUE 1.

      ************* VARIAVEIS PARA A GERACAO DAS PARCELAS ************
       77 WS-QTD-PARC               PIC 9(02) VALUE ZERO.
       77 WS-IDX-PARC               PIC 9(02) VALUE ZERO.
       77 WS-INTERVALO              PIC 9(03) VALUE ZERO.
       77 WS-VALOR-BASE             PIC 9(09)V9(02) VALUE ZERO.
       77 WS-VALOR-PARC             PIC 9(09)V9(02) VALUE ZERO.
       77 WS-INT-VENDA              PIC 9(08) COMP.
       77 WS-INT-VENC               PIC 9(08) COMP.
       77 WS-VENCIMENTO             PIC 9(08) VALUE ZERO.

      * TABELA PRICE, COMO NO 00006-CALCULA-FINANCIAMENTO DA
      * CALCULADORA: O COEFICIENTE SAI EM PASSOS PARA NAO ESTOURAR A
      * PRECISAO INTERMEDIARIA.
       77 WS-TAXA-MES               PIC 9(02)V9(04) VALUE ZERO.
       77 WS-FIN-I                  PIC 9(01)V9(08) VALUE ZERO.
       77 WS-FIN-FATOR              PIC 9(07)V9(08) VALUE ZERO.
       77 WS-FIN-NUMERADOR          PIC 9(07)V9(08) VALUE ZERO.
       77 WS-FIN-COEFICIENTE        PIC 9(03)V9(08) VALUE ZERO.
       77 WS-FIN-SALDO              PIC 9(09)V9(02) VALUE ZERO.
       77 WS-FIN-JUROS              PIC 9(09)V9(02) VALUE ZERO.
       77 WS-FIN-AMORT              PIC 9(09)V9(02) VALUE ZERO.
       77 WS-ACHOU-PARCELA          PIC 9(01) VALUE ZERO.
           88 PARCELA-ACHADA        VALUE 1.

      ************* VARIAVEIS PARA A BAIXA E O CANCELAMENTO ***********
       77 WS-RESTANTE               PIC 9(09)V9(02) VALUE ZERO.
       77 WS-ABERTO                 PIC 9(09)V9(02) VALUE ZERO.
       77 WS-APLICAR                PIC 9(09)V9(02) VALUE ZERO.
       77 WS-FIM-PARCELAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-PARCELAS      VALUE 1.

      * PARCELAS EM ABERTO DA NF A CANCELAR, EM ORDEM DE VENCIMENTO;
      * O CANCELAMENTO ANDA DE TRAS PARA FRENTE.
       01 TAB-PARCELAS-NF.
          02 PARCELA-NF OCCURS 99 TIMES INDEXED BY PNIDX.
             03 TN-VENCIMENTO   PIC 9(08).
             03 TN-PARCELA      PIC 9(02).

       77 WS-QTD-PARC-NF            PIC 9(02) VALUE ZERO.
       77 WS-PLANO-NF               PIC 9(01) VALUE ZERO.
           88 PLANO-DA-NF-ACHADO    VALUE 1.

       LINKAGE SECTION.
           COPY CREDIAR.CPY
               REPLACING ==WS-CREDIARIO== BY ==LK-CREDIARIO==.

       PROCEDURE DIVISION USING LK-CREDIARIO.
       MAIN-PROCEDURE.
           MOVE 1 TO PZ-RESULTADO.
           MOVE ZERO TO PZ-VALOR-APLICADO.
           MOVE ZERO TO PZ-VALOR-FINANCIADO.
           MOVE ZERO TO PZ-DIAS-ATRASO PZ-VALOR-VENCIDO.
           IF NOT PLANOS-CARREGADOS
              PERFORM 00001-CARREGA-PLANOS
           END-IF.

           IF PZ-FUNCAO = "V"
              PERFORM 00002-VALIDA-PLANO
           ELSE
              PERFORM 00003-ABRE-PARCELAS
              IF PZ-RESULTADO NOT = 9
                 EVALUATE PZ-FUNCAO
                    WHEN "G" PERFORM 00004-GERA-PARCELAS
                    WHEN "B" PERFORM 00005-BAIXA-PAGAMENTO
                    WHEN "C" PERFORM 00006-CANCELA-NF
                    WHEN "A" PERFORM 00009-APURA-ATRASO
                    WHEN OTHER
                       MOVE 9 TO PZ-RESULTADO
                 END-EVALUATE
                 CLOSE FD-PARCELAS
              END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * CARREGA A TABELA DE PLANOS. SEM PLANOS.DAT SO A PARCELA UNICA
      * (VENCIMENTO EM 30 DIAS) E ACEITA.
      ******************************************************************
       00001-CARREGA-PLANOS.
           MOVE 1 TO WS-PLANOS-CARREGADOS.
           MOVE 0 TO WS-QTD-PLANOS.
           MOVE 0 TO WS-FIM-PLANOS.
           MOVE 0 TO WS-FILE-STATUS-PLN.
           OPEN INPUT FD-PLANOS.
           IF WS-FILE-STATUS-PLN = 0
              PERFORM 00001-A-LER-PLANO
              PERFORM 00001-B-GUARDA-PLANO UNTIL FIM-DOS-PLANOS
              CLOSE FD-PLANOS
           ELSE
              DISPLAY "-- SEM TABELA DE PLANOS (PLANOS.DAT), "
                      "CREDIARIO SO EM PARCELA UNICA".

       00001-A-LER-PLANO.
           READ FD-PLANOS
                AT END
                   MOVE 1 TO WS-FIM-PLANOS.

       00001-B-GUARDA-PLANO.
           IF WS-QTD-PLANOS = 20
              DISPLAY "-- TABELA DE PLANOS CHEIA, RESTANTES IGNORADOS"
              MOVE 1 TO WS-FIM-PLANOS
           ELSE
              IF PL-PARCELAS NUMERIC AND PL-PARCELAS > 0
                 ADD 1 TO WS-QTD-PLANOS
                 MOVE PL-PARCELAS  TO TP-PARCELAS(WS-QTD-PLANOS)
                 MOVE PL-INTERVALO TO TP-INTERVALO(WS-QTD-PLANOS)
                 MOVE ZERO         TO TP-TAXA-MES(WS-QTD-PLANOS)
                 IF PL-TAXA-MES NUMERIC
                    MOVE PL-TAXA-MES TO TP-TAXA-MES(WS-QTD-PLANOS)
                 END-IF
              END-IF
              PERFORM 00001-A-LER-PLANO
           END-IF.

      ******************************************************************
      * QUANTIDADE DE PARCELAS DA VENDA: ZERO VALE COMO PARCELA UNICA,
      * QUE E SEMPRE ACEITA; AS DEMAIS PRECISAM ESTAR NA TABELA. O
      * INTERVALO VEM DO PLANO (30 DIAS QUANDO NAO INFORMADO), A TAXA
      * TAMBEM (SEM JUROS QUANDO NAO HA PLANO).
      ******************************************************************
       00002-VALIDA-PLANO.
           IF PZ-PARCELAS NOT NUMERIC OR PZ-PARCELAS = 0
              MOVE 1 TO WS-QTD-PARC
           ELSE
              MOVE PZ-PARCELAS TO WS-QTD-PARC
           END-IF.
           MOVE 30 TO WS-INTERVALO.
           MOVE ZERO TO WS-TAXA-MES.
           MOVE 0 TO WS-ACHOU-PLANO.
           MOVE 1 TO WS-IDX-PLANO.
           PERFORM 00002-A-TESTA-PLANO
               UNTIL WS-IDX-PLANO > WS-QTD-PLANOS
                  OR WS-ACHOU-PLANO = 1.
           IF WS-ACHOU-PLANO = 0 AND WS-QTD-PARC > 1
              MOVE 2 TO PZ-RESULTADO
           END-IF.

       00002-A-TESTA-PLANO.
           IF TP-PARCELAS(WS-IDX-PLANO) = WS-QTD-PARC
              MOVE 1 TO WS-ACHOU-PLANO
              IF TP-INTERVALO(WS-IDX-PLANO) NUMERIC
                 AND TP-INTERVALO(WS-IDX-PLANO) > 0
                 MOVE TP-INTERVALO(WS-IDX-PLANO) TO WS-INTERVALO
              END-IF
              MOVE TP-TAXA-MES(WS-IDX-PLANO) TO WS-TAXA-MES
           ELSE
              ADD 1 TO WS-IDX-PLANO
           END-IF.

       00003-ABRE-PARCELAS.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN I-O FD-PARCELAS.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-PARCELAS
              CLOSE FD-PARCELAS
              MOVE 0 TO WS-FILE-STATUS-PARC
              OPEN I-O FD-PARCELAS
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR PARCELAS DO CREDIARIO -->"
                      WS-FILE-STATUS-PARC
              MOVE 9 TO PZ-RESULTADO.

      ******************************************************************
      * GERA AS PARCELAS DA LINHA DE NF: A PARCELA N VENCE N
      * INTERVALOS APOS A VENDA. LINHAS DO MESMO PEDIDO (MESMA NF)
      * SOMAM NAS MESMAS PARCELAS. PLANO FORA DA TABELA (O CHAMADOR
      * DEVIA TER VALIDADO) SAI EM PARCELA UNICA SEM JUROS PARA O
      * SALDO DO CLIENTE NAO FICAR SEM PARCELA. PZ-VALOR-FINANCIADO
      * DEVOLVE A SOMA DAS PARCELAS (VALOR MAIS JUROS).
      ******************************************************************
       00004-GERA-PARCELAS.
           PERFORM 00002-VALIDA-PLANO.
           IF PZ-RESULTADO = 2
              DISPLAY "-- PLANO DE " WS-QTD-PARC " PARCELAS NAO "
                      "CADASTRADO, NF " PZ-NF " EM PARCELA UNICA"
              MOVE 1 TO WS-QTD-PARC
              MOVE 30 TO WS-INTERVALO
              MOVE ZERO TO WS-TAXA-MES
              MOVE 1 TO PZ-RESULTADO
           END-IF.

           PERFORM 00010-PREPARA-FINANCIAMENTO.
           COMPUTE WS-INT-VENDA = FUNCTION INTEGER-OF-DATE(PZ-DATA).
           MOVE 1 TO WS-IDX-PARC.
           PERFORM 00004-A-GRAVA-PARCELA
               UNTIL WS-IDX-PARC > WS-QTD-PARC.

       00004-A-GRAVA-PARCELA.
           PERFORM 00010-A-PROXIMA-PARCELA.
           COMPUTE WS-INT-VENC =
                   WS-INT-VENDA + WS-INTERVALO * WS-IDX-PARC.
           COMPUTE WS-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-VENC).

           MOVE 0 TO WS-ACHOU-PARCELA.
           MOVE PZ-CLIENTE    TO CR-CLIENTE.
           MOVE WS-VENCIMENTO TO CR-VENCIMENTO.
           MOVE PZ-NF         TO CR-NF.
           MOVE WS-IDX-PARC   TO CR-PARCELA.
           READ FD-PARCELAS RECORD KEY CR-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO WS-ACHOU-PARCELA.

           IF PARCELA-ACHADA
              ADD WS-VALOR-PARC TO CR-VALOR
              MOVE "A" TO CR-SITUACAO
              REWRITE REG-PARCELA-CRED
                  INVALID KEY
                     MOVE 9 TO PZ-RESULTADO
              END-REWRITE
           ELSE
              MOVE PZ-CLIENTE    TO CR-CLIENTE
              MOVE WS-VENCIMENTO TO CR-VENCIMENTO
              MOVE PZ-NF         TO CR-NF
              MOVE WS-IDX-PARC   TO CR-PARCELA
              MOVE WS-QTD-PARC   TO CR-QTD-PARCELAS
              MOVE PZ-DATA       TO CR-DATA-VENDA
              MOVE WS-VALOR-PARC TO CR-VALOR
              MOVE ZERO          TO CR-VALOR-PAGO
              MOVE "A"           TO CR-SITUACAO
              MOVE WS-TAXA-MES   TO CR-TAXA-MES
              WRITE REG-PARCELA-CRED
                  INVALID KEY
                     MOVE 9 TO PZ-RESULTADO
              END-WRITE
           END-IF.

           IF PZ-RESULTADO = 9
              DISPLAY "-- ERRO AO GRAVAR PARCELA " WS-IDX-PARC
                      " DA NF " PZ-NF.
           ADD 1 TO WS-IDX-PARC.

      ******************************************************************
      * BAIXA DO PAGAMENTO: QUITA AS PARCELAS EM ABERTO DO CLIENTE
      * NA ORDEM DA CHAVE (VENCIMENTO MAIS ANTIGO PRIMEIRO). A ULTIMA
      * PARCELA ALCANCADA PODE FICAR PAGA EM PARTE.
      ******************************************************************
       00005-BAIXA-PAGAMENTO.
           MOVE PZ-VALOR TO WS-RESTANTE.
           PERFORM 00007-POSICIONA-CLIENTE.
           PERFORM 00008-LER-PARCELA.
           PERFORM 00005-A-APLICA-PAGAMENTO
               UNTIL FIM-DAS-PARCELAS OR WS-RESTANTE = 0.
           IF WS-RESTANTE > 0
              MOVE 2 TO PZ-RESULTADO.

       00005-A-APLICA-PAGAMENTO.
           IF CR-SITUACAO = "A"
              COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO
              IF WS-ABERTO > WS-RESTANTE
                 MOVE WS-RESTANTE TO WS-APLICAR
              ELSE
                 MOVE WS-ABERTO TO WS-APLICAR
              END-IF
              ADD WS-APLICAR TO CR-VALOR-PAGO
              IF CR-VALOR-PAGO = CR-VALOR
                 MOVE "Q" TO CR-SITUACAO
              END-IF
              REWRITE REG-PARCELA-CRED
                  INVALID KEY
                     MOVE 9 TO PZ-RESULTADO
                     MOVE 1 TO WS-FIM-PARCELAS
                     DISPLAY "-- ERRO AO BAIXAR PARCELA DA NF " CR-NF
                  NOT INVALID KEY
                     SUBTRACT WS-APLICAR FROM WS-RESTANTE
                     ADD WS-APLICAR TO PZ-VALOR-APLICADO
              END-REWRITE
           END-IF.
           IF WS-RESTANTE > 0
              PERFORM 00008-LER-PARCELA.

      ******************************************************************
      * CANCELAMENTO DE NF: O VALOR CANCELADO SAI DAS PARCELAS EM
      * ABERTO DA NF, DA ULTIMA PARA A PRIMEIRA. PARCELA QUE FICA SEM
      * SALDO E CANCELADA (OU QUITADA, SE JA TINHA PAGAMENTO). O
      * VALOR DA LINHA E LEVADO AOS JUROS DO PLANO DA NF (TAXA E
      * QUANTIDADE GRAVADAS NAS PARCELAS), O MESMO TOTAL QUE A
      * GERACAO LANCOU, DEVOLVIDO EM PZ-VALOR-FINANCIADO.
      ******************************************************************
       00006-CANCELA-NF.
           MOVE 0 TO WS-QTD-PARC-NF.
           MOVE 0 TO WS-PLANO-NF.
           MOVE 1 TO WS-QTD-PARC.
           MOVE ZERO TO WS-TAXA-MES.
           PERFORM 00007-POSICIONA-CLIENTE.
           PERFORM 00008-LER-PARCELA.
           PERFORM 00006-A-GUARDA-PARCELA-NF UNTIL FIM-DAS-PARCELAS.

           PERFORM 00010-PREPARA-FINANCIAMENTO.
           MOVE 1 TO WS-IDX-PARC.
           PERFORM 00006-C-SOMA-PARCELA
               UNTIL WS-IDX-PARC > WS-QTD-PARC.
           MOVE PZ-VALOR-FINANCIADO TO WS-RESTANTE.
           PERFORM 00006-B-ESTORNA-PARCELA
               UNTIL WS-QTD-PARC-NF = 0 OR WS-RESTANTE = 0.
           IF WS-RESTANTE > 0
              MOVE 2 TO PZ-RESULTADO.

       00006-A-GUARDA-PARCELA-NF.
           IF CR-NF = PZ-NF AND NOT PLANO-DA-NF-ACHADO
              MOVE 1 TO WS-PLANO-NF
              IF CR-QTD-PARCELAS NUMERIC AND CR-QTD-PARCELAS > 0
                 MOVE CR-QTD-PARCELAS TO WS-QTD-PARC
              END-IF
              IF CR-TAXA-MES NUMERIC
                 MOVE CR-TAXA-MES TO WS-TAXA-MES
              END-IF
           END-IF.
           IF CR-NF = PZ-NF AND CR-SITUACAO = "A"
              IF WS-QTD-PARC-NF < 99
                 ADD 1 TO WS-QTD-PARC-NF
                 MOVE CR-VENCIMENTO TO TN-VENCIMENTO(WS-QTD-PARC-NF)
                 MOVE CR-PARCELA    TO TN-PARCELA(WS-QTD-PARC-NF)
              END-IF
           END-IF.
           PERFORM 00008-LER-PARCELA.

       00006-C-SOMA-PARCELA.
           PERFORM 00010-A-PROXIMA-PARCELA.
           ADD 1 TO WS-IDX-PARC.

       00006-B-ESTORNA-PARCELA.
           MOVE PZ-CLIENTE TO CR-CLIENTE.
           MOVE TN-VENCIMENTO(WS-QTD-PARC-NF) TO CR-VENCIMENTO.
           MOVE PZ-NF TO CR-NF.
           MOVE TN-PARCELA(WS-QTD-PARC-NF) TO CR-PARCELA.
           READ FD-PARCELAS RECORD KEY CR-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   COMPUTE WS-ABERTO = CR-VALOR - CR-VALOR-PAGO
                   IF WS-ABERTO > WS-RESTANTE
                      MOVE WS-RESTANTE TO WS-APLICAR
                   ELSE
                      MOVE WS-ABERTO TO WS-APLICAR
                   END-IF
                   SUBTRACT WS-APLICAR FROM CR-VALOR
                   IF CR-VALOR = CR-VALOR-PAGO
                      IF CR-VALOR-PAGO = 0
                         MOVE "C" TO CR-SITUACAO
                      ELSE
                         MOVE "Q" TO CR-SITUACAO
                      END-IF
                   END-IF
                   REWRITE REG-PARCELA-CRED
                       INVALID KEY
                          MOVE 9 TO PZ-RESULTADO
                          DISPLAY "-- ERRO AO CANCELAR PARCELA DA NF "
                                  PZ-NF
                       NOT INVALID KEY
                          SUBTRACT WS-APLICAR FROM WS-RESTANTE
                          ADD WS-APLICAR TO PZ-VALOR-APLICADO
                   END-REWRITE
           END-READ.
           SUBTRACT 1 FROM WS-QTD-PARC-NF.

      ******************************************************************
      * ATRASO DO CLIENTE NA DATA DE REFERENCIA: COMO A CHAVE ANDA
      * POR VENCIMENTO, A PRIMEIRA PARCELA EM ABERTO JA VENCIDA E A
      * MAIS ATRASADA; O VALOR VENCIDO SOMA TODAS AS VENCIDAS.
      ******************************************************************
       00009-APURA-ATRASO.
           COMPUTE WS-INT-VENDA = FUNCTION INTEGER-OF-DATE(PZ-DATA).
           PERFORM 00007-POSICIONA-CLIENTE.
           PERFORM 00008-LER-PARCELA.
           PERFORM 00009-A-SOMA-VENCIDA UNTIL FIM-DAS-PARCELAS.

       00009-A-SOMA-VENCIDA.
           IF CR-SITUACAO = "A" AND CR-VENCIMENTO < PZ-DATA
              COMPUTE WS-INT-VENC =
                      FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO)
              IF PZ-DIAS-ATRASO = 0
                 COMPUTE PZ-DIAS-ATRASO = WS-INT-VENDA - WS-INT-VENC
              END-IF
              COMPUTE PZ-VALOR-VENCIDO =
                      PZ-VALOR-VENCIDO + CR-VALOR - CR-VALOR-PAGO
           END-IF.
           PERFORM 00008-LER-PARCELA.

       00007-POSICIONA-CLIENTE.
           MOVE 0 TO WS-FIM-PARCELAS.
           MOVE PZ-CLIENTE TO CR-CLIENTE.
           MOVE ZERO TO CR-VENCIMENTO CR-NF CR-PARCELA.
           START FD-PARCELAS KEY NOT < CR-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-PARCELAS.

       00008-LER-PARCELA.
           IF NOT FIM-DAS-PARCELAS
              READ FD-PARCELAS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                      IF CR-CLIENTE NOT = PZ-CLIENTE
                         MOVE 1 TO WS-FIM-PARCELAS
                      END-IF
              END-READ
           END-IF.

      ******************************************************************
      * PARCELA FIXA PELA TABELA PRICE SOBRE PZ-VALOR, COM A TAXA E A
      * QUANTIDADE DE PARCELAS DO PLANO (WS-TAXA-MES, WS-QTD-PARC),
      * COMO NO 00006-CALCULA-FINANCIAMENTO DA CALCULADORA.
      ******************************************************************
       00010-PREPARA-FINANCIAMENTO.
           COMPUTE WS-FIN-I = WS-TAXA-MES / 100.
           IF WS-FIN-I = 0
              COMPUTE WS-VALOR-BASE ROUNDED = PZ-VALOR / WS-QTD-PARC
           ELSE
              COMPUTE WS-FIN-FATOR ROUNDED =
                      (1 + WS-FIN-I) ** WS-QTD-PARC
              COMPUTE WS-FIN-NUMERADOR ROUNDED =
                      WS-FIN-I * WS-FIN-FATOR
              SUBTRACT 1 FROM WS-FIN-FATOR
              DIVIDE WS-FIN-NUMERADOR BY WS-FIN-FATOR
                     GIVING WS-FIN-COEFICIENTE ROUNDED
              COMPUTE WS-VALOR-BASE ROUNDED =
                      PZ-VALOR * WS-FIN-COEFICIENTE
           END-IF.
           MOVE PZ-VALOR TO WS-FIN-SALDO.
           MOVE ZERO TO PZ-VALOR-FINANCIADO.

      * PARCELA WS-IDX-PARC: JUROS DO MES SOBRE O SALDO DEVEDOR E A
      * AMORTIZACAO QUE COMPLETA A PARCELA FIXA; A ULTIMA AMORTIZA O
      * SALDO QUE SOBROU E ACERTA O ARREDONDAMENTO, COMO NO
      * 00006-A-CALCULA-PARCELA DA CALCULADORA.
       00010-A-PROXIMA-PARCELA.
           COMPUTE WS-FIN-JUROS ROUNDED = WS-FIN-SALDO * WS-FIN-I.
           IF WS-IDX-PARC = WS-QTD-PARC
              MOVE WS-FIN-SALDO TO WS-FIN-AMORT
           ELSE
              COMPUTE WS-FIN-AMORT = WS-VALOR-BASE - WS-FIN-JUROS
              IF WS-FIN-AMORT > WS-FIN-SALDO
                 MOVE WS-FIN-SALDO TO WS-FIN-AMORT
              END-IF
           END-IF.
           COMPUTE WS-VALOR-PARC = WS-FIN-AMORT + WS-FIN-JUROS.
           SUBTRACT WS-FIN-AMORT FROM WS-FIN-SALDO.
           ADD WS-VALOR-PARC TO PZ-VALOR-FINANCIADO.

       END PROGRAM PROG094-PARCELAS-CREDIARIO.
