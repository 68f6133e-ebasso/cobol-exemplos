      *            catalogo); os NEGATIVOS saem pelo evento proprio
      *            AJN, com as suas proprias contas no mapa;
      *          - FOL: liquido da folha mensal de uma competencia,
      *            quando informada;
      *          - TXC: taxa da adquirente de cartao e
      *          - LQC: liquido recebido da adquirente, ambos pela
      *            data do pagamento na conciliacao do PROG096
      *            (PROG96-001.CNC);
      *          - PGF: titulos de fornecedor pagos na data pela
      *            rodada de pagamento do PROG100 (PROG17-001.CAP);
      *          - PQU, PFU, PAV e PVE: baixas por perda do dia no
      *            PROG121 (PROG121-001.PER), pelo custo medio, um
      *            evento por motivo (quebra, furto, avaria e
      *            validade vencida), cada um com o seu par de contas.
      *          So lanca em conta do plano de contas (PROG102) que
      *          seja analitica: evento com conta fora do plano ou
      *          sintetica e rejeitado e contado no rodape. Data de
      *          movimento em competencia ja fechada pelo PROG103 (ou
      *          anterior a ultima fechada) nao gera diario.
      *          E o fim da redigitacao para a contabilidade; o
      *          balancete sai no PROG066.
      *          No fechamento mensal (PROG130) roda sem perguntar:
      *          o movimento e o ultimo dia da competencia, com a
      *          folha da propria competencia, e os totais de
      *          controle voltam no registro de passagem.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HFOL.

      * TITULOS DE CONTAS A PAGAR, PAGOS PELO PROG100.
           SELECT FD-CTASPAGAR ASSIGN TO "PROG17-001.CAP"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CAP.

      * CONCILIACAO DE CARTOES (PROG096).
           SELECT FD-CONCILIACAO ASSIGN TO "PROG96-001.CNC"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CNC.

      * PLANO DE CONTAS (PROG102).
           SELECT FD-PLANO ASSIGN TO "PROG102-PLANO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PL-CONTA
                              FILE STATUS WS-FILE-STATUS-PLANO.

      * CONTROLE DE PERIODOS CONTABEIS FECHADOS (PROG103).
           SELECT FD-PERIODOS ASSIGN TO "PROG103-PERIODO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS PE-COMPETENCIA
                              FILE STATUS WS-FILE-STATUS-PER.

      * BAIXAS POR PERDA DE ESTOQUE (PROG121), TODAS AS LOJAS.
           SELECT FD-REGPERDAS ASSIGN TO "PROG121-001.PER"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PDA.

      * DIARIO CONTABIL, SAIDA DESTE PROGRAMA.
           SELECT FD-DIARIO ASSIGN TO "PROG65-DIARIO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DIA.

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

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-RECEBIMENTO
      * DO PROG017, CAMPO A CAMPO.
           02 PH-LIQUIDO          PIC 9(07)V99.
           02 PH-TIPO             PIC X(01).

       FD FD-CTASPAGAR
          RECORD CONTAINS 68 CHARACTERS.
           COPY CTAPAG.CPY.

       FD FD-CONCILIACAO
          RECORD CONTAINS 83 CHARACTERS.
           COPY CONCCART.CPY.

       FD FD-PLANO
          RECORD CONTAINS 38 CHARACTERS.
           COPY PLANOCTA.CPY.

       FD FD-PERIODOS
          RECORD CONTAINS 15 CHARACTERS.
           COPY PERCTB.CPY.

       FD FD-REGPERDAS
          RECORD CONTAINS 118 CHARACTERS.
           COPY PERDA.CPY.

       FD FD-DIARIO
          RECORD CONTAINS 62 CHARACTERS.
           COPY LANCTO.CPY.

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
       77 WS-FILE-STATUS-DEV        PIC 9(02).
       77 WS-FILE-STATUS-MOV        PIC 9(02).
       77 WS-FILE-STATUS-HFOL       PIC 9(02).
       77 WS-FILE-STATUS-CNC        PIC 9(02).
       77 WS-FILE-STATUS-CAP        PIC 9(02).
       77 WS-FILE-STATUS-DIA        PIC 9(02).
       77 WS-FILE-STATUS-PLANO      PIC 9(02).
       77 WS-FILE-STATUS-PER        PIC 9(02).
       77 WS-FILE-STATUS-PDA        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-DATA-MOVIMENTO         PIC 9(08).
       77 WS-COMPETENCIA-FOLHA      PIC 9(06).
       77 WS-ULTIMA-FECHADA         PIC 9(06) VALUE ZERO.

      ************ MAPA DE CONTAS POR EVENTO ***********
       01 TAB-CONTAS.
       77 WS-TOTAL-AJUSTES-POS      PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-AJUSTES-NEG      PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-FOLHA            PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-TAXA-CARTAO      PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-LIQ-CARTAO       PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-PAGTO-FORNEC     PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-PERDA-QUEBRA     PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-PERDA-FURTO      PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-PERDA-AVARIA     PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-PERDA-VENCIDO    PIC 9(12)V9(02) VALUE ZERO.

       77 WS-VALOR-LINHA            PIC S9(12)V9(02).
       77 WS-VALOR-EVENTO           PIC 9(12)V9(02).
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-CONT-LANCAMENTOS       PIC 9(05) VALUE ZERO.
       77 WS-CONT-SEM-MAPA          PIC 9(05) VALUE ZERO.
       77 WS-CONT-CONTA-INVALIDA    PIC 9(05) VALUE ZERO.
       77 WS-CONTAS-VALIDAS         PIC 9(01) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-PRODUTOS-OK            PIC 9(01) VALUE ZERO.
           88 PRODUTOS-OK           VALUE 1.

      ************* PASSO DO FECHAMENTO MENSAL ************
       77 WS-FILE-STATUS-PSF        PIC 9(02).
       77 WS-MODO-FECHAMENTO        PIC 9(01) VALUE ZERO.
           88 MODO-FECHAMENTO       VALUE 1.
           COPY FECHPASS.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9910-LE-PASSO-FECHAMENTO.
           IF MODO-FECHAMENTO
              MOVE PF-DATA-FINAL  TO WS-DATA-MOVIMENTO
              MOVE PF-COMPETENCIA TO WS-COMPETENCIA-FOLHA
           ELSE
              DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, 0 = HOJE): "
                      WITH NO ADVANCING
              ACCEPT WS-DATA-MOVIMENTO
              IF WS-DATA-MOVIMENTO = 0
                 ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
              END-IF
              DISPLAY "INCLUIR FOLHA DA COMPETENCIA (AAAAMM, "
                      "0 = NAO): " WITH NO ADVANCING
              ACCEPT WS-COMPETENCIA-FOLHA
           END-IF.

           PERFORM 00001-CARREGA-MAPA.
           IF WS-QTD-CONTAS = 0
              DISPLAY "-- SEM MAPA DE CONTAS (CONTABIL.DAT), DIARIO "
                      "NAO GERADO"
              MOVE "SEM MAPA DE CONTAS" TO PF-OBSERVACAO
              PERFORM 00014-DIARIO-NAO-GERADO
              GOBACK
           END-IF.

           PERFORM 00012-VERIFICA-PERIODO.
           IF WS-DATA-MOVIMENTO(1:6) NOT > WS-ULTIMA-FECHADA
              DISPLAY "-- COMPETENCIA " WS-DATA-MOVIMENTO(1:6)
                      " JA FECHADA NA CONTABILIDADE (ULTIMA FECHADA "
                      WS-ULTIMA-FECHADA "), DIARIO NAO GERADO"
              MOVE "COMPETENCIA JA FECHADA NA CONTABILIDADE"
                TO PF-OBSERVACAO
              PERFORM 00014-DIARIO-NAO-GERADO
              GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PLANO.
           OPEN INPUT FD-PLANO.
           IF WS-FILE-STATUS-PLANO NOT = 0
              DISPLAY "-- SEM PLANO DE CONTAS (PROG102-PLANO.DAT), "
                      "DIARIO NAO GERADO"
              MOVE "SEM PLANO DE CONTAS" TO PF-OBSERVACAO
              PERFORM 00014-DIARIO-NAO-GERADO
              GOBACK
           END-IF.

           IF WS-COMPETENCIA-FOLHA > 0
              PERFORM 00007-APURA-FOLHA
           END-IF.
           PERFORM 00010-APURA-CARTOES.
           PERFORM 00011-APURA-PAGTO-FORNEC.
           PERFORM 00013-APURA-PERDAS.
           IF PRODUTOS-OK
              CLOSE FD-PRODUTOS
           END-IF.

           PERFORM 00008-GRAVA-DIARIO.
           CLOSE FD-PLANO.
           PERFORM 00009-RODAPE.

           MOVE 0 TO RETURN-CODE.
           IF WS-FILE-STATUS-DIA NOT = 0
              MOVE 90 TO RETURN-CODE
           END-IF.

           IF MODO-FECHAMENTO
              MOVE ZERO                   TO PF-CONT-LIDOS
              MOVE WS-CONT-LANCAMENTOS    TO PF-CONT-APLICADOS
              COMPUTE PF-CONT-ERROS = WS-CONT-SEM-MAPA
                                    + WS-CONT-CONTA-INVALIDA
              MOVE WS-TOTAL-DEBITOS       TO PF-VALOR-CONTROLE
              MOVE "TOTAL A DEBITO"       TO PF-DESC-VALOR
              MOVE SPACES                 TO PF-OBSERVACAO
              IF WS-FILE-STATUS-DIA NOT = 0
                 MOVE "ERRO AO ABRIR O DIARIO" TO PF-OBSERVACAO
              ELSE
              IF PF-CONT-ERROS > 0
                 MOVE "ERROS = SEM MAPA OU CONTA INVALIDA"
                   TO PF-OBSERVACAO
              END-IF
              END-IF
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

           GOBACK.

      ******************************************************************
      * DIARIO NAO GERADO: STATUS DE FALHA PARA O FECHAMENTO MENSAL,
      * COM O MOTIVO JA EM PF-OBSERVACAO.
      ******************************************************************
       00014-DIARIO-NAO-GERADO.
           MOVE 90 TO RETURN-CODE.
           IF MODO-FECHAMENTO
              MOVE ZERO TO PF-CONT-LIDOS PF-CONT-APLICADOS
                           PF-CONT-ERROS PF-VALOR-CONTROLE
              MOVE SPACES TO PF-DESC-VALOR
              PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
           END-IF.

       00001-CARREGA-MAPA.
           MOVE 0 TO WS-FIM-ARQUIVO.
      * LINHAS (DEBITO E CREDITO) PELAS CONTAS DO MAPA. OS AJUSTES
      * NEGATIVOS SAEM PELO EVENTO AJN, QUE PRECISA DO SEU PROPRIO
      * PAR DE CONTAS EM CONTABIL.DAT (PERDA/ESTOQUE, O INVERSO DO
      * AJU). AS PERDAS DO PROG121 SAEM UM EVENTO POR MOTIVO (PQU,
      * PFU, PAV E PVE), CADA UM COM O SEU PAR DE CONTAS.
      ******************************************************************
       00008-GRAVA-DIARIO.
           MOVE 0 TO WS-FILE-STATUS-DIA.
              MOVE "FOL" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-FOLHA TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "TXC" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-TAXA-CARTAO TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "LQC" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-LIQ-CARTAO TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "PGF" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-PAGTO-FORNEC TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "PQU" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-PERDA-QUEBRA TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "PFU" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-PERDA-FURTO TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "PAV" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-PERDA-AVARIA TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              MOVE "PVE" TO WS-EVENTO-ATUAL
              MOVE WS-TOTAL-PERDA-VENCIDO TO WS-VALOR-EVENTO
              PERFORM 00008-A-LANCA-EVENTO
              CLOSE FD-DIARIO.

       00008-A-LANCA-EVENTO.
                 DISPLAY "-- EVENTO SEM CONTA NO MAPA --> "
                         WS-EVENTO-ATUAL
              ELSE
                 PERFORM 00008-D-VALIDA-CONTAS
              END-IF
              IF WS-CONTA-ACHADA = 1 AND WS-CONTAS-VALIDAS = 1
                 MOVE WS-DATA-MOVIMENTO TO LC-DATA
                 MOVE WS-EVENTO-ATUAL   TO LC-EVENTO
                 MOVE MC-CONTA-DEB(WS-IDX-CONTA) TO LC-CONTA
              ADD 1 TO WS-IDX-CONTA
           END-IF.

      ******************************************************************
      * AS DUAS CONTAS DO EVENTO TEM DE ESTAR NO PLANO E SER
      * ANALITICAS; SENAO O EVENTO INTEIRO E REJEITADO, PARA O DIARIO
      * NAO FICAR COM PARTIDA SEM CONTRAPARTIDA.
      ******************************************************************
       00008-D-VALIDA-CONTAS.
           MOVE 1 TO WS-CONTAS-VALIDAS.
           MOVE MC-CONTA-DEB(WS-IDX-CONTA) TO PL-CONTA.
           PERFORM 00008-E-VALIDA-CONTA.
           MOVE MC-CONTA-CRE(WS-IDX-CONTA) TO PL-CONTA.
           PERFORM 00008-E-VALIDA-CONTA.
           IF WS-CONTAS-VALIDAS = 0
              ADD 1 TO WS-CONT-CONTA-INVALIDA
           END-IF.

       00008-E-VALIDA-CONTA.
           READ FD-PLANO RECORD KEY PL-CONTA
                INVALID KEY
                   MOVE 0 TO WS-CONTAS-VALIDAS
                   DISPLAY "-- EVENTO " WS-EVENTO-ATUAL
                           " REJEITADO, CONTA FORA DO PLANO --> "
                           PL-CONTA
                NOT INVALID KEY
                   IF NOT PL-ANALITICA
                      MOVE 0 TO WS-CONTAS-VALIDAS
                      DISPLAY "-- EVENTO " WS-EVENTO-ATUAL
                              " REJEITADO, CONTA SINTETICA --> "
                              PL-CONTA
                   END-IF
           END-READ.

       00009-RODAPE.
           DISPLAY " ".
           DISPLAY "==== GERACAO DE LANCAMENTOS CONTABEIS ====".
           DISPLAY "AJUSTES NEGATIVOS.......: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-FOLHA TO WS-TOTAL-EDT.
           DISPLAY "FOLHA INCLUIDA..........: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-TAXA-CARTAO TO WS-TOTAL-EDT.
           DISPLAY "TAXAS DE CARTAO.........: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-LIQ-CARTAO TO WS-TOTAL-EDT.
           DISPLAY "LIQUIDO DE CARTAO.......: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-PAGTO-FORNEC TO WS-TOTAL-EDT.
           DISPLAY "PAGAMENTO A FORNECEDOR..: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-PERDA-QUEBRA TO WS-TOTAL-EDT.
           DISPLAY "PERDAS POR QUEBRA.......: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-PERDA-FURTO TO WS-TOTAL-EDT.
           DISPLAY "PERDAS POR FURTO........: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-PERDA-AVARIA TO WS-TOTAL-EDT.
           DISPLAY "PERDAS POR AVARIA.......: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-PERDA-VENCIDO TO WS-TOTAL-EDT.
           DISPLAY "PERDAS POR VALIDADE.....: " WS-TOTAL-EDT.
           DISPLAY "LANCAMENTOS GRAVADOS....: " WS-CONT-LANCAMENTOS.
           DISPLAY "EVENTOS SEM MAPA........: " WS-CONT-SEM-MAPA.
           DISPLAY "EVENTOS REJEITADOS......: " WS-CONT-CONTA-INVALIDA.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDT.
           DISPLAY "TOTAL A DEBITO..........: " WS-TOTAL-EDT.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDT.
              DISPLAY "RESULTADO...............: PARTIDAS NAO FECHAM "
                      "- INVESTIGAR".

      ******************************************************************
      * TAXA E LIQUIDO DA ADQUIRENTE PAGOS NA DATA DO MOVIMENTO. A
      * SITUACAO N (NF NAO PAGA) NAO TEM PAGAMENTO A CONTABILIZAR.
      ******************************************************************
       00010-APURA-CARTOES.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CNC.
           OPEN INPUT FD-CONCILIACAO.
           IF WS-FILE-STATUS-CNC = 0
              PERFORM 00010-A-LER-CONCILIACAO
              PERFORM 00010-B-SOMA-CONCILIACAO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CONCILIACAO
           END-IF.

       00010-A-LER-CONCILIACAO.
           READ FD-CONCILIACAO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00010-B-SOMA-CONCILIACAO.
           IF CC-DATA-PAGTO = WS-DATA-MOVIMENTO
              AND CC-SITUACAO NOT = "N"
              ADD CC-TAXA          TO WS-TOTAL-TAXA-CARTAO
              ADD CC-VALOR-LIQUIDO TO WS-TOTAL-LIQ-CARTAO
           END-IF.
           PERFORM 00010-A-LER-CONCILIACAO.

      ******************************************************************
      * TITULOS DE FORNECEDOR PAGOS NA DATA DO MOVIMENTO PELA RODADA
      * DE PAGAMENTO DO PROG100.
      ******************************************************************
       00011-APURA-PAGTO-FORNEC.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CAP.
           OPEN INPUT FD-CTASPAGAR.
           IF WS-FILE-STATUS-CAP = 0
              PERFORM 00011-A-LER-TITULO
              PERFORM 00011-B-SOMA-TITULO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CTASPAGAR
           END-IF.

       00011-A-LER-TITULO.
           READ FD-CTASPAGAR
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00011-B-SOMA-TITULO.
           IF AP-PAGO AND AP-DATA-PAGTO = WS-DATA-MOVIMENTO
              ADD AP-VALOR TO WS-TOTAL-PAGTO-FORNEC
           END-IF.
           PERFORM 00011-A-LER-TITULO.

      ******************************************************************
      * ULTIMA COMPETENCIA FECHADA PELO PROG103; NENHUMA FECHADA (SEM
      * O ARQUIVO) DEIXA WS-ULTIMA-FECHADA ZERADA.
      ******************************************************************
       00012-VERIFICA-PERIODO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PER.
           OPEN INPUT FD-PERIODOS.
           IF WS-FILE-STATUS-PER = 0
              PERFORM 00012-A-LER-PERIODO
              PERFORM 00012-B-ACHA-ULTIMA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-PERIODOS
           END-IF.

       00012-A-LER-PERIODO.
           READ FD-PERIODOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00012-B-ACHA-ULTIMA.
           IF PE-FECHADO AND PE-COMPETENCIA > WS-ULTIMA-FECHADA
              MOVE PE-COMPETENCIA TO WS-ULTIMA-FECHADA
           END-IF.
           PERFORM 00012-A-LER-PERIODO.

      ******************************************************************
      * BAIXAS POR PERDA DO DIA (PROG121), DE TODAS AS LOJAS, SOMADAS
      * PELO CUSTO MEDIO GRAVADO NA BAIXA, SEPARADAS POR MOTIVO.
      ******************************************************************
       00013-APURA-PERDAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PDA.
           OPEN INPUT FD-REGPERDAS.
           IF WS-FILE-STATUS-PDA = 0
              PERFORM 00013-A-LER-PERDA
              PERFORM 00013-B-SOMA-PERDA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGPERDAS
           END-IF.

       00013-A-LER-PERDA.
           READ FD-REGPERDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00013-B-SOMA-PERDA.
           IF PD-DATA = WS-DATA-MOVIMENTO
              EVALUATE TRUE
                 WHEN PD-QUEBRA
                    ADD PD-VALOR TO WS-TOTAL-PERDA-QUEBRA
                 WHEN PD-FURTO
                    ADD PD-VALOR TO WS-TOTAL-PERDA-FURTO
                 WHEN PD-AVARIA
                    ADD PD-VALOR TO WS-TOTAL-PERDA-AVARIA
                 WHEN PD-VENCIDO
                    ADD PD-VALOR TO WS-TOTAL-PERDA-VENCIDO
              END-EVALUATE
           END-IF.
           PERFORM 00013-A-LER-PERDA.

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
                      IF PF-PROGRAMA = "PROG065-GERA-LANCAMENTOS"
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

       END PROGRAM PROG065-GERA-LANCAMENTOS.
