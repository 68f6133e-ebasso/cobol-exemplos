      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Projecao Semanal do Fluxo de Caixa
      *          Projeta as proximas 8 semanas de caixa a partir da
      *          data de referencia, em vez de montar toda segunda-
      *          feira na mao a partir de tres relatorios:
      *          ENTRADAS
      *          - parcelas em aberto do crediario (PROG29-PARC.DAT,
      *            PROG094) pelo vencimento;
      *          - vendas em cartao (PROG10-001.VND/.VNA) pela data
      *            da venda mais o prazo de repasse da adquirente.
      *          SAIDAS
      *          - titulos de fornecedor nao pagos (PROG17-001.CAP)
      *            pelo vencimento - o ja vencido entra na semana 1;
      *          - liquido da folha e encargos patronais (FGTS e INSS
      *            patronal, aliquotas de TABTRIB.DAT como no
      *            PROG064) da ultima competencia mensal fechada em
      *            PROG04-HIST.DAT, repetidos nos dias de pagamento
      *            de cada mes da janela;
      *          - itens de pedido de compra em aberto (PROG19-001.DAT)
      *            pelo saldo a receber ao custo medio
      *            (PROG17-CUSTO.DAT), vencendo na emissao mais o
      *            prazo de entrega mais o prazo do fornecedor.
      *          O saldo inicial de caixa e digitado; o relatorio sai
      *          no spool (PROG071) com entradas, saidas, liquido da
      *          semana e saldo acumulado. Prazos em PROG101-PARM.DAT
      *          (repasse do cartao, entrega do pedido, dia da folha,
      *          dia dos encargos); sem o arquivo valem 30 dias, 7
      *          dias, dia 5 e dia 20.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog101_fluxo_caixa -std=default -I copybooks prog101_fluxo_caixa.cob && ./bin/prog101_fluxo_caixa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG101-FLUXO-CAIXA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * PRAZOS DA PROJECAO.
           SELECT FD-PARAMETROS ASSIGN TO "PROG101-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * PARCELAS DO CREDIARIO (PROG094).
           SELECT FD-PARCELAS ASSIGN TO "PROG29-PARC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS CR-CHAVE
                              FILE STATUS WS-FILE-STATUS-PARC.

      * REGISTRO DE VENDAS DO DIA E ARQUIVO MORTO.
           SELECT FD-REGVENDAS ASSIGN TO "PROG10-001.VND"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

           SELECT FD-REGARQUIVO ASSIGN TO "PROG10-001.VNA"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNA.

      * TITULOS DE CONTAS A PAGAR (PROG017 / PROG100).
           SELECT FD-CTASPAGAR ASSIGN TO "PROG17-001.CAP"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CAP.

      * HISTORICO DE FOLHAS FECHADAS.
           SELECT FD-HIST-FOLHA ASSIGN TO "PROG04-HIST.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HFOL.

      * TABELA DE TRIBUTOS, PELAS ALIQUOTAS PATRONAIS (F E P).
           SELECT FD-TABTRIB ASSIGN TO "TABTRIB.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRIB.

      * ITENS DE PEDIDO DE COMPRA (PROG019).
           SELECT FD-PEDIDOS ASSIGN TO "PROG19-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS PC-CHAVE
                              FILE STATUS WS-FILE-STATUS-PED.

      * CUSTO MEDIO POR PRODUTO (PROG017).
           SELECT FD-CUSTOS ASSIGN TO "PROG17-CUSTO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CU-PID
                              FILE STATUS WS-FILE-STATUS-CST.

      * CADASTRO DE FORNECEDORES, PELO PRAZO DE PAGAMENTO.
           SELECT FD-FORNECEDORES ASSIGN TO "PROG18-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FR-CODIGO
                              FILE STATUS WS-FILE-STATUS-FOR.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARAMETROS
          RECORD CONTAINS 10 CHARACTERS.
       01 REG-PARAMETROS.
           02 LP-DIAS-CARTAO      PIC 9(03).
           02 LP-DIAS-ENTREGA     PIC 9(03).
           02 LP-DIA-FOLHA        PIC 9(02).
           02 LP-DIA-ENCARGOS     PIC 9(02).

       FD FD-PARCELAS
          RECORD CONTAINS 64 CHARACTERS.
           COPY PARCCRED.CPY.

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-VENDA DO
      * PROG013, CAMPO A CAMPO (VENDREG.CPY).
       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-CTASPAGAR
          RECORD CONTAINS 68 CHARACTERS.
           COPY CTAPAG.CPY.

      *    PH-TIPO: M = FOLHA MENSAL, D = 13O SALARIO, F = FERIAS.
       FD FD-HIST-FOLHA
          RECORD CONTAINS 48 CHARACTERS.
       01 REG-HIST-FOLHA.
           02 PH-COMPETENCIA      PIC 9(06).
           02 PH-MATRICULA        PIC 9(05).
           02 PH-BRUTO            PIC 9(07)V99.
           02 PH-INSS             PIC 9(07)V99.
           02 PH-IRRF             PIC 9(07)V99.
           02 PH-LIQUIDO          PIC 9(07)V99.
           02 PH-TIPO             PIC X(01).

       FD FD-TABTRIB
          RECORD CONTAINS 23 CHARACTERS.
       01 REG-TABTRIB.
           02 TX-TIPO             PIC X(01).
           02 TX-LIMITE           PIC 9(07)V99.
           02 TX-ALIQUOTA         PIC 9(02)V99.
           02 TX-DEDUCAO          PIC 9(07)V99.

       FD FD-PEDIDOS
          RECORD CONTAINS 66 CHARACTERS.
           COPY PEDCOMP.CPY.

       FD FD-CUSTOS
          RECORD CONTAINS 42 CHARACTERS.
           COPY CUSTO.CPY.

       FD FD-FORNECEDORES
          RECORD CONTAINS 69 CHARACTERS.
           COPY FORNEC.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-PARC       PIC 9(02).
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).
       77 WS-FILE-STATUS-CAP        PIC 9(02).
       77 WS-FILE-STATUS-HFOL       PIC 9(02).
       77 WS-FILE-STATUS-TRIB       PIC 9(02).
       77 WS-FILE-STATUS-PED        PIC 9(02).
       77 WS-FILE-STATUS-CST        PIC 9(02).
       77 WS-FILE-STATUS-FOR        PIC 9(02).

      ************* PARAMETROS EFETIVOS DA PROJECAO ************
       77 WS-DIAS-CARTAO            PIC 9(03) VALUE 30.
       77 WS-DIAS-ENTREGA           PIC 9(03) VALUE 7.
       77 WS-DIA-FOLHA              PIC 9(02) VALUE 5.
       77 WS-DIA-ENCARGOS           PIC 9(02) VALUE 20.
       77 WS-ALIQ-FGTS              PIC 9(02)V99 VALUE 8.00.
       77 WS-ALIQ-PATRONAL          PIC 9(02)V99 VALUE 20.00.

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-DATA-REFERENCIA        PIC 9(08).
       77 WS-INT-REFERENCIA         PIC 9(08) COMP.
       77 WS-SALDO-INICIAL          PIC S9(12)V9(02).
       77 WS-INT-EVENTO             PIC 9(08) COMP.
       77 WS-DIAS-DA-REFERENCIA     PIC S9(05) COMP.
       77 WS-SEMANA                 PIC 9(02).
       77 WS-VALOR-EVENTO           PIC 9(12)V9(02).

      ************* PROJECAO POR SEMANA ************
       01 TAB-FLUXO.
          02 FLUXO-ITEM OCCURS 8 TIMES.
             03 FX-DATA-INICIO  PIC 9(08).
             03 FX-CREDIARIO    PIC 9(12)V9(02).
             03 FX-CARTOES      PIC 9(12)V9(02).
             03 FX-FORNEC       PIC 9(12)V9(02).
             03 FX-FOLHA        PIC 9(12)V9(02).
             03 FX-ENCARGOS     PIC 9(12)V9(02).
             03 FX-COMPRAS      PIC 9(12)V9(02).

       77 WS-IDX-SEMANA             PIC 9(02) VALUE ZERO.
       77 WS-ENTRADAS-SEMANA        PIC 9(13)V9(02).
       77 WS-SAIDAS-SEMANA          PIC 9(13)V9(02).
       77 WS-LIQUIDO-SEMANA         PIC S9(13)V9(02).
       77 WS-SALDO-ACUMULADO        PIC S9(13)V9(02).

      ************* FORA DA JANELA E MEMORIAS ************
       77 WS-PARCELAS-VENCIDAS      PIC 9(12)V9(02) VALUE ZERO.
       77 WS-FORNEC-VENCIDOS        PIC 9(12)V9(02) VALUE ZERO.
       77 WS-ALEM-ENTRADAS          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-ALEM-SAIDAS            PIC 9(12)V9(02) VALUE ZERO.
       77 WS-CONT-SEM-CUSTO         PIC 9(05) VALUE ZERO.

      ************* FOLHA DA ULTIMA COMPETENCIA FECHADA ************
       77 WS-ULTIMA-COMPETENCIA     PIC 9(06) VALUE ZERO.
       77 WS-FOLHA-LIQUIDO          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-FOLHA-BRUTO            PIC 9(12)V9(02) VALUE ZERO.
       77 WS-FOLHA-ENCARGOS         PIC 9(12)V9(02) VALUE ZERO.
       01 WS-DATA-PAGTO-FOLHA.
           02 WS-PF-ANO             PIC 9(04).
           02 WS-PF-MES             PIC 9(02).
           02 WS-PF-DIA             PIC 9(02).
       01 WS-DATA-PAGTO-FOLHA-N REDEFINES WS-DATA-PAGTO-FOLHA
                                    PIC 9(08).
       77 WS-CONT-MESES             PIC 9(01) VALUE ZERO.

      ************* VARIAVEIS DOS PEDIDOS DE COMPRA ************
       77 WS-QTD-A-RECEBER          PIC S9(10)V9(02).
       77 WS-PRAZO-FORNEC           PIC 9(03).

      ************* VARIAVEIS DE EDICAO ************
       77 WS-VALOR-EDT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR2-EDT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR3-EDT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR4-EDT             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-CUSTOS-OK              PIC 9(01) VALUE ZERO.
           88 CUSTOS-OK             VALUE 1.
       77 WS-FORNEC-OK              PIC 9(01) VALUE ZERO.
           88 FORNEC-OK             VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-REFERENCIA.
           IF WS-DATA-REFERENCIA = 0
              ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA).
           DISPLAY "SALDO INICIAL DE CAIXA: " WITH NO ADVANCING.
           ACCEPT WS-SALDO-INICIAL.

           PERFORM 00001-CARREGA-PARAMETROS.
           PERFORM 00002-CARREGA-ALIQUOTAS.
           PERFORM 00003-PREPARA-SEMANAS.

           PERFORM 00004-APURA-CREDIARIO.
           PERFORM 00005-APURA-CARTOES.
           PERFORM 00006-APURA-FORNECEDORES.
           PERFORM 00007-APURA-FOLHA.
           PERFORM 00008-APURA-COMPRAS.

           PERFORM 9801-ABRE-SPOOL.
           PERFORM 00010-IMPRIME-PROJECAO.
           PERFORM 9803-FECHA-SPOOL.
           STOP RUN.

       00001-CARREGA-PARAMETROS.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      DISPLAY "-- PARAMETROS VAZIOS, USANDO PADRAO"
                   NOT AT END
                      IF LP-DIAS-CARTAO NUMERIC
                         MOVE LP-DIAS-CARTAO TO WS-DIAS-CARTAO
                      END-IF
                      IF LP-DIAS-ENTREGA NUMERIC
                         MOVE LP-DIAS-ENTREGA TO WS-DIAS-ENTREGA
                      END-IF
                      IF LP-DIA-FOLHA NUMERIC AND LP-DIA-FOLHA > 0
                         AND LP-DIA-FOLHA < 29
                         MOVE LP-DIA-FOLHA TO WS-DIA-FOLHA
                      END-IF
                      IF LP-DIA-ENCARGOS NUMERIC
                         AND LP-DIA-ENCARGOS > 0
                         AND LP-DIA-ENCARGOS < 29
                         MOVE LP-DIA-ENCARGOS TO WS-DIA-ENCARGOS
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           ELSE
              DISPLAY "-- SEM PROG101-PARM.DAT, USANDO PRAZOS "
                      "PADRAO".

      ******************************************************************
      * ALIQUOTAS PATRONAIS DOS TIPOS F (FGTS) E P (INSS PATRONAL)
      * DE TABTRIB.DAT, COMO NO PROG064; SEM AS LINHAS VALEM 8 E 20.
      ******************************************************************
       00002-CARREGA-ALIQUOTAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-TRIB.
           OPEN INPUT FD-TABTRIB.
           IF WS-FILE-STATUS-TRIB = 0
              PERFORM 00002-A-LER-LINHA
              PERFORM 00002-B-GUARDA-ALIQUOTA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-TABTRIB
           END-IF.

       00002-A-LER-LINHA.
           READ FD-TABTRIB
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-GUARDA-ALIQUOTA.
           EVALUATE TX-TIPO
              WHEN "F"
                 MOVE TX-ALIQUOTA TO WS-ALIQ-FGTS
              WHEN "P"
                 MOVE TX-ALIQUOTA TO WS-ALIQ-PATRONAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 00002-A-LER-LINHA.

       00003-PREPARA-SEMANAS.
           INITIALIZE TAB-FLUXO.
           MOVE 1 TO WS-IDX-SEMANA.
           PERFORM 00003-A-DATA-SEMANA UNTIL WS-IDX-SEMANA > 8.

       00003-A-DATA-SEMANA.
           COMPUTE WS-INT-EVENTO =
                   WS-INT-REFERENCIA + ((WS-IDX-SEMANA - 1) * 7).
           COMPUTE FX-DATA-INICIO(WS-IDX-SEMANA) =
                   FUNCTION DATE-OF-INTEGER(WS-INT-EVENTO).
           ADD 1 TO WS-IDX-SEMANA.

      ******************************************************************
      * SEMANA DO EVENTO EM WS-INT-EVENTO, CONTADA DA REFERENCIA:
      * 0 = ANTES DA REFERENCIA (VENCIDO), 1 A 8, 9 = ALEM DA JANELA.
      ******************************************************************
       00009-ACHA-SEMANA.
           COMPUTE WS-DIAS-DA-REFERENCIA =
                   WS-INT-EVENTO - WS-INT-REFERENCIA.
           IF WS-DIAS-DA-REFERENCIA < 0
              MOVE 0 TO WS-SEMANA
           ELSE
              COMPUTE WS-SEMANA = (WS-DIAS-DA-REFERENCIA / 7) + 1
              IF WS-SEMANA > 8
                 MOVE 9 TO WS-SEMANA
              END-IF
           END-IF.

      ******************************************************************
      * ENTRADAS DO CREDIARIO: SALDO DE CADA PARCELA EM ABERTO PELO
      * VENCIMENTO. PARCELA JA VENCIDA NAO ENTRA NA PROJECAO (FICA
      * SO NA MEMORIA DO RODAPE) - ATRASO NAO E CAIXA CERTO.
      ******************************************************************
       00004-APURA-CREDIARIO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PARC NOT = 0
              DISPLAY "-- SEM PARCELAS DO CREDIARIO (STATUS "
                      WS-FILE-STATUS-PARC ")"
           ELSE
              PERFORM 00004-A-LER-PARCELA
              PERFORM 00004-B-SOMA-PARCELA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-PARCELAS.

       00004-A-LER-PARCELA.
           READ FD-PARCELAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00004-B-SOMA-PARCELA.
           IF CR-SITUACAO = "A" AND CR-VALOR > CR-VALOR-PAGO
              COMPUTE WS-VALOR-EVENTO = CR-VALOR - CR-VALOR-PAGO
              COMPUTE WS-INT-EVENTO =
                      FUNCTION INTEGER-OF-DATE(CR-VENCIMENTO)
              PERFORM 00009-ACHA-SEMANA
              EVALUATE WS-SEMANA
                 WHEN 0
                    ADD WS-VALOR-EVENTO TO WS-PARCELAS-VENCIDAS
                 WHEN 9
                    ADD WS-VALOR-EVENTO TO WS-ALEM-ENTRADAS
                 WHEN OTHER
                    ADD WS-VALOR-EVENTO TO FX-CREDIARIO(WS-SEMANA)
              END-EVALUATE
           END-IF.
           PERFORM 00004-A-LER-PARCELA.

      ******************************************************************
      * REPASSES DA ADQUIRENTE: VENDA EM CARTAO NAO CANCELADA CAI NA
      * DATA DA VENDA MAIS O PRAZO DE REPASSE. O QUE JA DEVIA TER
      * CAIDO ANTES DA REFERENCIA E DADO COMO RECEBIDO (CONCILIADO
      * NO PROG096).
      ******************************************************************
       00005-APURA-CARTOES.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 0
              PERFORM 00005-A-LER-REGVENDA
              PERFORM 00005-B-SOMA-REGVENDA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGVENDAS
           END-IF.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-VNA.
           OPEN INPUT FD-REGARQUIVO.
           IF WS-FILE-STATUS-VNA = 0
              PERFORM 00005-C-LER-ARQMORTO
              PERFORM 00005-D-SOMA-ARQMORTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGARQUIVO
           END-IF.

       00005-A-LER-REGVENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00005-B-SOMA-REGVENDA.
           PERFORM 00005-E-SOMA-CARTAO.
           PERFORM 00005-A-LER-REGVENDA.

       00005-C-LER-ARQMORTO.
           READ FD-REGARQUIVO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00005-D-SOMA-ARQMORTO.
      * MESMO LAYOUT DO REGISTRO VIVO.
           MOVE REG-VENDA-ARQUIVO TO REG-VENDA-EFETIVADA.
           PERFORM 00005-E-SOMA-CARTAO.
           PERFORM 00005-C-LER-ARQMORTO.

       00005-E-SOMA-CARTAO.
           IF VN-PAGAMENTO = "C" AND VN-SITUACAO NOT = "C"
              AND VN-DATA NUMERIC
              COMPUTE WS-INT-EVENTO =
                      FUNCTION INTEGER-OF-DATE(VN-DATA)
                      + WS-DIAS-CARTAO
              PERFORM 00009-ACHA-SEMANA
              IF WS-SEMANA > 0
                 COMPUTE WS-VALOR-EVENTO =
                         FUNCTION NUMVAL-C(VN-VALOR-EDT)
                 IF WS-SEMANA = 9
                    ADD WS-VALOR-EVENTO TO WS-ALEM-ENTRADAS
                 ELSE
                    ADD WS-VALOR-EVENTO TO FX-CARTOES(WS-SEMANA)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * TITULOS DE FORNECEDOR NAO PAGOS (EM ABERTO OU RETIDOS) PELO
      * VENCIMENTO. O JA VENCIDO E CAIXA NECESSARIO JA: SEMANA 1.
      ******************************************************************
       00006-APURA-FORNECEDORES.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CAP.
           OPEN INPUT FD-CTASPAGAR.
           IF WS-FILE-STATUS-CAP NOT = 0
              DISPLAY "-- SEM TITULOS A PAGAR (STATUS "
                      WS-FILE-STATUS-CAP ")"
           ELSE
              PERFORM 00006-A-LER-TITULO
              PERFORM 00006-B-SOMA-TITULO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CTASPAGAR.

       00006-A-LER-TITULO.
           READ FD-CTASPAGAR
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00006-B-SOMA-TITULO.
           IF NOT AP-PAGO
              COMPUTE WS-INT-EVENTO =
                      FUNCTION INTEGER-OF-DATE(AP-DATA-VENCTO)
              PERFORM 00009-ACHA-SEMANA
              EVALUATE WS-SEMANA
                 WHEN 0
                    ADD AP-VALOR TO WS-FORNEC-VENCIDOS
                    ADD AP-VALOR TO FX-FORNEC(1)
                 WHEN 9
                    ADD AP-VALOR TO WS-ALEM-SAIDAS
                 WHEN OTHER
                    ADD AP-VALOR TO FX-FORNEC(WS-SEMANA)
              END-EVALUATE
           END-IF.
           PERFORM 00006-A-LER-TITULO.

      ******************************************************************
      * FOLHA: LIQUIDO E ENCARGOS DA ULTIMA COMPETENCIA MENSAL FECHADA,
      * REPETIDOS NO DIA DA FOLHA E NO DIA DOS ENCARGOS DE CADA MES
      * QUE A JANELA DE 8 SEMANAS ALCANCA.
      ******************************************************************
       00007-APURA-FOLHA.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-HFOL.
           OPEN INPUT FD-HIST-FOLHA.
           IF WS-FILE-STATUS-HFOL NOT = 0
              DISPLAY "-- SEM HISTORICO DE FOLHA (STATUS "
                      WS-FILE-STATUS-HFOL "), FOLHA FORA DA PROJECAO"
           ELSE
              PERFORM 00007-A-LER-HISTORICO
              PERFORM 00007-B-SOMA-HISTORICO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-HIST-FOLHA
              COMPUTE WS-FOLHA-ENCARGOS ROUNDED =
                      WS-FOLHA-BRUTO
                      * (WS-ALIQ-FGTS + WS-ALIQ-PATRONAL) / 100
              MOVE WS-DATA-REFERENCIA TO WS-DATA-PAGTO-FOLHA-N
              MOVE 0 TO WS-CONT-MESES
              PERFORM 00007-C-PROJETA-MES UNTIL WS-CONT-MESES > 2.

       00007-A-LER-HISTORICO.
           READ FD-HIST-FOLHA
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

      * COMPETENCIA MAIS RECENTE VENCE: AO ACHAR UMA MAIOR, OS
      * TOTAIS RECOMECAM.
       00007-B-SOMA-HISTORICO.
           IF PH-TIPO = "M"
              IF PH-COMPETENCIA > WS-ULTIMA-COMPETENCIA
                 MOVE PH-COMPETENCIA TO WS-ULTIMA-COMPETENCIA
                 MOVE ZERO TO WS-FOLHA-LIQUIDO WS-FOLHA-BRUTO
              END-IF
              IF PH-COMPETENCIA = WS-ULTIMA-COMPETENCIA
                 ADD PH-LIQUIDO TO WS-FOLHA-LIQUIDO
                 ADD PH-BRUTO   TO WS-FOLHA-BRUTO
              END-IF
           END-IF.
           PERFORM 00007-A-LER-HISTORICO.

       00007-C-PROJETA-MES.
           MOVE WS-DIA-FOLHA TO WS-PF-DIA.
           COMPUTE WS-INT-EVENTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO-FOLHA-N).
           PERFORM 00009-ACHA-SEMANA.
           IF WS-SEMANA > 0 AND WS-SEMANA < 9
              ADD WS-FOLHA-LIQUIDO TO FX-FOLHA(WS-SEMANA)
           END-IF.

           MOVE WS-DIA-ENCARGOS TO WS-PF-DIA.
           COMPUTE WS-INT-EVENTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PAGTO-FOLHA-N).
           PERFORM 00009-ACHA-SEMANA.
           IF WS-SEMANA > 0 AND WS-SEMANA < 9
              ADD WS-FOLHA-ENCARGOS TO FX-ENCARGOS(WS-SEMANA)
           END-IF.

           IF WS-PF-MES = 12
              MOVE 1 TO WS-PF-MES
              ADD 1 TO WS-PF-ANO
           ELSE
              ADD 1 TO WS-PF-MES
           END-IF.
           ADD 1 TO WS-CONT-MESES.

      ******************************************************************
      * PEDIDOS DE COMPRA EM ABERTO: SALDO A RECEBER AO CUSTO MEDIO,
      * PAGO NA EMISSAO + PRAZO DE ENTREGA + PRAZO DO FORNECEDOR (30
      * DIAS QUANDO DESCONHECIDO, COMO NO PROG017). ITEM SEM CUSTO
      * MEDIO (PRODUTO NUNCA RECEBIDO) FICA SO NA CONTAGEM.
      ******************************************************************
       00008-APURA-COMPRAS.
           MOVE 0 TO WS-FILE-STATUS-CST.
           OPEN INPUT FD-CUSTOS.
           IF WS-FILE-STATUS-CST = 0
              MOVE 1 TO WS-CUSTOS-OK
           END-IF.
           MOVE 0 TO WS-FILE-STATUS-FOR.
           OPEN INPUT FD-FORNECEDORES.
           IF WS-FILE-STATUS-FOR = 0
              MOVE 1 TO WS-FORNEC-OK
           END-IF.

           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-PED.
           OPEN INPUT FD-PEDIDOS.
           IF WS-FILE-STATUS-PED = 0
              PERFORM 00008-A-LER-PEDIDO
              PERFORM 00008-B-SOMA-PEDIDO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-PEDIDOS
           END-IF.

           IF CUSTOS-OK
              CLOSE FD-CUSTOS
           END-IF.
           IF FORNEC-OK
              CLOSE FD-FORNECEDORES
           END-IF.

       00008-A-LER-PEDIDO.
           READ FD-PEDIDOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00008-B-SOMA-PEDIDO.
           IF PC-SITUACAO = "A"
              COMPUTE WS-QTD-A-RECEBER =
                      PC-QTD-SUGERIDA - PC-QTD-RECEBIDA
              IF WS-QTD-A-RECEBER > 0
                 PERFORM 00008-C-VALORIZA-PEDIDO
              END-IF
           END-IF.
           PERFORM 00008-A-LER-PEDIDO.

       00008-C-VALORIZA-PEDIDO.
           MOVE ZERO TO WS-VALOR-EVENTO.
           IF CUSTOS-OK
              MOVE PC-PID TO CU-PID
              READ FD-CUSTOS RECORD KEY CU-PID
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      COMPUTE WS-VALOR-EVENTO ROUNDED =
                              WS-QTD-A-RECEBER * CU-CUSTO-MEDIO
              END-READ
           END-IF.

           IF WS-VALOR-EVENTO = 0
              ADD 1 TO WS-CONT-SEM-CUSTO
           ELSE
              MOVE 30 TO WS-PRAZO-FORNEC
              IF FORNEC-OK AND PC-FORNECEDOR > 0
                 MOVE PC-FORNECEDOR TO FR-CODIGO
                 READ FD-FORNECEDORES RECORD KEY FR-CODIGO
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE FR-PRAZO-PGTO TO WS-PRAZO-FORNEC
                 END-READ
              END-IF
              COMPUTE WS-INT-EVENTO =
                      FUNCTION INTEGER-OF-DATE(PC-DATA-EMISSAO)
                      + WS-DIAS-ENTREGA + WS-PRAZO-FORNEC
              PERFORM 00009-ACHA-SEMANA
              EVALUATE WS-SEMANA
                 WHEN 0
                    ADD WS-VALOR-EVENTO TO FX-COMPRAS(1)
                 WHEN 9
                    ADD WS-VALOR-EVENTO TO WS-ALEM-SAIDAS
                 WHEN OTHER
                    ADD WS-VALOR-EVENTO TO FX-COMPRAS(WS-SEMANA)
              END-EVALUATE
           END-IF.

      ******************************************************************
      * IMPRIME A PROJECAO: SALDO INICIAL, E PARA CADA SEMANA AS
      * ENTRADAS, AS SAIDAS, O LIQUIDO E O SALDO ACUMULADO.
      ******************************************************************
       00010-IMPRIME-PROJECAO.
           MOVE SPACES TO SP-LINHA.
           STRING "REFERENCIA: "     DELIMITED BY SIZE
                  WS-DATA-REFERENCIA DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-SALDO-INICIAL TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "SALDO INICIAL DE CAIXA.: " DELIMITED BY SIZE
                  WS-VALOR-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE WS-SALDO-INICIAL TO WS-SALDO-ACUMULADO.
           MOVE 1 TO WS-IDX-SEMANA.
           PERFORM 00010-A-IMPRIME-SEMANA UNTIL WS-IDX-SEMANA > 8.

           PERFORM 00010-B-IMPRIME-MEMORIA.

       00010-A-IMPRIME-SEMANA.
           COMPUTE WS-ENTRADAS-SEMANA =
                   FX-CREDIARIO(WS-IDX-SEMANA)
                   + FX-CARTOES(WS-IDX-SEMANA).
           COMPUTE WS-SAIDAS-SEMANA =
                   FX-FORNEC(WS-IDX-SEMANA)
                   + FX-FOLHA(WS-IDX-SEMANA)
                   + FX-ENCARGOS(WS-IDX-SEMANA)
                   + FX-COMPRAS(WS-IDX-SEMANA).
           COMPUTE WS-LIQUIDO-SEMANA =
                   WS-ENTRADAS-SEMANA - WS-SAIDAS-SEMANA.
           ADD WS-LIQUIDO-SEMANA TO WS-SALDO-ACUMULADO.

           MOVE SPACES TO SP-LINHA.
           STRING "SEMANA "                    DELIMITED BY SIZE
                  WS-IDX-SEMANA                DELIMITED BY SIZE
                  " - A PARTIR DE "            DELIMITED BY SIZE
                  FX-DATA-INICIO(WS-IDX-SEMANA) DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE FX-CREDIARIO(WS-IDX-SEMANA) TO WS-VALOR-EDT.
           MOVE FX-CARTOES(WS-IDX-SEMANA)   TO WS-VALOR2-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  ENTRADAS  CREDIARIO " DELIMITED BY SIZE
                  WS-VALOR-EDT            DELIMITED BY SIZE
                  "  CARTOES "            DELIMITED BY SIZE
                  WS-VALOR2-EDT           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE FX-FORNEC(WS-IDX-SEMANA)  TO WS-VALOR-EDT.
           MOVE FX-COMPRAS(WS-IDX-SEMANA) TO WS-VALOR2-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  SAIDAS    FORNECED. " DELIMITED BY SIZE
                  WS-VALOR-EDT            DELIMITED BY SIZE
                  "  PEDIDOS "            DELIMITED BY SIZE
                  WS-VALOR2-EDT           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE FX-FOLHA(WS-IDX-SEMANA)    TO WS-VALOR-EDT.
           MOVE FX-ENCARGOS(WS-IDX-SEMANA) TO WS-VALOR2-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "            FOLHA     " DELIMITED BY SIZE
                  WS-VALOR-EDT            DELIMITED BY SIZE
                  "  ENCARG. "            DELIMITED BY SIZE
                  WS-VALOR2-EDT           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE WS-ENTRADAS-SEMANA TO WS-VALOR-EDT.
           MOVE WS-SAIDAS-SEMANA   TO WS-VALOR2-EDT.
           MOVE WS-LIQUIDO-SEMANA  TO WS-VALOR3-EDT.
           MOVE WS-SALDO-ACUMULADO TO WS-VALOR4-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  TOTAL ENT " DELIMITED BY SIZE
                  WS-VALOR-EDT   DELIMITED BY SIZE
                  " SAI "        DELIMITED BY SIZE
                  WS-VALOR2-EDT  DELIMITED BY SIZE
                  " LIQ "        DELIMITED BY SIZE
                  WS-VALOR3-EDT  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "  SALDO ACUMULADO....... " DELIMITED BY SIZE
                  WS-VALOR4-EDT               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-SEMANA.

       00010-B-IMPRIME-MEMORIA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-FORNEC-VENCIDOS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "FORNEC. VENCIDO (SEMANA 1): " DELIMITED BY SIZE
                  WS-VALOR-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-PARCELAS-VENCIDAS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "CREDIARIO VENCIDO (FORA).: " DELIMITED BY SIZE
                  WS-VALOR-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-ALEM-ENTRADAS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "ENTRADAS ALEM DA JANELA..: " DELIMITED BY SIZE
                  WS-VALOR-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-ALEM-SAIDAS TO WS-VALOR-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "SAIDAS ALEM DA JANELA....: " DELIMITED BY SIZE
                  WS-VALOR-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "FOLHA BASE (COMPETENCIA).: " DELIMITED BY SIZE
                  WS-ULTIMA-COMPETENCIA       DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PEDIDO SEM CUSTO MEDIO...: " DELIMITED BY SIZE
                  WS-CONT-SEM-CUSTO           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "PROJECAO SEMANAL DO FLUXO DE CAIXA" TO SP-TITULO.
           MOVE "PROG101-FLUXO-CAIXA" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, RELATORIO SO NO CONSOLE".

       9802-IMPRIME-LINHA.
           DISPLAY SP-LINHA.
           IF SPOOL-OK
              MOVE "L" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
           END-IF.

       9803-FECHA-SPOOL.
           IF SPOOL-OK
              MOVE "F" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
              DISPLAY "-- RELATORIO " SP-NUMERO " GRAVADO NO SPOOL"
           END-IF.

       END PROGRAM PROG101-FLUXO-CAIXA.
