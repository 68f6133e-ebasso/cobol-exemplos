      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Rescisao do Contrato de Trabalho
      *          Calcula o acerto final de um funcionario desligado a
      *          partir da matricula, da data e do tipo de
      *          desligamento (sem justa causa, pedido de demissao,
      *          justa causa, termino de contrato): saldo de salario,
      *          aviso previo indenizado, 13o e ferias proporcionais
      *          (avos contados no historico como no 00011-CARREGA-
      *          AVOS do FOLHA-PGTO), ferias vencidas com o terco,
      *          INSS e IRRF pelas faixas de TABTRIB.DAT e a multa de
      *          40% do FGTS quando cabe. Mes com mais de 15 dias de
      *          afastamento nao pago (PROG04-AFAS.DAT) fica fora dos
      *          avos do 13o e das ferias, e a base do IRRF desconta a
      *          deducao por dependente declarado (PROG04-DEPE.DAT),
      *          como na folha mensal. O salario base sai no termo
      *          inteiro ou mascarado pelo PROG133, conforme o nivel
      *          do operador. O adiantamento do dia 20 (PROG089)
      *          da competencia do desligamento, quando a folha
      *          mensal ainda nao o descontou, sai do liquido em
      *          linha propria. Confirmado, o acerto segue o
      *          mesmo caminho auditado da folha mensal: linha tipo R
      *          em PROG04-HIST.DAT (e o 13o proporcional em linha
      *          tipo D propria, com os seus tributos), remessa
      *          bancaria propria (PROG04-DPRE.DAT), registro em
      *          PROG04-RESC.DAT, termo
      *          de rescisao em PROG04-TRCT.TXT e o FN-STATUS-REG do
      *          mestre marcado como inativo.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog084_rescisao -std=default -I copybooks prog084_rescisao.cob && ./bin/prog084_rescisao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG084-RESCISAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * ARQUIVO MESTRE DE FUNCIONARIOS.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

      * HISTORICO DE FOLHAS FECHADAS: FONTE DOS AVOS, DAS FERIAS JA
      * GOZADAS E DA BASE DO FGTS; RECEBE A LINHA DA RESCISAO.
           SELECT FD-HIST-FOLHA ASSIGN TO "PROG04-HIST.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HFOL.

      * TABELA DE TRIBUTOS (MESMAS FAIXAS DO FOLHA-PGTO).
           SELECT FD-TABTRIB ASSIGN TO "TABTRIB.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRIB.

      * REMESSA BANCARIA DA RESCISAO, NO MESMO LAYOUT HEADER /
      * DETALHE / TRAILER DAS REMESSAS DO FOLHA-PGTO.
           SELECT FD-DEPOSITO ASSIGN TO "PROG04-DPRE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DEP.

      * RESCISOES CALCULADAS, UMA POR MATRICULA.
           SELECT FD-RESCISAO ASSIGN TO "PROG04-RESC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RS-MATRICULA
                              FILE STATUS WS-FILE-STATUS-RESC.

      * TERMO DE RESCISAO FORMATADO.
           SELECT FD-TERMO ASSIGN TO "PROG04-TRCT.TXT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRCT.

      * AFASTAMENTOS DO FUNCIONARIO (PROG091): MESES FORA DOS AVOS.
           SELECT FD-AFASTAMENTOS ASSIGN TO "PROG04-AFAS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS AF-CHAVE
                              FILE STATUS WS-FILE-STATUS-AFAS.

      * ADIANTAMENTOS QUINZENAIS JA PAGOS PELO PROG089: O DA
      * COMPETENCIA DO DESLIGAMENTO SAI DO LIQUIDO DA RESCISAO.
           SELECT FD-ADIANTAMENTOS ASSIGN TO "PROG04-ADTO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ADTO.

      * DEPENDENTES DO FUNCIONARIO (PROG085): DEDUCAO NA BASE DO IRRF.
           SELECT FD-DEPENDENTES ASSIGN TO "PROG04-DEPE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS DP-CHAVE
                              FILE STATUS WS-FILE-STATUS-DEPE.

       DATA DIVISION.
       FILE SECTION.

       FD FD-FUNCIONARIOS
          RECORD CONTAINS 42 CHARACTERS.
       01 REG-FUNCIONARIO.
           02 FN-MATRICULA        PIC 9(05).
           02 FN-NOME             PIC X(05).
           02 FN-SALARIO          PIC 9(05)V99.
           02 FN-DPTO             PIC X(02) OCCURS 2 TIMES.
           02 FN-DT-ADMISSAO      PIC 9(08).
           02 FN-CONTA-BANCO      PIC X(12).
           02 FN-STATUS-REG       PIC X(01).

      *    PH-TIPO: M = FOLHA MENSAL, D = 13O SALARIO, F = FERIAS,
      *             R = RESCISAO.
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

       FD FD-DEPOSITO
          RECORD CONTAINS 60 CHARACTERS.
       01 REG-DEPOSITO            PIC X(60).

       FD FD-RESCISAO
          RECORD CONTAINS 139 CHARACTERS.
           COPY RESCISAO.CPY.

       FD FD-TERMO.
       01 REG-TERMO               PIC X(60).

       FD FD-AFASTAMENTOS
          RECORD CONTAINS 48 CHARACTERS.
           COPY AFASTA.CPY.

       FD FD-DEPENDENTES
          RECORD CONTAINS 49 CHARACTERS.
           COPY DEPEND.CPY.

       FD FD-ADIANTAMENTOS
          RECORD CONTAINS 28 CHARACTERS.
           COPY ADIANTA.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-FUNC       PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-HFOL       PIC 9(02).
       77 WS-FILE-STATUS-TRIB       PIC 9(02).
       77 WS-FILE-STATUS-DEP        PIC 9(02).
       77 WS-FILE-STATUS-RESC       PIC 9(02).
       77 WS-FILE-STATUS-TRCT       PIC 9(02).
       77 WS-FILE-STATUS-AFAS       PIC 9(02).
       77 WS-FILE-STATUS-DEPE       PIC 9(02).
       77 WS-FILE-STATUS-ADTO       PIC 9(02).

      ************* PARAMETROS DO DESLIGAMENTO ************
       77 WS-MATRICULA              PIC 9(05) VALUE ZERO.
       77 WS-TIPO-DESLIG            PIC 9(01) VALUE ZERO.
           88 DISPENSA-SEM-JUSTA-CAUSA  VALUE 1.
           88 PEDIDO-DE-DEMISSAO        VALUE 2.
           88 DISPENSA-JUSTA-CAUSA      VALUE 3.
           88 TERMINO-DE-CONTRATO       VALUE 4.
           88 TIPO-VALIDO               VALUE 1 THRU 4.
       77 WS-DESCRICAO-TIPO         PIC X(30).
       77 WS-DT-DESLIGAMENTO        PIC 9(08) VALUE ZERO.
       77 WS-COMPETENCIA            PIC 9(06) VALUE ZERO.
       77 WS-CONFIRMA               PIC X(01).

      ************* DESMEMBRAMENTO DAS DATAS ************
       01 WS-DATA-CRITICA.
           02 WS-DT-ANO           PIC 9(04).
           02 WS-DT-MES           PIC 9(02).
           02 WS-DT-DIA           PIC 9(02).

       01 WS-DATA-DESLIG.
           02 WS-DSL-ANO          PIC 9(04).
           02 WS-DSL-MES          PIC 9(02).
           02 WS-DSL-DIA          PIC 9(02).

       01 WS-DATA-ADMISSAO.
           02 WS-ADM-ANO          PIC 9(04).
           02 WS-ADM-MES          PIC 9(02).
           02 WS-ADM-DIA          PIC 9(02).

       77 WS-DATA-OK                PIC 9(01) VALUE ZERO.
           88 DATA-VALIDA           VALUE 1.
       77 WS-DATA-HOJE              PIC 9(08).

      ************* DADOS DO FUNCIONARIO ************
       77 WS-FUNC-OK                PIC 9(01) VALUE ZERO.
           88 FUNCIONARIO-OK        VALUE 1.
       77 WS-NOME-FUNC              PIC X(05).
       77 WS-DPTO-FUNC              PIC X(02).
       77 WS-CONTA-FUNC             PIC X(12).
       77 WS-SALARIO                PIC 9(07)V99.

      ************* LEVANTAMENTO DO HISTORICO ************
       77 WS-AVOS-HIST              PIC 9(02) VALUE ZERO.
       77 WS-QTD-FERIAS-GOZADAS     PIC 9(02) VALUE ZERO.
       77 WS-BASE-FGTS              PIC 9(09)V99 VALUE ZERO.
       77 WS-SALDO-PAGO             PIC 9(01) VALUE ZERO.
           88 SALDO-JA-PAGO         VALUE 1.
       77 WS-13O-PAGO               PIC 9(01) VALUE ZERO.
           88 13O-JA-PAGO           VALUE 1.

      ************* AFASTAMENTOS DA MATRICULA ************
      * INICIO E FIM DE CADA AFASTAMENTO EM DIAS CORRIDOS, COMO NO
      * 00020-CARREGA-AFASTAMENTOS DO FOLHA-PGTO: EM DOENCA E
      * ACIDENTE O INICIO JA VEM DEPOIS DOS 15 DIAS PAGOS PELA
      * EMPRESA; SEM RETORNO REGISTRADO, O FIM FICA EM ABERTO.
       01 TAB-AFASTAMENTOS.
          02 AFASTAMENTO-ITEM OCCURS 50 TIMES.
             03 AL-INICIO        PIC 9(07).
             03 AL-FIM           PIC 9(07).

       77 WS-FIM-AFASTAMENTOS       PIC 9(01) VALUE ZERO.
           88 FIM-DOS-AFASTAMENTOS  VALUE 1.
       77 WS-QTD-AFASTAMENTOS       PIC 9(02) VALUE ZERO.
       77 WS-IDX-AFAS               PIC 9(02) VALUE ZERO.
       77 WS-DIAS-EMPRESA           PIC 9(02) VALUE 15.
       77 WS-FIM-EM-ABERTO          PIC 9(07) VALUE 9999999.
       77 WS-DIAS-AFASTADO          PIC 9(03) VALUE ZERO.
       77 WS-DIAS-AFAST-DESLIG      PIC 9(03) VALUE ZERO.
       77 WS-DIAS-NO-MES            PIC 9(02) VALUE ZERO.
       77 WS-INICIO-MES             PIC 9(07) VALUE ZERO.
       77 WS-FIM-MES                PIC 9(07) VALUE ZERO.
       77 WS-INICIO-CRUZA           PIC 9(07) VALUE ZERO.
       77 WS-FIM-CRUZA              PIC 9(07) VALUE ZERO.
       77 WS-DIA-DESLIG             PIC 9(07) VALUE ZERO.
       77 WS-CONT-MES               PIC 9(02) VALUE ZERO.
       77 WS-MESES-PERIODO          PIC 9(02) VALUE ZERO.

       01 WS-MES-APURADO.
           02 WS-MA-ANO           PIC 9(04).
           02 WS-MA-MES           PIC 9(02).
           02 WS-MA-DIA           PIC 9(02) VALUE 1.
       01 WS-MES-SEGUINTE.
           02 WS-MS-ANO           PIC 9(04).
           02 WS-MS-MES           PIC 9(02).
           02 WS-MS-DIA           PIC 9(02) VALUE 1.
       77 WS-DATA-APURACAO          PIC 9(08).

      ************* DEPENDENTES PARA O IRRF ************
       77 WS-FIM-DEPENDENTES        PIC 9(01) VALUE ZERO.
           88 FIM-DOS-DEPENDENTES   VALUE 1.
       77 WS-QTD-DEP-IRRF           PIC 9(02) VALUE ZERO.
       77 WS-DEDUCAO-DEPENDENTE     PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-DED-DEPEND         PIC 9(07)V99 VALUE ZERO.

      ************* CONTAGEM DO TEMPO DE SERVICO ************
       77 WS-ANOS-SERVICO           PIC S9(03) VALUE ZERO.
       77 WS-MESES-SERVICO          PIC S9(05) VALUE ZERO.
       77 WS-DIAS-FRACAO            PIC S9(03) VALUE ZERO.
       77 WS-PERIODOS-COMPLETOS     PIC 9(03) VALUE ZERO.
       77 WS-DIAS-SALDO             PIC 9(02) VALUE ZERO.
       77 WS-AVOS-PROJECAO          PIC 9(02) VALUE ZERO.

      ************* VERBAS DA RESCISAO ************
       77 WS-VAL-SALDO              PIC 9(07)V99 VALUE ZERO.
       77 WS-DIAS-AVISO             PIC 9(03) VALUE ZERO.
       77 WS-VAL-AVISO              PIC 9(07)V99 VALUE ZERO.
       77 WS-AVOS-13                PIC 9(02) VALUE ZERO.
       77 WS-VAL-13O                PIC 9(07)V99 VALUE ZERO.
       77 WS-AVOS-FERIAS            PIC 9(02) VALUE ZERO.
       77 WS-VAL-FERIAS-PROP        PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-FERIAS-VENC        PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-TERCO              PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-BRUTO              PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-INSS               PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-IRRF               PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-LIQUIDO            PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-ADIANTAMENTO       PIC 9(07)V99 VALUE ZERO.
       77 WS-FIM-ADIANTAMENTOS      PIC 9(01) VALUE ZERO.
           88 FIM-DOS-ADIANTAMENTOS VALUE 1.
       77 WS-SALDO-FGTS             PIC 9(09)V99 VALUE ZERO.
       77 WS-MULTA-FGTS             PIC 9(07)V99 VALUE ZERO.
       77 WS-ALIQ-FGTS              PIC 9(02)V99 VALUE 8.00.

      ************* AREA DO CALCULO DE TRIBUTOS ************
      * O SALDO DE SALARIO E O 13O SAO TRIBUTADOS EM SEPARADO, CADA
      * UM NA SUA FAIXA; AVISO INDENIZADO E FERIAS INDENIZADAS NAO
      * SOFREM INSS NEM IRRF.
       77 WS-CALC-BRUTO             PIC 9(07)V99.
       77 WS-CALC-INSS              PIC 9(07)V99.
       77 WS-CALC-IRRF              PIC 9(07)V99.
       77 WS-CALC-IRRF-S            PIC S9(07)V99.
       77 WS-BASE-IRRF              PIC 9(07)V99.
       77 WS-BASE-IRRF-S            PIC S9(07)V99.
      * TRIBUTOS E LIQUIDO DO 13O PROPORCIONAL, GRAVADO NO HISTORICO
      * EM LINHA TIPO D SEPARADA DA LINHA DA RESCISAO.
       77 WS-INSS-13O               PIC 9(07)V99 VALUE ZERO.
       77 WS-IRRF-13O               PIC 9(07)V99 VALUE ZERO.
       77 WS-LIQ-13O                PIC 9(07)V99 VALUE ZERO.
       77 WS-LIQ-RESC-S             PIC S9(07)V99 VALUE ZERO.

      ************* TABELAS DE TRIBUTOS (COMO NO FOLHA-PGTO) ********
       01 TAB-INSS.
          02 FAIXA-INSS OCCURS 10 TIMES INDEXED BY XINS.
             03 FI-LIMITE       PIC 9(07)V99.
             03 FI-ALIQUOTA     PIC 9(02)V99.
             03 FI-DEDUCAO      PIC 9(07)V99.

       01 TAB-IRRF.
          02 FAIXA-IRRF OCCURS 10 TIMES INDEXED BY XIRF.
             03 FX-LIMITE       PIC 9(07)V99.
             03 FX-ALIQUOTA     PIC 9(02)V99.
             03 FX-DEDUCAO      PIC 9(07)V99.

       77 WS-QTD-FAIXAS-INSS        PIC 9(02) VALUE ZERO.
       77 WS-QTD-FAIXAS-IRRF        PIC 9(02) VALUE ZERO.
       77 WS-IDX-FAIXA              PIC 9(02) VALUE ZERO.
       77 WS-FAIXA-ACHADA           PIC 9(01) VALUE ZERO.
       77 WS-FIM-TABTRIB            PIC 9(01) VALUE ZERO.
           88 FIM-DO-TABTRIB        VALUE 1.
       77 WS-TABELA-OK              PIC 9(01) VALUE ZERO.
           88 TABELA-TRIBUTOS-OK    VALUE 1.

      ********* LAYOUT ESTRUTURADO DA REMESSA BANCARIA **********
       01 WS-REM-HEADER.
           02 WS-RH-TIPO          PIC X(01) VALUE "0".
           02 WS-RH-SEQUENCIA     PIC 9(06).
           02 WS-RH-EMPRESA       PIC X(30)
                                  VALUE "LOJAS EBASSO LTDA".
           02 WS-RH-DATA-GERACAO  PIC 9(08).
           02 WS-RH-COMPETENCIA   PIC 9(06).
           02 FILLER              PIC X(09) VALUE SPACES.

       01 WS-REM-DETALHE.
           02 WS-RD-TIPO          PIC X(01) VALUE "1".
           02 WS-RD-SEQUENCIA     PIC 9(06).
           02 WS-RD-MATRICULA     PIC 9(05).
           02 WS-RD-CONTA         PIC X(12).
           02 WS-RD-VALOR         PIC 9(09)V99.
           02 FILLER              PIC X(25) VALUE SPACES.

       01 WS-REM-TRAILER.
           02 WS-RT-TIPO          PIC X(01) VALUE "9".
           02 WS-RT-SEQUENCIA     PIC 9(06).
           02 WS-RT-QTD-DETALHES  PIC 9(06).
           02 WS-RT-SOMA-VALORES  PIC 9(13)V99.
           02 FILLER              PIC X(32) VALUE SPACES.

      ************* VARIAVEIS PARA O TERMO ************
       77 WS-ROTULO                 PIC X(36).
       77 WS-VALOR-LINHA            PIC 9(09)V99.
       77 WS-VALOR-EDT              PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * RESCISAO MEXE EM SALARIO E NO MESTRE DE FUNCIONARIOS: MESMO
      * NIVEL MINIMO DO CADASTRO DE FUNCIONARIOS (PROG045).
           MOVE "PROG084-RESCISAO" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "MATRICULA A DESLIGAR: " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA.

           MOVE 0 TO WS-DATA-OK.
           PERFORM 00000-PEDE-DATA UNTIL DATA-VALIDA.

           MOVE ZERO TO WS-TIPO-DESLIG.
           PERFORM 00000-PEDE-TIPO UNTIL TIPO-VALIDO.

           PERFORM 00001-LOCALIZA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
              STOP RUN
           END-IF.

           PERFORM 00002-CARREGA-TABELA-TRIBUTOS.
           IF NOT TABELA-TRIBUTOS-OK
              DISPLAY "-- SEM TABELA DE TRIBUTOS, RESCISAO NAO "
                      "CALCULADA"
              STOP RUN
           END-IF.

           PERFORM 00010-CARREGA-AFASTAMENTOS.
           PERFORM 00012-CONTA-DEPENDENTES.
           PERFORM 00003-LEVANTA-HISTORICO.
           PERFORM 00004-CALCULA-VERBAS.
           PERFORM 00005-EXIBE-VERBAS.

           DISPLAY "CONFIRMA A RESCISAO (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
              PERFORM 00006-GRAVA-RESCISAO
           ELSE
              DISPLAY "-- RESCISAO NAO CONFIRMADA, NADA FOI GRAVADO"
           END-IF.

           STOP RUN.

       00000-PEDE-DATA.
           DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DT-DESLIGAMENTO.
           MOVE 1 TO WS-DATA-OK.
           MOVE WS-DT-DESLIGAMENTO TO WS-DATA-CRITICA.
           IF WS-DT-ANO < 1900 OR WS-DT-ANO > 2099
              MOVE 0 TO WS-DATA-OK.
           IF WS-DT-MES < 1 OR WS-DT-MES > 12
              MOVE 0 TO WS-DATA-OK.
           IF WS-DT-DIA < 1 OR WS-DT-DIA > 31
              MOVE 0 TO WS-DATA-OK.
           IF NOT DATA-VALIDA
              DISPLAY "-- DATA DE DESLIGAMENTO INVALIDA".

       00000-PEDE-TIPO.
           DISPLAY "TIPO DE DESLIGAMENTO:".
           DISPLAY "1) DISPENSA SEM JUSTA CAUSA".
           DISPLAY "2) PEDIDO DE DEMISSAO".
           DISPLAY "3) DISPENSA POR JUSTA CAUSA".
           DISPLAY "4) TERMINO DE CONTRATO".
           ACCEPT WS-TIPO-DESLIG.
           IF NOT TIPO-VALIDO
              DISPLAY "OPCAO INVALIDA.".

      ******************************************************************
      * LOCALIZA O FUNCIONARIO NO MESTRE E RECUSA UMA SEGUNDA
      * RESCISAO DA MESMA MATRICULA. UM FUNCIONARIO JA INATIVADO PELO
      * PROG045 SEM ACERTO AINDA PODE TER A RESCISAO CALCULADA AQUI.
      ******************************************************************
       00001-LOCALIZA-FUNCIONARIO.
           MOVE 0 TO WS-FUNC-OK.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
           ELSE
              MOVE WS-MATRICULA TO FN-MATRICULA
              READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                   INVALID KEY
                      DISPLAY "-- MATRICULA NAO CADASTRADA --> "
                              WS-MATRICULA
                   NOT INVALID KEY
                      MOVE 1 TO WS-FUNC-OK
                      MOVE FN-NOME        TO WS-NOME-FUNC
                      MOVE FN-DPTO(1)     TO WS-DPTO-FUNC
                      MOVE FN-CONTA-BANCO TO WS-CONTA-FUNC
                      MOVE FN-SALARIO     TO WS-SALARIO
                      MOVE FN-DT-ADMISSAO TO WS-DATA-ADMISSAO
                      IF FN-STATUS-REG = "I"
                         DISPLAY "-- FUNCIONARIO JA INATIVO NO "
                                 "MESTRE, CALCULANDO O ACERTO"
                      END-IF
              END-READ
              CLOSE FD-FUNCIONARIOS
           END-IF.

           IF FUNCIONARIO-OK
              MOVE WS-DT-DESLIGAMENTO TO WS-DATA-DESLIG
              IF WS-DT-DESLIGAMENTO < FN-DT-ADMISSAO
                 DISPLAY "-- DESLIGAMENTO ANTERIOR A ADMISSAO ("
                         FN-DT-ADMISSAO ")"
                 MOVE 0 TO WS-FUNC-OK
              END-IF
           END-IF.

           IF FUNCIONARIO-OK
              MOVE 0 TO WS-FILE-STATUS-RESC
              OPEN INPUT FD-RESCISAO
              IF WS-FILE-STATUS-RESC = 0
                 MOVE WS-MATRICULA TO RS-MATRICULA
                 READ FD-RESCISAO RECORD KEY RS-MATRICULA
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         DISPLAY "-- RESCISAO JA CALCULADA PARA A "
                                 "MATRICULA EM " RS-DATA-CALCULO
                         MOVE 0 TO WS-FUNC-OK
                 END-READ
                 CLOSE FD-RESCISAO
              END-IF
           END-IF.

           COMPUTE WS-COMPETENCIA = (WS-DSL-ANO * 100) + WS-DSL-MES.

      ******************************************************************
      * FAIXAS DE INSS E IRRF, A ALIQUOTA DO FGTS (TIPO 'F') E A
      * DEDUCAO POR DEPENDENTE (TIPO 'D'), CARREGADAS COMO NO
      * FOLHA-PGTO.
      ******************************************************************
       00002-CARREGA-TABELA-TRIBUTOS.
           MOVE 0 TO WS-FIM-TABTRIB.
           MOVE 0 TO WS-FILE-STATUS-TRIB.
           OPEN INPUT FD-TABTRIB.
           IF WS-FILE-STATUS-TRIB NOT = 0
              DISPLAY "-- ERRO AO ABRIR TABELA DE TRIBUTOS -->"
                      WS-FILE-STATUS-TRIB
           ELSE
              PERFORM 00002-A-LER-FAIXA
              PERFORM 00002-B-GUARDA-FAIXA UNTIL FIM-DO-TABTRIB
              CLOSE FD-TABTRIB
              IF WS-QTD-FAIXAS-INSS > 0
                 MOVE 1 TO WS-TABELA-OK
              END-IF.

       00002-A-LER-FAIXA.
           READ FD-TABTRIB
                AT END
                   MOVE 1 TO WS-FIM-TABTRIB.

       00002-B-GUARDA-FAIXA.
           EVALUATE TX-TIPO
              WHEN "I"
                 IF WS-QTD-FAIXAS-INSS < 10
                    ADD 1 TO WS-QTD-FAIXAS-INSS
                    MOVE TX-LIMITE
                      TO FI-LIMITE(WS-QTD-FAIXAS-INSS)
                    MOVE TX-ALIQUOTA
                      TO FI-ALIQUOTA(WS-QTD-FAIXAS-INSS)
                    MOVE TX-DEDUCAO
                      TO FI-DEDUCAO(WS-QTD-FAIXAS-INSS)
                 END-IF
              WHEN "R"
                 IF WS-QTD-FAIXAS-IRRF < 10
                    ADD 1 TO WS-QTD-FAIXAS-IRRF
                    MOVE TX-LIMITE
                      TO FX-LIMITE(WS-QTD-FAIXAS-IRRF)
                    MOVE TX-ALIQUOTA
                      TO FX-ALIQUOTA(WS-QTD-FAIXAS-IRRF)
                    MOVE TX-DEDUCAO
                      TO FX-DEDUCAO(WS-QTD-FAIXAS-IRRF)
                 END-IF
              WHEN "F"
                 MOVE TX-ALIQUOTA TO WS-ALIQ-FGTS
              WHEN "D"
                 MOVE TX-DEDUCAO TO WS-DEDUCAO-DEPENDENTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 00002-A-LER-FAIXA.

      ******************************************************************
      * UMA VARREDURA DO HISTORICO DA MATRICULA: COMPETENCIAS
      * MENSAIS FECHADAS NO ANO DO DESLIGAMENTO (AVOS DO 13O, COMO NO
      * 00011-CARREGA-AVOS, SEM OS MESES COM MAIS DE 15 DIAS DE
      * AFASTAMENTO), FOLHA MENSAL DO PROPRIO MES JA PAGA
      * (SALDO DE SALARIO ZERADO), 13O DO ANO JA PAGO, FERIAS JA
      * GOZADAS E A SOMA DOS BRUTOS, BASE DO SALDO DO FGTS.
      ******************************************************************
       00003-LEVANTA-HISTORICO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-HFOL.
           OPEN INPUT FD-HIST-FOLHA.
           IF WS-FILE-STATUS-HFOL NOT = 0
              DISPLAY "-- SEM HISTORICO DE FOLHA, AVOS PELA DATA DE "
                      "ADMISSAO"
           ELSE
              PERFORM 00003-A-LER-HISTORICO
              PERFORM 00003-B-CONTA-HISTORICO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-HIST-FOLHA.

       00003-A-LER-HISTORICO.
           READ FD-HIST-FOLHA
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-B-CONTA-HISTORICO.
           IF PH-MATRICULA = WS-MATRICULA
              ADD PH-BRUTO TO WS-BASE-FGTS
              EVALUATE PH-TIPO
                 WHEN "M"
                    IF PH-COMPETENCIA(1:4) = WS-DSL-ANO
                       AND PH-COMPETENCIA NOT > WS-COMPETENCIA
                       AND WS-AVOS-HIST < 12
                       MOVE PH-COMPETENCIA(1:4) TO WS-MA-ANO
                       MOVE PH-COMPETENCIA(5:2) TO WS-MA-MES
                       PERFORM 00011-CONTA-DIAS-AFASTADO
                       IF WS-DIAS-AFASTADO NOT > 15
                          ADD 1 TO WS-AVOS-HIST
                       END-IF
                    END-IF
                    IF PH-COMPETENCIA = WS-COMPETENCIA
                       MOVE 1 TO WS-SALDO-PAGO
                    END-IF
                 WHEN "D"
                    IF PH-COMPETENCIA(1:4) = WS-DSL-ANO
                       MOVE 1 TO WS-13O-PAGO
                    END-IF
                 WHEN "F"
                    ADD 1 TO WS-QTD-FERIAS-GOZADAS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 00003-A-LER-HISTORICO.

      ******************************************************************
      * VERBAS DO ACERTO, PELO TIPO DE DESLIGAMENTO:
      *   SALDO DE SALARIO ... TODOS (SE A FOLHA DO MES NAO PAGOU)
      *   AVISO INDENIZADO ... SO SEM JUSTA CAUSA: 30 DIAS MAIS 3
      *                        POR ANO COMPLETO, ATE 90, PROJETANDO
      *                        1 AVO A CADA 30 DIAS NO 13O E FERIAS
      *   13O PROPORCIONAL ... TODOS MENOS JUSTA CAUSA
      *   FERIAS PROPORC. .... TODOS MENOS JUSTA CAUSA
      *   FERIAS VENCIDAS .... TODOS (PERIODO COMPLETO NAO GOZADO)
      *   MULTA 40% FGTS ..... SO SEM JUSTA CAUSA
      * MES COMERCIAL DE 30 DIAS; FRACAO DE 15 DIAS OU MAIS VALE UM
      * AVO.
      ******************************************************************
       00004-CALCULA-VERBAS.
           IF SALDO-JA-PAGO
              MOVE ZERO TO WS-DIAS-SALDO
              DISPLAY "-- FOLHA MENSAL DE " WS-COMPETENCIA
                      " JA PAGA, SEM SALDO DE SALARIO"
           ELSE
              MOVE WS-DSL-DIA TO WS-DIAS-SALDO
              IF WS-DIAS-SALDO > 30
                 MOVE 30 TO WS-DIAS-SALDO
              END-IF
           END-IF.
           COMPUTE WS-VAL-SALDO ROUNDED =
                   WS-SALARIO / 30 * WS-DIAS-SALDO.

      * TEMPO DE SERVICO: ANOS COMPLETOS, MESES COMPLETOS E A FRACAO
      * DE DIAS DEPOIS DO ULTIMO "MESVERSARIO" DA ADMISSAO.
           COMPUTE WS-ANOS-SERVICO = WS-DSL-ANO - WS-ADM-ANO.
           IF (WS-DSL-MES * 100) + WS-DSL-DIA
              < (WS-ADM-MES * 100) + WS-ADM-DIA
              SUBTRACT 1 FROM WS-ANOS-SERVICO
           END-IF.
           COMPUTE WS-MESES-SERVICO =
                   ((WS-DSL-ANO - WS-ADM-ANO) * 12)
                   + WS-DSL-MES - WS-ADM-MES.
           IF WS-DSL-DIA NOT < WS-ADM-DIA
              COMPUTE WS-DIAS-FRACAO = WS-DSL-DIA - WS-ADM-DIA + 1
           ELSE
              SUBTRACT 1 FROM WS-MESES-SERVICO
              COMPUTE WS-DIAS-FRACAO =
                      30 - WS-ADM-DIA + WS-DSL-DIA + 1
           END-IF.
           IF WS-DIAS-FRACAO NOT < 30
              ADD 1 TO WS-MESES-SERVICO
              MOVE ZERO TO WS-DIAS-FRACAO
           END-IF.

           MOVE ZERO TO WS-DIAS-AVISO.
           MOVE ZERO TO WS-AVOS-PROJECAO.
           IF DISPENSA-SEM-JUSTA-CAUSA
              COMPUTE WS-DIAS-AVISO = 30 + (3 * WS-ANOS-SERVICO)
              IF WS-DIAS-AVISO > 90
                 MOVE 90 TO WS-DIAS-AVISO
              END-IF
              DIVIDE WS-DIAS-AVISO BY 30 GIVING WS-AVOS-PROJECAO
           END-IF.
           COMPUTE WS-VAL-AVISO ROUNDED =
                   WS-SALARIO / 30 * WS-DIAS-AVISO.

      * 13O: AVOS DAS COMPETENCIAS MENSAIS FECHADAS DO ANO; SEM
      * HISTORICO NO ANO, OS MESES DESDE JANEIRO (OU DESDE A
      * ADMISSAO) ATE O MES ANTERIOR AO DESLIGAMENTO. O MES DO
      * DESLIGAMENTO CONTA SE NAO FOI FECHADO E TEVE 15 DIAS
      * TRABALHADOS. MES COM MAIS DE 15 DIAS DE AFASTAMENTO NAO
      * CONTA (00011-F-RETIRA-MES-AFASTADO DO FOLHA-PGTO).
           MOVE WS-DSL-ANO TO WS-MA-ANO.
           MOVE WS-DSL-MES TO WS-MA-MES.
           PERFORM 00011-CONTA-DIAS-AFASTADO.
           MOVE WS-DIAS-AFASTADO TO WS-DIAS-AFAST-DESLIG.
           MOVE ZERO TO WS-AVOS-13.
           IF DISPENSA-JUSTA-CAUSA OR 13O-JA-PAGO
              CONTINUE
           ELSE
              IF WS-AVOS-HIST > 0
                 MOVE WS-AVOS-HIST TO WS-AVOS-13
              ELSE
                 IF WS-ADM-ANO = WS-DSL-ANO
                    COMPUTE WS-AVOS-13 = WS-DSL-MES - WS-ADM-MES
                    MOVE WS-ADM-MES TO WS-MA-MES
                 ELSE
                    COMPUTE WS-AVOS-13 = WS-DSL-MES - 1
                    MOVE 1 TO WS-MA-MES
                 END-IF
                 MOVE WS-DSL-ANO TO WS-MA-ANO
                 PERFORM 00004-A-RETIRA-MES-13O
                     UNTIL WS-MA-MES NOT < WS-DSL-MES
              END-IF
              IF NOT SALDO-JA-PAGO
                 AND WS-DIAS-AFAST-DESLIG + 15 NOT > WS-DSL-DIA
                 ADD 1 TO WS-AVOS-13
              END-IF
              ADD WS-AVOS-PROJECAO TO WS-AVOS-13
              IF WS-AVOS-13 > 12
                 MOVE 12 TO WS-AVOS-13
              END-IF
           END-IF.
           IF 13O-JA-PAGO
              DISPLAY "-- 13O SALARIO DE " WS-DSL-ANO " JA PAGO"
           END-IF.
           COMPUTE WS-VAL-13O ROUNDED =
                   WS-SALARIO * WS-AVOS-13 / 12.

      * FERIAS: AVOS DO PERIODO AQUISITIVO EM CURSO E, SE HOUVER UM
      * PERIODO COMPLETO SEM FOLHA DE FERIAS NO HISTORICO, AS
      * FERIAS VENCIDAS. TODAS COM O TERCO CONSTITUCIONAL. CADA MES
      * DO PERIODO EM CURSO E APURADO NO MES CIVIL EM QUE COMECA; O
      * QUE TEVE MAIS DE 15 DIAS DE AFASTAMENTO NAO DA AVO, COMO NO
      * 13O.
           DIVIDE WS-MESES-SERVICO BY 12
                  GIVING WS-PERIODOS-COMPLETOS
                  REMAINDER WS-AVOS-FERIAS.
           COMPUTE WS-MA-ANO = WS-ADM-ANO + WS-PERIODOS-COMPLETOS.
           MOVE WS-ADM-MES TO WS-MA-MES.
           MOVE 1 TO WS-CONT-MES.
           MOVE WS-AVOS-FERIAS TO WS-MESES-PERIODO.
           PERFORM 00004-B-RETIRA-MES-FERIAS
               UNTIL WS-CONT-MES > WS-MESES-PERIODO.
           IF WS-DIAS-FRACAO NOT < WS-DIAS-AFAST-DESLIG + 15
              ADD 1 TO WS-AVOS-FERIAS
           END-IF.
           ADD WS-AVOS-PROJECAO TO WS-AVOS-FERIAS.
           IF WS-AVOS-FERIAS > 12
              MOVE 12 TO WS-AVOS-FERIAS
           END-IF.
           IF DISPENSA-JUSTA-CAUSA
              MOVE ZERO TO WS-AVOS-FERIAS
           END-IF.
           COMPUTE WS-VAL-FERIAS-PROP ROUNDED =
                   WS-SALARIO * WS-AVOS-FERIAS / 12.

           MOVE ZERO TO WS-VAL-FERIAS-VENC.
           IF WS-PERIODOS-COMPLETOS > WS-QTD-FERIAS-GOZADAS
              MOVE WS-SALARIO TO WS-VAL-FERIAS-VENC
           END-IF.
           COMPUTE WS-VAL-TERCO ROUNDED =
                   (WS-VAL-FERIAS-PROP + WS-VAL-FERIAS-VENC) / 3.

      * TRIBUTOS: SALDO DE SALARIO E 13O, CADA UM NA SUA FAIXA.
           MOVE ZERO TO WS-VAL-INSS.
           MOVE ZERO TO WS-VAL-IRRF.
           MOVE WS-VAL-SALDO TO WS-CALC-BRUTO.
           PERFORM 00007-CALCULA-TRIBUTOS.
           ADD WS-CALC-INSS TO WS-VAL-INSS.
           ADD WS-CALC-IRRF TO WS-VAL-IRRF.
           MOVE WS-VAL-13O TO WS-CALC-BRUTO.
           PERFORM 00007-CALCULA-TRIBUTOS.
           ADD WS-CALC-INSS TO WS-VAL-INSS.
           ADD WS-CALC-IRRF TO WS-VAL-IRRF.
           MOVE WS-CALC-INSS TO WS-INSS-13O.
           MOVE WS-CALC-IRRF TO WS-IRRF-13O.
           COMPUTE WS-LIQ-13O =
                   WS-VAL-13O - WS-INSS-13O - WS-IRRF-13O.

           COMPUTE WS-VAL-BRUTO =
                   WS-VAL-SALDO + WS-VAL-AVISO + WS-VAL-13O
                   + WS-VAL-FERIAS-PROP + WS-VAL-FERIAS-VENC
                   + WS-VAL-TERCO.
           COMPUTE WS-VAL-LIQUIDO =
                   WS-VAL-BRUTO - WS-VAL-INSS - WS-VAL-IRRF.

      * O ADIANTAMENTO DO DIA 20 JA FOI DEPOSITADO: SE A FOLHA
      * MENSAL DA COMPETENCIA NAO O DESCONTOU, SAI DO LIQUIDO DA
      * RESCISAO, LIMITADO AO LIQUIDO.
           PERFORM 00013-SOMA-ADIANTAMENTOS.
           IF WS-VAL-ADIANTAMENTO > WS-VAL-LIQUIDO
              DISPLAY "-- ADIANTAMENTO MAIOR QUE O LIQUIDO, "
                      "LIMITADO --> " WS-MATRICULA
              MOVE WS-VAL-LIQUIDO TO WS-VAL-ADIANTAMENTO
           END-IF.
           SUBTRACT WS-VAL-ADIANTAMENTO FROM WS-VAL-LIQUIDO.

      * FGTS: DEPOSITOS DO HISTORICO MAIS OS DESTA RESCISAO (SALDO,
      * AVISO E 13O; FERIAS INDENIZADAS NAO TEM FGTS). A MULTA DE
      * 40% SO CABE NA DISPENSA SEM JUSTA CAUSA.
           COMPUTE WS-SALDO-FGTS ROUNDED =
                   (WS-BASE-FGTS + WS-VAL-SALDO + WS-VAL-AVISO
                    + WS-VAL-13O) * WS-ALIQ-FGTS / 100.
           MOVE ZERO TO WS-MULTA-FGTS.
           IF DISPENSA-SEM-JUSTA-CAUSA
              COMPUTE WS-MULTA-FGTS ROUNDED = WS-SALDO-FGTS * 0.40
           END-IF.

           EVALUATE TRUE
              WHEN DISPENSA-SEM-JUSTA-CAUSA
                 MOVE "DISPENSA SEM JUSTA CAUSA" TO WS-DESCRICAO-TIPO
              WHEN PEDIDO-DE-DEMISSAO
                 MOVE "PEDIDO DE DEMISSAO" TO WS-DESCRICAO-TIPO
              WHEN DISPENSA-JUSTA-CAUSA
                 MOVE "DISPENSA POR JUSTA CAUSA" TO WS-DESCRICAO-TIPO
              WHEN OTHER
                 MOVE "TERMINO DE CONTRATO" TO WS-DESCRICAO-TIPO
           END-EVALUATE.

       00004-A-RETIRA-MES-13O.
           PERFORM 00011-CONTA-DIAS-AFASTADO.
           IF WS-DIAS-AFASTADO > 15
              AND WS-AVOS-13 > 0
              SUBTRACT 1 FROM WS-AVOS-13
           END-IF.
           ADD 1 TO WS-MA-MES.

       00004-B-RETIRA-MES-FERIAS.
           PERFORM 00011-CONTA-DIAS-AFASTADO.
           IF WS-DIAS-AFASTADO > 15
              AND WS-AVOS-FERIAS > 0
              SUBTRACT 1 FROM WS-AVOS-FERIAS
           END-IF.
           ADD 1 TO WS-MA-MES.
           IF WS-MA-MES > 12
              MOVE 1 TO WS-MA-MES
              ADD 1 TO WS-MA-ANO
           END-IF.
           ADD 1 TO WS-CONT-MES.

      ******************************************************************
      * INSS E IRRF DE UMA PARCELA (WS-CALC-BRUTO), COM AS FAIXAS
      * DE TABTRIB.DAT, COMO NO 00008-A/00008-B DO FOLHA-PGTO.
      ******************************************************************
       00007-CALCULA-TRIBUTOS.
           MOVE ZERO TO WS-CALC-INSS.
           MOVE ZERO TO WS-CALC-IRRF.
           IF WS-CALC-BRUTO > 0
              PERFORM 00007-A-CALCULA-INSS
              PERFORM 00007-B-CALCULA-IRRF
           END-IF.

       00007-A-CALCULA-INSS.
           MOVE 0 TO WS-FAIXA-ACHADA.
           MOVE 1 TO WS-IDX-FAIXA.
           PERFORM 00007-A1-ACHA-FAIXA-INSS
               UNTIL WS-FAIXA-ACHADA = 1
                  OR WS-IDX-FAIXA > WS-QTD-FAIXAS-INSS.
           IF WS-FAIXA-ACHADA = 0
              MOVE WS-QTD-FAIXAS-INSS TO WS-IDX-FAIXA
           END-IF.
           COMPUTE WS-CALC-INSS ROUNDED =
                   (WS-CALC-BRUTO * FI-ALIQUOTA(WS-IDX-FAIXA) / 100)
                   - FI-DEDUCAO(WS-IDX-FAIXA).

       00007-A1-ACHA-FAIXA-INSS.
           IF WS-CALC-BRUTO NOT > FI-LIMITE(WS-IDX-FAIXA)
              MOVE 1 TO WS-FAIXA-ACHADA
           ELSE
              ADD 1 TO WS-IDX-FAIXA
           END-IF.

       00007-B-CALCULA-IRRF.
           IF WS-QTD-FAIXAS-IRRF = 0
              CONTINUE
           ELSE
              COMPUTE WS-VAL-DED-DEPEND =
                      WS-QTD-DEP-IRRF * WS-DEDUCAO-DEPENDENTE
              COMPUTE WS-BASE-IRRF-S =
                      WS-CALC-BRUTO - WS-CALC-INSS
                      - WS-VAL-DED-DEPEND
              MOVE ZERO TO WS-BASE-IRRF
              IF WS-BASE-IRRF-S > 0
                 MOVE WS-BASE-IRRF-S TO WS-BASE-IRRF
              END-IF
              MOVE 0 TO WS-FAIXA-ACHADA
              MOVE 1 TO WS-IDX-FAIXA
              PERFORM 00007-B1-ACHA-FAIXA-IRRF
                  UNTIL WS-FAIXA-ACHADA = 1
                     OR WS-IDX-FAIXA > WS-QTD-FAIXAS-IRRF
              IF WS-FAIXA-ACHADA = 0
                 MOVE WS-QTD-FAIXAS-IRRF TO WS-IDX-FAIXA
              END-IF
              COMPUTE WS-CALC-IRRF-S ROUNDED =
                      (WS-BASE-IRRF * FX-ALIQUOTA(WS-IDX-FAIXA) / 100)
                      - FX-DEDUCAO(WS-IDX-FAIXA)
              IF WS-CALC-IRRF-S > 0
                 MOVE WS-CALC-IRRF-S TO WS-CALC-IRRF
              END-IF
           END-IF.

       00007-B1-ACHA-FAIXA-IRRF.
           IF WS-BASE-IRRF NOT > FX-LIMITE(WS-IDX-FAIXA)
              MOVE 1 TO WS-FAIXA-ACHADA
           ELSE
              ADD 1 TO WS-IDX-FAIXA
           END-IF.

       00005-EXIBE-VERBAS.
           DISPLAY " ".
           DISPLAY "==== CALCULO DA RESCISAO ====".
           DISPLAY "MATRICULA " WS-MATRICULA " NOME " WS-NOME-FUNC
                   " ADMISSAO " WS-DATA-ADMISSAO.
           DISPLAY "DESLIGAMENTO " WS-DT-DESLIGAMENTO " - "
                   WS-DESCRICAO-TIPO.
           MOVE WS-VAL-SALDO TO WS-VALOR-EDT.
           DISPLAY "SALDO DE SALARIO (" WS-DIAS-SALDO " DIAS)....: "
                   WS-VALOR-EDT.
           MOVE WS-VAL-AVISO TO WS-VALOR-EDT.
           DISPLAY "AVISO PREVIO INDENIZADO (" WS-DIAS-AVISO
                   " DIAS): " WS-VALOR-EDT.
           MOVE WS-VAL-13O TO WS-VALOR-EDT.
           DISPLAY "13O PROPORCIONAL (" WS-AVOS-13 "/12).....: "
                   WS-VALOR-EDT.
           MOVE WS-VAL-FERIAS-PROP TO WS-VALOR-EDT.
           DISPLAY "FERIAS PROPORCIONAIS (" WS-AVOS-FERIAS "/12).: "
                   WS-VALOR-EDT.
           MOVE WS-VAL-FERIAS-VENC TO WS-VALOR-EDT.
           DISPLAY "FERIAS VENCIDAS............: " WS-VALOR-EDT.
           MOVE WS-VAL-TERCO TO WS-VALOR-EDT.
           DISPLAY "1/3 CONSTITUCIONAL.........: " WS-VALOR-EDT.
           MOVE WS-VAL-BRUTO TO WS-VALOR-EDT.
           DISPLAY "TOTAL BRUTO................: " WS-VALOR-EDT.
           MOVE WS-VAL-INSS TO WS-VALOR-EDT.
           DISPLAY "DESCONTO INSS..............: " WS-VALOR-EDT.
           MOVE WS-VAL-IRRF TO WS-VALOR-EDT.
           DISPLAY "DESCONTO IRRF..............: " WS-VALOR-EDT.
           IF WS-VAL-ADIANTAMENTO > 0
              MOVE WS-VAL-ADIANTAMENTO TO WS-VALOR-EDT
              DISPLAY "ADIANTAMENTO SALARIAL......: " WS-VALOR-EDT
           END-IF.
           MOVE WS-VAL-LIQUIDO TO WS-VALOR-EDT.
           DISPLAY "LIQUIDO A RECEBER..........: " WS-VALOR-EDT.
           MOVE WS-SALDO-FGTS TO WS-VALOR-EDT.
           DISPLAY "SALDO FGTS (ESTIMADO)......: " WS-VALOR-EDT.
           MOVE WS-MULTA-FGTS TO WS-VALOR-EDT.
           DISPLAY "MULTA 40% FGTS.............: " WS-VALOR-EDT.

      ******************************************************************
      * GRAVA O ACERTO CONFIRMADO: HISTORICO (TIPO R, MAIS O 13O
      * PROPORCIONAL EM LINHA TIPO D), REMESSA DO
      * DEPOSITO, REGISTRO DA RESCISAO, TERMO E, POR ULTIMO, O
      * FUNCIONARIO INATIVO NO MESTRE.
      ******************************************************************
       00006-GRAVA-RESCISAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00006-A-GRAVA-HISTORICO.
           PERFORM 00006-B-GRAVA-DEPOSITO.
           PERFORM 00006-C-GRAVA-REGISTRO.
           PERFORM 00008-EMITE-TERMO.
           PERFORM 00006-D-INATIVA-FUNCIONARIO.

       00006-A-GRAVA-HISTORICO.
           MOVE 0 TO WS-FILE-STATUS-HFOL.
           OPEN EXTEND FD-HIST-FOLHA.
           IF WS-FILE-STATUS-HFOL = 35
              OPEN OUTPUT FD-HIST-FOLHA
              CLOSE FD-HIST-FOLHA
              MOVE 0 TO WS-FILE-STATUS-HFOL
              OPEN EXTEND FD-HIST-FOLHA
           END-IF.
           IF WS-FILE-STATUS-HFOL NOT = 0
              DISPLAY "-- ERRO AO ABRIR HISTORICO DE FOLHA -->"
                      WS-FILE-STATUS-HFOL
           ELSE
              PERFORM 00006-E-SEPARA-13O
              IF WS-VAL-13O > 0
                 MOVE WS-COMPETENCIA TO PH-COMPETENCIA
                 MOVE WS-MATRICULA   TO PH-MATRICULA
                 MOVE WS-VAL-13O     TO PH-BRUTO
                 MOVE WS-INSS-13O    TO PH-INSS
                 MOVE WS-IRRF-13O    TO PH-IRRF
                 MOVE WS-LIQ-13O     TO PH-LIQUIDO
                 MOVE "D"            TO PH-TIPO
                 WRITE REG-HIST-FOLHA
              END-IF
              MOVE WS-COMPETENCIA TO PH-COMPETENCIA
              MOVE WS-MATRICULA   TO PH-MATRICULA
              COMPUTE PH-BRUTO = WS-VAL-BRUTO - WS-VAL-13O
              COMPUTE PH-INSS  = WS-VAL-INSS - WS-INSS-13O
              COMPUTE PH-IRRF  = WS-VAL-IRRF - WS-IRRF-13O
              MOVE WS-LIQ-RESC-S  TO PH-LIQUIDO
              MOVE "R"            TO PH-TIPO
              WRITE REG-HIST-FOLHA
              CLOSE FD-HIST-FOLHA.

      * O 13O PROPORCIONAL E TRIBUTADO EM SEPARADO E VAI PARA O
      * HISTORICO COMO FOLHA DE 13O (TIPO D), PARA O INFORME DE
      * RENDIMENTOS E O CONTRACHEQUE O TRATAREM A PARTE; A LINHA DA
      * RESCISAO FICA COM AS DEMAIS VERBAS E O ADIANTAMENTO
      * DESCONTADO. SE O ADIANTAMENTO PASSOU DO LIQUIDO DESSAS
      * VERBAS, O RESTO SAI DO LIQUIDO DO 13O.
       00006-E-SEPARA-13O.
           COMPUTE WS-LIQ-RESC-S = WS-VAL-LIQUIDO - WS-LIQ-13O.
           IF WS-LIQ-RESC-S < 0
              MOVE WS-VAL-LIQUIDO TO WS-LIQ-13O
              MOVE ZERO TO WS-LIQ-RESC-S
           END-IF.

       00006-B-GRAVA-DEPOSITO.
           MOVE 0 TO WS-FILE-STATUS-DEP.
           OPEN OUTPUT FD-DEPOSITO.
           IF WS-FILE-STATUS-DEP NOT = 0
              DISPLAY "-- ERRO AO CRIAR ARQUIVO DE DEPOSITO -->"
                      WS-FILE-STATUS-DEP
           ELSE
              MOVE 1 TO WS-RH-SEQUENCIA
              MOVE WS-DATA-HOJE TO WS-RH-DATA-GERACAO
              MOVE WS-COMPETENCIA TO WS-RH-COMPETENCIA
              MOVE WS-REM-HEADER TO REG-DEPOSITO
              WRITE REG-DEPOSITO

              MOVE 2 TO WS-RD-SEQUENCIA
              MOVE WS-MATRICULA TO WS-RD-MATRICULA
              MOVE WS-CONTA-FUNC TO WS-RD-CONTA
              MOVE WS-VAL-LIQUIDO TO WS-RD-VALOR
              MOVE WS-REM-DETALHE TO REG-DEPOSITO
              WRITE REG-DEPOSITO

              MOVE 3 TO WS-RT-SEQUENCIA
              MOVE 1 TO WS-RT-QTD-DETALHES
              MOVE WS-VAL-LIQUIDO TO WS-RT-SOMA-VALORES
              MOVE WS-REM-TRAILER TO REG-DEPOSITO
              WRITE REG-DEPOSITO
              CLOSE FD-DEPOSITO
              DISPLAY "REMESSA DA RESCISAO GERADA EM PROG04-DPRE.DAT".

       00006-C-GRAVA-REGISTRO.
           MOVE 0 TO WS-FILE-STATUS-RESC.
           OPEN I-O FD-RESCISAO.
           IF WS-FILE-STATUS-RESC = 35
              OPEN OUTPUT FD-RESCISAO
           END-IF.
           IF WS-FILE-STATUS-RESC NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE RESCISOES -->"
                      WS-FILE-STATUS-RESC
           ELSE
              MOVE WS-MATRICULA       TO RS-MATRICULA
              MOVE WS-DT-DESLIGAMENTO TO RS-DATA-DESLIG
              MOVE WS-TIPO-DESLIG     TO RS-TIPO
              MOVE WS-VAL-SALDO       TO RS-SALDO-SALARIO
              MOVE WS-DIAS-AVISO      TO RS-DIAS-AVISO
              MOVE WS-VAL-AVISO       TO RS-AVISO
              MOVE WS-AVOS-13         TO RS-AVOS-13
              MOVE WS-VAL-13O         TO RS-13O
              MOVE WS-AVOS-FERIAS     TO RS-AVOS-FERIAS
              MOVE WS-VAL-FERIAS-PROP TO RS-FERIAS-PROP
              MOVE WS-VAL-FERIAS-VENC TO RS-FERIAS-VENC
              MOVE WS-VAL-TERCO       TO RS-TERCO-FERIAS
              MOVE WS-VAL-INSS        TO RS-INSS
              MOVE WS-VAL-IRRF        TO RS-IRRF
              MOVE WS-VAL-LIQUIDO     TO RS-LIQUIDO
              MOVE WS-VAL-ADIANTAMENTO TO RS-ADIANTAMENTO
              MOVE WS-SALDO-FGTS      TO RS-SALDO-FGTS
              MOVE WS-MULTA-FGTS      TO RS-MULTA-FGTS
              MOVE WS-DATA-HOJE       TO RS-DATA-CALCULO
              WRITE REG-RESCISAO
                    INVALID KEY
                       DISPLAY "-- ERRO AO GRAVAR RESCISAO --> "
                               WS-FILE-STATUS-RESC
              END-WRITE
              CLOSE FD-RESCISAO.

       00006-D-INATIVA-FUNCIONARIO.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN I-O FD-FUNCIONARIOS.
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
           ELSE
              MOVE WS-MATRICULA TO FN-MATRICULA
              READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                   INVALID KEY
                      DISPLAY "-- ERRO AO LOCALIZAR FUNCIONARIO -->"
                              WS-FILE-STATUS-FUNC
                   NOT INVALID KEY
                      MOVE "I" TO FN-STATUS-REG
                      REWRITE REG-FUNCIONARIO
                          INVALID KEY
                             DISPLAY "-- ERRO AO DESLIGAR -->"
                                     WS-FILE-STATUS-FUNC
                          NOT INVALID KEY
                             DISPLAY "FUNCIONARIO DESLIGADO --> "
                                     WS-MATRICULA
                      END-REWRITE
              END-READ
              CLOSE FD-FUNCIONARIOS
           END-IF.

      ******************************************************************
      * TERMO DE RESCISAO: CABECALHO, CAUSA, CADA VERBA EM SUA
      * LINHA, DESCONTOS, LIQUIDO, FGTS E AS ASSINATURAS.
      ******************************************************************
       00008-EMITE-TERMO.
           MOVE 0 TO WS-FILE-STATUS-TRCT.
           OPEN OUTPUT FD-TERMO.
           IF WS-FILE-STATUS-TRCT NOT = 0
              DISPLAY "-- ERRO AO CRIAR TERMO DE RESCISAO -->"
                      WS-FILE-STATUS-TRCT
           ELSE
              PERFORM 00008-A-CABECALHO-TERMO
              PERFORM 00008-B-VERBAS-TERMO
              PERFORM 00008-C-ASSINATURAS-TERMO
              CLOSE FD-TERMO
              DISPLAY "TERMO DE RESCISAO GERADO EM PROG04-TRCT.TXT".

       00008-A-CABECALHO-TERMO.
           MOVE "====================================================="
                TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE "LOJAS EBASSO LTDA - TERMO DE RESCISAO DO CONTRATO"
                TO REG-TERMO.
           WRITE REG-TERMO.

           MOVE SPACES TO REG-TERMO.
           STRING "MATRICULA "   DELIMITED BY SIZE
                  WS-MATRICULA   DELIMITED BY SIZE
                  "  NOME "      DELIMITED BY SIZE
                  WS-NOME-FUNC   DELIMITED BY SIZE
                  "  DEPTO "     DELIMITED BY SIZE
                  WS-DPTO-FUNC   DELIMITED BY SIZE
                  INTO REG-TERMO.
           WRITE REG-TERMO.

           MOVE SPACES TO REG-TERMO.
           STRING "ADMISSAO "         DELIMITED BY SIZE
                  WS-DATA-ADMISSAO    DELIMITED BY SIZE
                  "  DESLIGAMENTO "   DELIMITED BY SIZE
                  WS-DT-DESLIGAMENTO  DELIMITED BY SIZE
                  INTO REG-TERMO.
           WRITE REG-TERMO.

           MOVE SPACES TO REG-TERMO.
           STRING "CAUSA: "          DELIMITED BY SIZE
                  WS-DESCRICAO-TIPO  DELIMITED BY SIZE
                  INTO REG-TERMO.
           WRITE REG-TERMO.

      * SALARIO BASE INTEIRO OU MASCARADO PELO PROG133, CONFORME O
      * NIVEL DO OPERADOR DO SIGN-ON, COMO NO CADASTRO (PROG045).
           MOVE WS-SALARIO TO WS-VALOR-EDT.
           MOVE "S" TO MS-TIPO.
           MOVE WS-VALOR-EDT TO MS-VALOR.
           MOVE "PROG084-RESCISAO" TO MS-PROGRAMA.
           MOVE SN-CODIGO    TO MS-OPERADOR.
           MOVE SN-NIVEL     TO MS-NIVEL.
           MOVE WS-MATRICULA TO MS-CHAVE.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.
           MOVE "SALARIO BASE" TO WS-ROTULO.
           MOVE SPACES TO REG-TERMO.
           STRING WS-ROTULO      DELIMITED BY SIZE
                  ": "           DELIMITED BY SIZE
                  MS-VALOR(1:14) DELIMITED BY SIZE
                  INTO REG-TERMO.
           WRITE REG-TERMO.

           MOVE "-----------------------------------------------------"
                TO REG-TERMO.
           WRITE REG-TERMO.

       00008-B-VERBAS-TERMO.
           MOVE SPACES TO WS-ROTULO.
           STRING "SALDO DE SALARIO (" DELIMITED BY SIZE
                  WS-DIAS-SALDO        DELIMITED BY SIZE
                  " DIAS)"             DELIMITED BY SIZE
                  INTO WS-ROTULO.
           MOVE WS-VAL-SALDO TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           IF WS-DIAS-AVISO > 0
              MOVE SPACES TO WS-ROTULO
              STRING "AVISO PREVIO INDENIZADO (" DELIMITED BY SIZE
                     WS-DIAS-AVISO               DELIMITED BY SIZE
                     " DIAS)"                    DELIMITED BY SIZE
                     INTO WS-ROTULO
              MOVE WS-VAL-AVISO TO WS-VALOR-LINHA
              PERFORM 00009-LINHA-TERMO
           END-IF.

           MOVE SPACES TO WS-ROTULO.
           STRING "13O SALARIO PROPORCIONAL (" DELIMITED BY SIZE
                  WS-AVOS-13                   DELIMITED BY SIZE
                  "/12)"                       DELIMITED BY SIZE
                  INTO WS-ROTULO.
           MOVE WS-VAL-13O TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE SPACES TO WS-ROTULO.
           STRING "FERIAS PROPORCIONAIS (" DELIMITED BY SIZE
                  WS-AVOS-FERIAS           DELIMITED BY SIZE
                  "/12)"                   DELIMITED BY SIZE
                  INTO WS-ROTULO.
           MOVE WS-VAL-FERIAS-PROP TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "FERIAS VENCIDAS" TO WS-ROTULO.
           MOVE WS-VAL-FERIAS-VENC TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO WS-ROTULO.
           MOVE WS-VAL-TERCO TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "TOTAL BRUTO" TO WS-ROTULO.
           MOVE WS-VAL-BRUTO TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "DESCONTO INSS" TO WS-ROTULO.
           MOVE WS-VAL-INSS TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "DESCONTO IRRF" TO WS-ROTULO.
           MOVE WS-VAL-IRRF TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           IF WS-VAL-ADIANTAMENTO > 0
              MOVE "ADIANTAMENTO SALARIAL" TO WS-ROTULO
              MOVE WS-VAL-ADIANTAMENTO TO WS-VALOR-LINHA
              PERFORM 00009-LINHA-TERMO
           END-IF.

           MOVE "LIQUIDO A RECEBER" TO WS-ROTULO.
           MOVE WS-VAL-LIQUIDO TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "-----------------------------------------------------"
                TO REG-TERMO.
           WRITE REG-TERMO.

           MOVE "SALDO FGTS PARA FINS RESCISORIOS" TO WS-ROTULO.
           MOVE WS-SALDO-FGTS TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

           MOVE "MULTA 40% FGTS (CONTA VINCULADA)" TO WS-ROTULO.
           MOVE WS-MULTA-FGTS TO WS-VALOR-LINHA.
           PERFORM 00009-LINHA-TERMO.

       00008-C-ASSINATURAS-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING "DATA DO CALCULO " DELIMITED BY SIZE
                  WS-DATA-HOJE       DELIMITED BY SIZE
                  INTO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE "_________________________  _________________________"
                TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE "        EMPREGADOR                 EMPREGADO"
                TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.

       00009-LINHA-TERMO.
           MOVE WS-VALOR-LINHA TO WS-VALOR-EDT.
           MOVE SPACES TO REG-TERMO.
           STRING WS-ROTULO     DELIMITED BY SIZE
                  ": "          DELIMITED BY SIZE
                  WS-VALOR-EDT  DELIMITED BY SIZE
                  INTO REG-TERMO.
           WRITE REG-TERMO.

      ******************************************************************
      * AFASTAMENTOS DA MATRICULA (DOENCA, ACIDENTE E LICENCA SEM
      * REMUNERACAO), CARREGADOS COMO NO 00020-CARREGA-AFASTAMENTOS
      * DO FOLHA-PGTO. SEM O ARQUIVO, NENHUM MES SAI DOS AVOS.
      ******************************************************************
       00010-CARREGA-AFASTAMENTOS.
           MOVE ZERO TO WS-QTD-AFASTAMENTOS.
           COMPUTE WS-DIA-DESLIG =
                   FUNCTION INTEGER-OF-DATE(WS-DT-DESLIGAMENTO).
           MOVE 0 TO WS-FIM-AFASTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-AFAS.
           OPEN INPUT FD-AFASTAMENTOS.
           IF WS-FILE-STATUS-AFAS = 0
              MOVE WS-MATRICULA TO AF-MATRICULA
              MOVE ZERO TO AF-SEQUENCIA
              START FD-AFASTAMENTOS KEY NOT < AF-CHAVE
                  INVALID KEY
                     MOVE 1 TO WS-FIM-AFASTAMENTOS
              END-START
              PERFORM 00010-A-LER-AFASTAMENTO
              PERFORM 00010-B-GUARDA-AFASTAMENTO
                  UNTIL FIM-DOS-AFASTAMENTOS
              CLOSE FD-AFASTAMENTOS.

       00010-A-LER-AFASTAMENTO.
           IF NOT FIM-DOS-AFASTAMENTOS
              READ FD-AFASTAMENTOS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-AFASTAMENTOS
                   NOT AT END
                      IF AF-MATRICULA NOT = WS-MATRICULA
                         MOVE 1 TO WS-FIM-AFASTAMENTOS
                      END-IF
              END-READ
           END-IF.

       00010-B-GUARDA-AFASTAMENTO.
           IF AF-STATUS-REG = "A"
              AND (AF-TIPO = "D" OR "A" OR "S")
              IF WS-QTD-AFASTAMENTOS = 50
                 DISPLAY "-- TABELA DE AFASTAMENTOS CHEIA, RESTANTES "
                         "IGNORADOS"
                 MOVE 1 TO WS-FIM-AFASTAMENTOS
              ELSE
                 PERFORM 00010-C-GUARDA-PERIODO
              END-IF
           END-IF.
           PERFORM 00010-A-LER-AFASTAMENTO.

       00010-C-GUARDA-PERIODO.
           ADD 1 TO WS-QTD-AFASTAMENTOS.
           COMPUTE AL-INICIO(WS-QTD-AFASTAMENTOS) =
                   FUNCTION INTEGER-OF-DATE(AF-DT-INICIO).
           IF AF-TIPO NOT = "S"
              ADD WS-DIAS-EMPRESA TO AL-INICIO(WS-QTD-AFASTAMENTOS)
           END-IF.
           IF AF-DT-RETORNO = 0
              MOVE WS-FIM-EM-ABERTO TO AL-FIM(WS-QTD-AFASTAMENTOS)
           ELSE
              COMPUTE AL-FIM(WS-QTD-AFASTAMENTOS) =
                      FUNCTION INTEGER-OF-DATE(AF-DT-RETORNO) - 1
           END-IF.

      ******************************************************************
      * DIAS DE AFASTAMENTO NO MES WS-MA-ANO/WS-MA-MES, COMO NO
      * 00022-CONTA-DIAS-AFASTADO DO FOLHA-PGTO; NO MES DO
      * DESLIGAMENTO SO CONTAM OS DIAS ATE A DATA DO DESLIGAMENTO.
      * MES INTEIRO AFASTADO VALE 30.
      ******************************************************************
       00011-CONTA-DIAS-AFASTADO.
           MOVE ZERO TO WS-DIAS-AFASTADO.
           IF WS-QTD-AFASTAMENTOS > 0
              MOVE WS-MA-ANO TO WS-MS-ANO
              COMPUTE WS-MS-MES = WS-MA-MES + 1
              IF WS-MS-MES > 12
                 MOVE 1 TO WS-MS-MES
                 ADD 1 TO WS-MS-ANO
              END-IF
              MOVE WS-MES-APURADO TO WS-DATA-APURACAO
              COMPUTE WS-INICIO-MES =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-APURACAO)
              MOVE WS-MES-SEGUINTE TO WS-DATA-APURACAO
              COMPUTE WS-FIM-MES =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-APURACAO) - 1
              IF WS-FIM-MES > WS-DIA-DESLIG
                 MOVE WS-DIA-DESLIG TO WS-FIM-MES
              END-IF
              COMPUTE WS-DIAS-NO-MES = WS-FIM-MES - WS-INICIO-MES + 1
              MOVE 1 TO WS-IDX-AFAS
              PERFORM 00011-A-SOMA-PERIODO
                  UNTIL WS-IDX-AFAS > WS-QTD-AFASTAMENTOS
              IF WS-DIAS-AFASTADO NOT < WS-DIAS-NO-MES
                 OR WS-DIAS-AFASTADO > 30
                 MOVE 30 TO WS-DIAS-AFASTADO
              END-IF
           END-IF.

       00011-A-SOMA-PERIODO.
           IF AL-INICIO(WS-IDX-AFAS) NOT > WS-FIM-MES
              AND AL-FIM(WS-IDX-AFAS) NOT < WS-INICIO-MES
              MOVE AL-INICIO(WS-IDX-AFAS) TO WS-INICIO-CRUZA
              IF WS-INICIO-CRUZA < WS-INICIO-MES
                 MOVE WS-INICIO-MES TO WS-INICIO-CRUZA
              END-IF
              MOVE AL-FIM(WS-IDX-AFAS) TO WS-FIM-CRUZA
              IF WS-FIM-CRUZA > WS-FIM-MES
                 MOVE WS-FIM-MES TO WS-FIM-CRUZA
              END-IF
              COMPUTE WS-DIAS-AFASTADO = WS-DIAS-AFASTADO
                      + WS-FIM-CRUZA - WS-INICIO-CRUZA + 1
           END-IF.
           ADD 1 TO WS-IDX-AFAS.

      ******************************************************************
      * DEPENDENTES ATIVOS DA MATRICULA DECLARADOS PARA O IRRF, COMO
      * NO 00015-CARREGA-DEPENDENTES DO FOLHA-PGTO.
      ******************************************************************
       00012-CONTA-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEP-IRRF.
           MOVE 0 TO WS-FIM-DEPENDENTES.
           MOVE 0 TO WS-FILE-STATUS-DEPE.
           OPEN INPUT FD-DEPENDENTES.
           IF WS-FILE-STATUS-DEPE NOT = 0
              DISPLAY "-- SEM CADASTRO DE DEPENDENTES, IRRF SEM "
                      "DEDUCAO"
           ELSE
              MOVE WS-MATRICULA TO DP-MATRICULA
              MOVE ZERO TO DP-SEQUENCIA
              START FD-DEPENDENTES KEY NOT < DP-CHAVE
                  INVALID KEY
                     MOVE 1 TO WS-FIM-DEPENDENTES
              END-START
              PERFORM 00012-A-LER-DEPENDENTE
              PERFORM 00012-B-CONTA-DEPENDENTE
                  UNTIL FIM-DOS-DEPENDENTES
              CLOSE FD-DEPENDENTES.

       00012-A-LER-DEPENDENTE.
           IF NOT FIM-DOS-DEPENDENTES
              READ FD-DEPENDENTES NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-DEPENDENTES
                   NOT AT END
                      IF DP-MATRICULA NOT = WS-MATRICULA
                         MOVE 1 TO WS-FIM-DEPENDENTES
                      END-IF
              END-READ
           END-IF.

       00012-B-CONTA-DEPENDENTE.
           IF DP-STATUS-REG = "A"
              AND DP-IRRF = "S"
              ADD 1 TO WS-QTD-DEP-IRRF
           END-IF.
           PERFORM 00012-A-LER-DEPENDENTE.

      ******************************************************************
      * ADIANTAMENTOS DA MATRICULA NA COMPETENCIA DO DESLIGAMENTO
      * (PROG04-ADTO.DAT). COM A FOLHA MENSAL DA COMPETENCIA JA PAGA
      * O ADIANTAMENTO JA FOI DESCONTADO LA E NAO ENTRA AQUI.
      ******************************************************************
       00013-SOMA-ADIANTAMENTOS.
           MOVE ZERO TO WS-VAL-ADIANTAMENTO.
           IF NOT SALDO-JA-PAGO
              MOVE 0 TO WS-FIM-ADIANTAMENTOS
              MOVE 0 TO WS-FILE-STATUS-ADTO
              OPEN INPUT FD-ADIANTAMENTOS
              IF WS-FILE-STATUS-ADTO = 0
                 PERFORM 00013-A-LER-ADIANTAMENTO
                 PERFORM 00013-B-SOMA-ADIANTAMENTO
                     UNTIL FIM-DOS-ADIANTAMENTOS
                 CLOSE FD-ADIANTAMENTOS
              END-IF
           END-IF.

       00013-A-LER-ADIANTAMENTO.
           READ FD-ADIANTAMENTOS
                AT END
                   MOVE 1 TO WS-FIM-ADIANTAMENTOS.

       00013-B-SOMA-ADIANTAMENTO.
           IF AD-MATRICULA = WS-MATRICULA
              AND AD-COMPETENCIA = WS-COMPETENCIA
              ADD AD-VALOR TO WS-VAL-ADIANTAMENTO
           END-IF.
           PERFORM 00013-A-LER-ADIANTAMENTO.

       END PROGRAM PROG084-RESCISAO.
