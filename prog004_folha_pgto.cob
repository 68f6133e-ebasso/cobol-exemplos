      *          funcionarios (TAB-TRABALHADOR) e carregado do arquivo
      *          mestre de funcionarios (FD-FUNCIONARIOS) em vez de um
      *          MOVE fixo, para suportar o quadro real da empresa.
      *          No fechamento mensal (PROG130) roda sem perguntar a
      *          folha mensal da competencia do registro de passagem
      *          e devolve os totais de controle da remessa. O salario
      *          base e a conta de cada funcionario saem no console
      *          mascarados pelo PROG133-PROTEGE-DADOS; inteira, a
      *          conta so vai para a remessa do banco.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HWRK.

      * DEPENDENTES DOS FUNCIONARIOS (PROG085): DEDUCAO NA BASE DO
      * IRRF E COTAS DE SALARIO-FAMILIA.
           SELECT FD-DEPENDENTES ASSIGN TO "PROG04-DEPE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS DP-CHAVE
                              FILE STATUS WS-FILE-STATUS-DEPE.

      * LINHAS CALCULADAS DO CONTRACHEQUE (SALARIO-FAMILIA, DEDUCAO
      * DE DEPENDENTES...), GRAVADAS JUNTO COM O HISTORICO E COM O
      * MESMO EXPURGO, PARA O PROG049 IMPRIMIR CADA UMA EM SUA LINHA.
           SELECT FD-DET-FOLHA ASSIGN TO "PROG04-HDET.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HDET.

           SELECT FD-DET-WORK ASSIGN TO "PROG04-HDET.WRK"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DWRK.

      * CONTRATOS DE EMPRESTIMO CONSIGNADO (PROG086) E O RAZAO DE
      * PARCELAS DEVIDAS E DESCONTADAS POR COMPETENCIA.
           SELECT FD-EMPRESTIMOS ASSIGN TO "PROG04-EMPR.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EM-CONTRATO
                              FILE STATUS WS-FILE-STATUS-EMPR.

           SELECT FD-PARCELAS ASSIGN TO "PROG04-PARC.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PARC.

           SELECT FD-PARC-WORK ASSIGN TO "PROG04-PARC.WRK"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PWRK.

      * ADIANTAMENTOS QUINZENAIS JA PAGOS PELO PROG089, DESCONTADOS
      * NA FOLHA MENSAL DA MESMA COMPETENCIA.
           SELECT FD-ADIANTAMENTOS ASSIGN TO "PROG04-ADTO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ADTO.

      * AFASTAMENTOS DOS FUNCIONARIOS (PROG091): DIAS NAO PAGOS NA
      * FOLHA MENSAL E MESES FORA DOS AVOS DO 13O.
           SELECT FD-AFASTAMENTOS ASSIGN TO "PROG04-AFAS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS AF-CHAVE
                              FILE STATUS WS-FILE-STATUS-AFAS.

      * COMPRAS A PRAZO DOS FUNCIONARIOS NA LOJA (PROG093), LANCADAS
      * COMO EVENTO CMP, E O CADASTRO DE CLIENTES, CUJO SALDO DEVEDOR
      * E ABATIDO QUANDO A COMPETENCIA FECHA.
           SELECT FD-COMPRAS-FUNC ASSIGN TO "PROG29-CFOL.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CF-CHAVE
                              FILE STATUS WS-FILE-STATUS-CFOL.

           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

      * PASSAGEM DE PARAMETROS E TOTAIS COM O FECHAMENTO MENSAL
      * (PROG130-FECHAMENTO-MENSAL, FECHPASS.CPY).
           SELECT FD-PASSO-FECHAMENTO ASSIGN TO "PROG130-PASSO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PSF.

       DATA DIVISION.
       FILE SECTION.

      *    LIMITE 9999999.99. OS TIPOS 'F' (FGTS) E 'P' (INSS
      *    PATRONAL) SAO ALIQUOTAS UNICAS DOS ENCARGOS DO
      *    EMPREGADOR, USADAS PELO PROG064 E IGNORADAS AQUI.
      *    'D' = DEDUCAO POR DEPENDENTE NA BASE DO IRRF (VALOR EM
      *    TX-DEDUCAO); 'S' = SALARIO-FAMILIA (TETO DE REMUNERACAO EM
      *    TX-LIMITE, VALOR DA COTA POR FILHO EM TX-DEDUCAO).
      *    'C' = MARGEM CONSIGNAVEL, PERCENTUAL DO LIQUIDO EM
      *    TX-ALIQUOTA.
       01 REG-TABTRIB.
           02 TX-TIPO             PIC X(01).
           02 TX-LIMITE           PIC 9(07)V99.
          RECORD CONTAINS 48 CHARACTERS.
       01 REG-HIST-WORK           PIC X(48).

       FD FD-DEPENDENTES
          RECORD CONTAINS 49 CHARACTERS.
           COPY DEPEND.CPY.

       FD FD-DET-FOLHA
          RECORD CONTAINS 45 CHARACTERS.
           COPY FOLHADET.CPY.

       FD FD-DET-WORK
          RECORD CONTAINS 45 CHARACTERS.
       01 REG-DET-WORK            PIC X(45).

       FD FD-EMPRESTIMOS
          RECORD CONTAINS 51 CHARACTERS.
           COPY EMPREST.CPY.

       FD FD-PARCELAS
          RECORD CONTAINS 48 CHARACTERS.
           COPY PARCELA.CPY.

       FD FD-PARC-WORK
          RECORD CONTAINS 48 CHARACTERS.
       01 REG-PARC-WORK           PIC X(48).

       FD FD-ADIANTAMENTOS
          RECORD CONTAINS 28 CHARACTERS.
           COPY ADIANTA.CPY.

       FD FD-AFASTAMENTOS
          RECORD CONTAINS 48 CHARACTERS.
           COPY AFASTA.CPY.

       FD FD-COMPRAS-FUNC
          RECORD CONTAINS 44 CHARACTERS.
           COPY COMPFUNC.CPY.

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-PASSO-FECHAMENTO
          RECORD CONTAINS 151 CHARACTERS.
       01 REG-PASSO-FECHAMENTO     PIC X(151).

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-FUNC     PIC 9(02).
       77 WS-FIM-HISTORICO        PIC 9(01) VALUE ZERO.
           88 FIM-DO-HISTORICO    VALUE 1.
       77 WS-CONT-HIST-EXPURGO    PIC 9(05) VALUE ZERO.
       77 WS-FILE-STATUS-HDET     PIC 9(02).
       77 WS-FILE-STATUS-DWRK     PIC 9(02).
       77 WS-CONT-DET-EXPURGO     PIC 9(05) VALUE ZERO.

      ************* EVENTOS VARIAVEIS DA COMPETENCIA ************
      * CARREGADOS DE PROG04-EVEN.DAT SO NA FOLHA MENSAL. NATUREZA
                88 REG-ATIVO    VALUE "A".
                88 REG-INATIVO  VALUE "I".
             03 AVOS-13         PIC 9(02).
             03 QTD-DEP-IRRF    PIC 9(02).
             03 QTD-SAL-FAMILIA PIC 9(02).
             03 VAL-ADIANTAMENTO PIC 9(07)V99.
             03 VAL-CMP-RETIDO   PIC 9(07)V99.

       77 IDX PIC 9(3).

      ************* DEPENDENTES: IRRF E SALARIO-FAMILIA ************
      * VALORES DOS TIPOS 'D' E 'S' DE TABTRIB.DAT; SEM AS LINHAS NA
      * TABELA, NAO HA DEDUCAO NEM SALARIO-FAMILIA.
       77 WS-FILE-STATUS-DEPE     PIC 9(02).
       77 WS-FIM-DEPENDENTES      PIC 9(01) VALUE ZERO.
           88 FIM-DOS-DEPENDENTES VALUE 1.
       77 WS-DEDUCAO-DEPENDENTE   PIC 9(07)V99 VALUE ZERO.
       77 WS-TETO-SAL-FAMILIA     PIC 9(07)V99 VALUE ZERO.
       77 WS-COTA-SAL-FAMILIA     PIC 9(07)V99 VALUE ZERO.
       77 WS-IDADE-LIMITE-SF      PIC 9(02) VALUE 14.
       77 WS-IDADE-DEPENDENTE     PIC S9(03) VALUE ZERO.
       77 WS-MES-BASE             PIC 9(02) VALUE ZERO.
       77 WS-IDX-DEP              PIC 9(03) VALUE ZERO.
       77 WS-DEP-ACHOU            PIC 9(01) VALUE ZERO.
       77 WS-VAL-DED-DEPEND       PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-SAL-FAMILIA      PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-DED-DEPEND-EDT   PIC Z,ZZZ,ZZ9.99.
       77 WS-VAL-SAL-FAMILIA-EDT  PIC Z,ZZZ,ZZ9.99.

       01 WS-DATA-NASCIMENTO.
           02 WS-NASC-ANO         PIC 9(04).
           02 WS-NASC-MES         PIC 9(02).
           02 WS-NASC-DIA         PIC 9(02).

      ************* EMPRESTIMOS CONSIGNADOS ************
      * CG-PAGO-ANTES SOMA O QUE JA FOI DESCONTADO EM COMPETENCIAS
      * ANTERIORES; O DEVIDO DO MES E O PREVISTO ATE A COMPETENCIA
      * MENOS ESSE VALOR, ENTAO O QUE NAO COUBE NA MARGEM VOLTA NO
      * MES SEGUINTE.
       01 TAB-CONSIGNADOS.
          02 CONSIGNADO-ITEM OCCURS 100 TIMES INDEXED BY CGIDX.
             03 CG-CONTRATO      PIC X(10).
             03 CG-MATRICULA     PIC 9(05).
             03 CG-QTD-PARCELAS  PIC 9(03).
             03 CG-VALOR-PARCELA PIC 9(07)V99.
             03 CG-COMP-INICIO   PIC 9(06).
             03 CG-PAGO-ANTES    PIC 9(09)V99.
             03 CG-DEVIDO        PIC 9(07)V99.
             03 CG-DESCONTO      PIC 9(07)V99.

       77 WS-FILE-STATUS-EMPR     PIC 9(02).
       77 WS-FILE-STATUS-PARC     PIC 9(02).
       77 WS-FILE-STATUS-PWRK     PIC 9(02).
       77 WS-CONT-PARC-EXPURGO    PIC 9(05) VALUE ZERO.
       77 WS-QTD-CONSIG           PIC 9(03) VALUE ZERO.
       77 WS-IDX-CONSIG           PIC 9(03) VALUE ZERO.
       77 WS-FIM-CONSIG           PIC 9(01) VALUE ZERO.
           88 FIM-DOS-CONSIG      VALUE 1.
       77 WS-PERC-CONSIGNAVEL     PIC 9(02)V99 VALUE 35.00.
       77 WS-MARGEM-CONSIG        PIC 9(07)V99 VALUE ZERO.
       77 WS-SALDO-MARGEM         PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-CONSIGNADO       PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-CONSIGNADO-EDT   PIC Z,ZZZ,ZZ9.99.
       77 WS-MESES-DECORRIDOS     PIC S9(05) VALUE ZERO.
       77 WS-PREVISTO-CONSIG      PIC 9(09)V99 VALUE ZERO.
       77 WS-MESES-COMPETENCIA    PIC 9(06) VALUE ZERO.

      ************* ADIANTAMENTO QUINZENAL ************
       77 WS-FILE-STATUS-ADTO     PIC 9(02).
       77 WS-FIM-ADIANTAMENTOS    PIC 9(01) VALUE ZERO.
           88 FIM-DOS-ADIANTAMENTOS VALUE 1.
       77 WS-QTD-ADIANTAMENTOS    PIC 9(03) VALUE ZERO.
       77 WS-VAL-ADIANTAMENTO     PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-ADIANTAMENTO-EDT PIC Z,ZZZ,ZZ9.99.

       01 WS-COMP-DESMEMBRADA.
           02 WS-CD-ANO           PIC 9(04).
           02 WS-CD-MES           PIC 9(02).

      ************* AFASTAMENTOS ************
      * INICIO E FIM DE CADA AFASTAMENTO EM DIAS CORRIDOS (INTEGER-OF-
      * DATE). EM DOENCA E ACIDENTE O INICIO JA VEM DEPOIS DOS 15
      * DIAS PAGOS PELA EMPRESA; SEM RETORNO REGISTRADO, O FIM FICA EM
      * ABERTO. LICENCA-MATERNIDADE NAO ENTRA: O SALARIO-MATERNIDADE E
      * PAGO PELA EMPRESA (E COMPENSADO NO INSS) E O MES CONTA AVO.
       01 TAB-AFASTAMENTOS.
          02 AFASTAMENTO-ITEM OCCURS 200 TIMES INDEXED BY AFIDX.
             03 AL-MATRICULA     PIC 9(05).
             03 AL-TIPO          PIC X(01).
             03 AL-INICIO        PIC 9(07).
             03 AL-FIM           PIC 9(07).

       77 WS-FILE-STATUS-AFAS     PIC 9(02).
       77 WS-FIM-AFASTAMENTOS     PIC 9(01) VALUE ZERO.
           88 FIM-DOS-AFASTAMENTOS VALUE 1.
       77 WS-QTD-AFASTAMENTOS     PIC 9(03) VALUE ZERO.
       77 WS-IDX-AFAS             PIC 9(03) VALUE ZERO.
       77 WS-DIAS-EMPRESA         PIC 9(02) VALUE 15.
       77 WS-FIM-EM-ABERTO        PIC 9(07) VALUE 9999999.
       77 WS-DIAS-AFASTADO        PIC 9(03) VALUE ZERO.
       77 WS-DIAS-NO-MES          PIC 9(02) VALUE ZERO.
       77 WS-INICIO-MES           PIC 9(07) VALUE ZERO.
       77 WS-FIM-MES              PIC 9(07) VALUE ZERO.
       77 WS-INICIO-CRUZA         PIC 9(07) VALUE ZERO.
       77 WS-FIM-CRUZA            PIC 9(07) VALUE ZERO.
       77 WS-MES-AVO              PIC 9(02) VALUE ZERO.
       77 WS-VAL-AFASTAMENTO      PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-AFASTAMENTO-EDT  PIC Z,ZZZ,ZZ9.99.

      ************* COMPRAS DE FUNCIONARIOS NA LOJA ************
       77 WS-FILE-STATUS-CFOL     PIC 9(02).
       77 WS-FILE-STATUS-CLI      PIC 9(02).
       77 WS-FIM-COMPRAS-FUNC     PIC 9(01) VALUE ZERO.
           88 FIM-DAS-COMPRAS-FUNC VALUE 1.
       77 WS-EVENTOS-ABERTOS      PIC 9(01) VALUE ZERO.
           88 EVENTOS-ABERTOS     VALUE 1.
       77 WS-QTD-COMPRAS-FUNC     PIC 9(03) VALUE ZERO.
       77 WS-VAL-COMPRA-FUNC      PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-QUITA-COMPRA     PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-EVENTOS-CMP      PIC 9(07)V99 VALUE ZERO.
       77 WS-VAL-CORTE-DESCONTO   PIC 9(07)V99 VALUE ZERO.
       77 WS-IDX-CMP              PIC 9(03) VALUE ZERO.
       77 WS-ACHOU-MATR-CMP       PIC 9(01) VALUE ZERO.
           88 ACHOU-MATR-CMP      VALUE 1.
           COPY CREDIAR.CPY.

      * MES APURADO (AAAAMM01) E O PRIMEIRO DIA DO MES SEGUINTE.
       01 WS-MES-APURADO.
           02 WS-MA-ANO           PIC 9(04).
           02 WS-MA-MES           PIC 9(02).
           02 WS-MA-DIA           PIC 9(02) VALUE 1.
       01 WS-MES-SEGUINTE.
           02 WS-MS-ANO           PIC 9(04).
           02 WS-MS-MES           PIC 9(02).
           02 WS-MS-DIA           PIC 9(02) VALUE 1.
       77 WS-DATA-APURACAO        PIC 9(08).

      ************* VARIAVEIS PARA O CALCULO DE FOLHA ************
      * WS-TX-INSS SO E USADA COMO RESERVA QUANDO A TABELA DE
      * TRIBUTOS NAO PODE SER LIDA (COMPORTAMENTO ANTIGO DE 11%
       77 WS-SAL-IRRF             PIC 9(07)V99.
       77 WS-SAL-IRRF-S           PIC S9(07)V99.
       77 WS-BASE-IRRF            PIC 9(07)V99.
       77 WS-BASE-IRRF-S          PIC S9(07)V99.
       77 WS-SAL-LIQUIDO          PIC 9(07)V99.
       77 WS-SAL-BRUTO-EDT        PIC Z,ZZZ,ZZ9.99.
       77 WS-SAL-DESCONTO-EDT     PIC Z,ZZZ,ZZ9.99.
       77 WS-QTD-DPTO             PIC 9(02) VALUE ZERO.
       77 WS-DPTO-ACHOU           PIC 9(01).

      ************* PASSO DO FECHAMENTO MENSAL ************
       77 WS-FILE-STATUS-PSF        PIC 9(02).
       77 WS-MODO-FECHAMENTO        PIC 9(01) VALUE ZERO.
           88 MODO-FECHAMENTO       VALUE 1.
           COPY FECHPASS.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.
       77 WS-SALARIO-MASC-EDT       PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 9910-LE-PASSO-FECHAMENTO.
            IF MODO-FECHAMENTO
               MOVE 1 TO WS-TIPO-FOLHA
            ELSE
               DISPLAY "TIPO DE FOLHA (1=MENSAL 2=13O 3=FERIAS "
                       "4=SIMULACAO): " WITH NO ADVANCING
               ACCEPT WS-TIPO-FOLHA
            END-IF.
            IF WS-TIPO-FOLHA < 1 OR WS-TIPO-FOLHA > 4
               MOVE 1 TO WS-TIPO-FOLHA
            END-IF.
                  MOVE "M" TO WS-TIPO-HIST
            END-EVALUATE.

            IF MODO-FECHAMENTO
               MOVE PF-COMPETENCIA TO WS-COMPETENCIA
            ELSE
               DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ATUAL): "
                       WITH NO ADVANCING
               ACCEPT WS-COMPETENCIA
            END-IF.
            IF WS-COMPETENCIA = 0
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
                          " JA FECHADA"
                  DISPLAY "-- PARA RODAR DE NOVO, REABRIR COM "
                          "PROG046-REABRE-COMPETENCIA"
      * NO FECHAMENTO MENSAL A FOLHA JA FECHADA A MAO NAO E FALHA:
      * O PASSO CONSTA COMO CONCLUIDO, SEM TOTAIS DESTA EXECUCAO.
                  MOVE 0 TO RETURN-CODE
                  IF MODO-FECHAMENTO
                     MOVE ZERO TO PF-CONT-LIDOS PF-CONT-APLICADOS
                                  PF-CONT-ERROS PF-VALOR-CONTROLE
                     MOVE SPACES TO PF-DESC-VALOR
                     MOVE "COMPETENCIA JA FECHADA ANTES"
                       TO PF-OBSERVACAO
                     PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
                  END-IF
                  GOBACK
               END-IF
            END-IF.
            PERFORM 00010-ABRE-HORAS.
            IF CALCULO-MENSAL
               PERFORM 00013-CARREGA-EVENTOS
               PERFORM 00023-LANCA-COMPRAS-FUNC
            END-IF.

            DISPLAY " ".
            DISPLAY "====00000-CARREGA-TRABALHADORES====".
            PERFORM 00000-CARREGA-TRABALHADORES.
            PERFORM 00020-CARREGA-AFASTAMENTOS.

            IF FOLHA-13O
               PERFORM 00011-CARREGA-AVOS
            END-IF.
            PERFORM 00015-CARREGA-DEPENDENTES.
            IF CALCULO-MENSAL
               PERFORM 00017-CARREGA-CONSIGNADOS
               PERFORM 00019-CARREGA-ADIANTAMENTOS
            END-IF.

            DISPLAY " ".
            DISPLAY "====TAB-TRABALHADOR====".
            ELSE
               IF WS-QTD-FUNC > 0 AND WS-FILE-STATUS-DEP = 0
                  PERFORM 00007-FECHA-COMPETENCIA
                  IF FOLHA-MENSAL
                     PERFORM 00024-QUITA-COMPRAS-FUNC
                  END-IF
               ELSE
                  DISPLAY "-- FOLHA NAO GEROU DEPOSITOS, COMPETENCIA "
                          WS-COMPETENCIA " NAO FECHADA"
               CLOSE FD-HORAS
            END-IF.

            MOVE 0 TO RETURN-CODE.
            IF MODO-FECHAMENTO
               MOVE WS-QTD-FUNC          TO PF-CONT-LIDOS
               MOVE WS-QTD-DEP-REMESSA   TO PF-CONT-APLICADOS
               MOVE ZERO                 TO PF-CONT-ERROS
               MOVE WS-SOMA-DEP-REMESSA  TO PF-VALOR-CONTROLE
               MOVE "TOTAL DEPOSITADO"   TO PF-DESC-VALOR
               MOVE "COMPETENCIA FECHADA" TO PF-OBSERVACAO
               IF WS-QTD-FUNC = 0 OR WS-FILE-STATUS-DEP NOT = 0
                  MOVE 90 TO RETURN-CODE
                  MOVE "FOLHA NAO GEROU DEPOSITOS" TO PF-OBSERVACAO
               END-IF
               PERFORM 9911-DEVOLVE-PASSO-FECHAMENTO
            END-IF.

           GOBACK.

      ******************************************************************
                      MOVE FN-DT-ADMISSAO TO DT-ADMISSAO(WS-QTD-FUNC)
                      MOVE FN-CONTA-BANCO TO CONTA-BANCO(WS-QTD-FUNC)
                      MOVE FN-STATUS-REG  TO STATUS-REG(WS-QTD-FUNC)
                      MOVE ZERO TO VAL-CMP-RETIDO(WS-QTD-FUNC)
                   END-IF.

       00000-SEMEIA-FUNCIONARIOS.
           DISPLAY " ".

           DISPLAY "IDX=" IDX.
           DISPLAY "MATRICULA(IDX)=" MATRICULA(IDX).
           DISPLAY "NOME(IDX)=" NOME(IDX).
           MOVE SALARIO(IDX) TO WS-SALARIO-MASC-EDT.
           MOVE "S" TO MS-TIPO.
           MOVE WS-SALARIO-MASC-EDT TO MS-VALOR.
           PERFORM 00001-C-PROTEGE-DADO.
           DISPLAY "SALARIO(IDX)=" MS-VALOR(1:9).
           MOVE "C" TO MS-TIPO.
           MOVE CONTA-BANCO(IDX) TO MS-VALOR.
           PERFORM 00001-C-PROTEGE-DADO.
           DISPLAY "CONTA-BANCO(IDX)=" MS-VALOR(1:12).
           DISPLAY "DPTO(IDX,1)=" DPTO(IDX,1).
           DISPLAY "DPTO(IDX,2)=" DPTO(IDX,2).
           DISPLAY "DT-ADMISSAO(IDX)=" DT-ADMISSAO(IDX).
           DISPLAY "HORAS EXTRAS 50%: " WS-VAL-HE-50-EDT.
           DISPLAY "HORAS EXTRAS 100: " WS-VAL-HE-100-EDT.
           DISPLAY "DESCONTO FALTAS.: " WS-VAL-FALTAS-EDT.
           MOVE WS-VAL-AFASTAMENTO TO WS-VAL-AFASTAMENTO-EDT.
           DISPLAY "AFASTAMENTO.....: " WS-VAL-AFASTAMENTO-EDT
                   " (" WS-DIAS-AFASTADO " DIAS)".
           MOVE WS-VAL-EVENTOS-P TO WS-VAL-EVENTOS-EDT.
           DISPLAY "EVENTOS PROVENTO: " WS-VAL-EVENTOS-EDT.
           MOVE WS-VAL-EVENTOS-D TO WS-VAL-EVENTOS-EDT.
           DISPLAY "EVENTOS DESCONTO: " WS-VAL-EVENTOS-EDT.
           MOVE WS-VAL-EVENTOS-L TO WS-VAL-EVENTOS-EDT.
           DISPLAY "CREDITOS LIQUIDOS " WS-VAL-EVENTOS-EDT.
           MOVE WS-VAL-DED-DEPEND TO WS-VAL-DED-DEPEND-EDT.
           DISPLAY "DEDUCAO DEPEND..: " WS-VAL-DED-DEPEND-EDT.
           MOVE WS-VAL-SAL-FAMILIA TO WS-VAL-SAL-FAMILIA-EDT.
           DISPLAY "SALARIO-FAMILIA.: " WS-VAL-SAL-FAMILIA-EDT.
           MOVE WS-VAL-ADIANTAMENTO TO WS-VAL-ADIANTAMENTO-EDT.
           DISPLAY "ADIANTAMENTO....: " WS-VAL-ADIANTAMENTO-EDT.
           MOVE WS-VAL-CONSIGNADO TO WS-VAL-CONSIGNADO-EDT.
           DISPLAY "CONSIGNADO......: " WS-VAL-CONSIGNADO-EDT.
           DISPLAY "SALARIO BRUTO...: " WS-SAL-BRUTO-EDT.
           DISPLAY "DESCONTO INSS...: " WS-SAL-DESCONTO-EDT.
           DISPLAY "DESCONTO IRRF...: " WS-SAL-IRRF-EDT.

           ADD 1 TO IDX.

      ******************************************************************
      * SALARIO BASE E CONTA DO FUNCIONARIO NO CONSOLE PASSAM PELO
      * PROG133. A FOLHA RODA SEM SIGN-ON, ENTAO SAEM MASCARADOS.
      ******************************************************************
       00001-C-PROTEGE-DADO.
           MOVE "FOLHA-PGTO" TO MS-PROGRAMA.
           MOVE 0 TO MS-OPERADOR.
           MOVE 0 TO MS-NIVEL.
           MOVE MATRICULA(IDX) TO MS-CHAVE.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.

       00001-A-CALCULA-PAGAMENTO.
           MOVE SALARIO(IDX) TO WS-SAL-BASE.
           MOVE ZERO TO WS-VAL-AFASTAMENTO.
           MOVE ZERO TO WS-DIAS-AFASTADO.
           EVALUATE TRUE
      * 13O SALARIO: SALARIO / 12 POR AVO ACUMULADO NO ANO, SEM
      * HORAS EXTRAS NEM FALTAS.
                         WS-SAL-BASE + (WS-SAL-BASE / 3)
              WHEN OTHER
                 PERFORM 00010-A-APLICA-HORAS
                 PERFORM 00021-DESCONTA-AFASTAMENTO
           END-EVALUATE.
      * EVENTOS DA COMPETENCIA: OS PROVENTOS (P) ENTRAM NO BRUTO
      * ANTES DOS TRIBUTOS; DESCONTOS (D) E CREDITOS LIQUIDOS (L)
           IF CALCULO-MENSAL
              ADD WS-VAL-EVENTOS-P TO WS-SAL-BRUTO
           END-IF.
           MOVE ZERO TO WS-VAL-DED-DEPEND.
           IF TABELA-TRIBUTOS-OK
              PERFORM 00008-A-CALCULA-INSS
              PERFORM 00008-B-CALCULA-IRRF
           END-IF.
           COMPUTE WS-SAL-LIQUIDO ROUNDED =
                   WS-SAL-BRUTO - WS-SAL-DESCONTO - WS-SAL-IRRF.
           PERFORM 00016-CALCULA-SAL-FAMILIA.
      * A MARGEM CONSIGNAVEL E TIRADA DO LIQUIDO DEPOIS DOS TRIBUTOS,
      * ANTES DOS DEMAIS DESCONTOS.
           COMPUTE WS-MARGEM-CONSIG ROUNDED =
                   WS-SAL-LIQUIDO * WS-PERC-CONSIGNAVEL / 100.
           MOVE ZERO TO WS-VAL-CONSIGNADO.
           MOVE ZERO TO WS-VAL-ADIANTAMENTO.
      * NO CORTE DOS DESCONTOS, A COMPRA NA LOJA (CMP) E A PRIMEIRA
      * A PERDER: O QUE NAO FOI RETIDO CONTINUA DEVIDO E VOLTA NA
      * PROXIMA COMPETENCIA (00024-QUITA-COMPRAS-FUNC).
           MOVE ZERO TO VAL-CMP-RETIDO(IDX).
           IF CALCULO-MENSAL
              MOVE WS-VAL-EVENTOS-CMP TO VAL-CMP-RETIDO(IDX)
              IF WS-VAL-EVENTOS-D > WS-SAL-LIQUIDO
                 DISPLAY "-- DESCONTOS MAIORES QUE O LIQUIDO, "
                         "LIMITADOS --> " MATRICULA(IDX)
                 COMPUTE WS-VAL-CORTE-DESCONTO =
                         WS-VAL-EVENTOS-D - WS-SAL-LIQUIDO
                 IF WS-VAL-CORTE-DESCONTO > VAL-CMP-RETIDO(IDX)
                    MOVE ZERO TO VAL-CMP-RETIDO(IDX)
                 ELSE
                    SUBTRACT WS-VAL-CORTE-DESCONTO
                        FROM VAL-CMP-RETIDO(IDX)
                 END-IF
                 MOVE WS-SAL-LIQUIDO TO WS-VAL-EVENTOS-D
              END-IF
              COMPUTE WS-SAL-LIQUIDO ROUNDED =
                      WS-SAL-LIQUIDO - WS-VAL-EVENTOS-D
                      + WS-VAL-EVENTOS-L + WS-VAL-SAL-FAMILIA
      * O ADIANTAMENTO JA FOI DEPOSITADO NO DIA 20: SAI DO LIQUIDO
      * ANTES DO CONSIGNADO.
              MOVE VAL-ADIANTAMENTO(IDX) TO WS-VAL-ADIANTAMENTO
              IF WS-VAL-ADIANTAMENTO > WS-SAL-LIQUIDO
                 DISPLAY "-- ADIANTAMENTO MAIOR QUE O LIQUIDO, "
                         "LIMITADO --> " MATRICULA(IDX)
                 MOVE WS-SAL-LIQUIDO TO WS-VAL-ADIANTAMENTO
              END-IF
              SUBTRACT WS-VAL-ADIANTAMENTO FROM WS-SAL-LIQUIDO
              PERFORM 00018-DESCONTA-CONSIGNADO
              SUBTRACT WS-VAL-CONSIGNADO FROM WS-SAL-LIQUIDO
           END-IF.

      ******************************************************************
           MOVE ZERO TO WS-VAL-EVENTOS-P.
           MOVE ZERO TO WS-VAL-EVENTOS-D.
           MOVE ZERO TO WS-VAL-EVENTOS-L.
           MOVE ZERO TO WS-VAL-EVENTOS-CMP.
           MOVE 1 TO WS-IDX-EVENTO.
           PERFORM 00014-A-SOMA-EVENTO
               UNTIL WS-IDX-EVENTO > WS-QTD-EVENTOS.
                    ADD EL-VALOR(WS-IDX-EVENTO) TO WS-VAL-EVENTOS-P
                 WHEN "D"
                    ADD EL-VALOR(WS-IDX-EVENTO) TO WS-VAL-EVENTOS-D
                    IF EL-TIPO(WS-IDX-EVENTO) = "CMP"
                       ADD EL-VALOR(WS-IDX-EVENTO)
                        TO WS-VAL-EVENTOS-CMP
                    END-IF
                 WHEN "L"
                    ADD EL-VALOR(WS-IDX-EVENTO) TO WS-VAL-EVENTOS-L
                 WHEN OTHER
           END-IF.
           PERFORM 00011-A-LER-HIST-AVOS.

      * O MES COM MAIS DE 15 DIAS DE AFASTAMENTO NAO REMUNERADO PELA
      * EMPRESA (DOENCA/ACIDENTE DEPOIS DO 15O DIA, LICENCA SEM
      * REMUNERACAO) NAO DA DIREITO AO AVO.
       00011-E-SOMA-AVO.
           IF MATRICULA(IDX) = PH-MATRICULA
              AND AVOS-13(IDX) < 12
              MOVE PH-COMPETENCIA(1:4) TO WS-MA-ANO
              MOVE PH-COMPETENCIA(5:2) TO WS-MA-MES
              PERFORM 00022-CONTA-DIAS-AFASTADO
              IF WS-DIAS-AFASTADO NOT > 15
                 ADD 1 TO AVOS-13(IDX)
              END-IF
              MOVE WS-QTD-FUNC TO IDX
           END-IF.
           ADD 1 TO IDX.

                 MOVE DT-ADMISSAO(IDX)(5:2) TO WS-MES-ADMISSAO
                 COMPUTE AVOS-13(IDX) = 13 - WS-MES-ADMISSAO
              ELSE
                 MOVE 1 TO WS-MES-ADMISSAO
                 MOVE 12 TO AVOS-13(IDX)
              END-IF
              MOVE WS-MES-ADMISSAO TO WS-MES-AVO
              PERFORM 00011-F-RETIRA-MES-AFASTADO
                  UNTIL WS-MES-AVO > 12
           END-IF.
           ADD 1 TO IDX.

       00011-F-RETIRA-MES-AFASTADO.
           MOVE WS-ANO-BASE TO WS-MA-ANO.
           MOVE WS-MES-AVO  TO WS-MA-MES.
           PERFORM 00022-CONTA-DIAS-AFASTADO.
           IF WS-DIAS-AFASTADO > 15
              AND AVOS-13(IDX) > 0
              SUBTRACT 1 FROM AVOS-13(IDX)
           END-IF.
           ADD 1 TO WS-MES-AVO.

      ******************************************************************
      * HORAS DO MES: ABRE O ARQUIVO LANCADO PELO PROG047. SEM O
      * ARQUIVO, A FOLHA PAGA O SALARIO PURO, COMO SEMPRE FEZ.
              MOVE 0 TO TX-DEDUCAO
              WRITE REG-TABTRIB

      * DEDUCAO POR DEPENDENTE NO IRRF E SALARIO-FAMILIA (TETO DE
      * REMUNERACAO E COTA POR FILHO).
              MOVE "D" TO TX-TIPO
              MOVE 9999999.99 TO TX-LIMITE
              MOVE 0 TO TX-ALIQUOTA
              MOVE 189.59 TO TX-DEDUCAO
              WRITE REG-TABTRIB

              MOVE "S" TO TX-TIPO
              MOVE 1425.56 TO TX-LIMITE
              MOVE 0 TO TX-ALIQUOTA
              MOVE 48.62 TO TX-DEDUCAO
              WRITE REG-TABTRIB

      * MARGEM CONSIGNAVEL SOBRE O LIQUIDO.
              MOVE "C" TO TX-TIPO
              MOVE 9999999.99 TO TX-LIMITE
              MOVE 35.00 TO TX-ALIQUOTA
              MOVE 0 TO TX-DEDUCAO
              WRITE REG-TABTRIB

              CLOSE FD-TABTRIB.

       00008-D-LER-FAIXA.
              WHEN "P"
      * ALIQUOTAS PATRONAIS, SO DO PROG064.
                 CONTINUE
              WHEN "D"
                 MOVE TX-DEDUCAO TO WS-DEDUCAO-DEPENDENTE
              WHEN "S"
                 MOVE TX-LIMITE  TO WS-TETO-SAL-FAMILIA
                 MOVE TX-DEDUCAO TO WS-COTA-SAL-FAMILIA
              WHEN "C"
                 MOVE TX-ALIQUOTA TO WS-PERC-CONSIGNAVEL
              WHEN OTHER
                 DISPLAY "-- TIPO DE FAIXA INVALIDO --> " TX-TIPO
           END-EVALUATE.
           END-IF.

      ******************************************************************
      * IRRF POR FAIXA SOBRE A BASE (BRUTO MENOS INSS MENOS A
      * DEDUCAO POR DEPENDENTE DECLARADO), NUNCA NEGATIVO.
      ******************************************************************
       00008-B-CALCULA-IRRF.
           MOVE ZERO TO WS-SAL-IRRF.
           IF WS-QTD-FAIXAS-IRRF = 0
              CONTINUE
           ELSE
              COMPUTE WS-VAL-DED-DEPEND =
                      QTD-DEP-IRRF(IDX) * WS-DEDUCAO-DEPENDENTE
              COMPUTE WS-BASE-IRRF-S =
                      WS-SAL-BRUTO - WS-SAL-DESCONTO
                      - WS-VAL-DED-DEPEND
              MOVE ZERO TO WS-BASE-IRRF
              IF WS-BASE-IRRF-S > 0
                 MOVE WS-BASE-IRRF-S TO WS-BASE-IRRF
              END-IF
              MOVE 0 TO WS-FAIXA-ACHADA
              MOVE 1 TO WS-IDX-FAIXA
              PERFORM 00008-B1-ACHA-FAIXA-IRRF
      * DEPOSITO ABRIU: SE A ABERTURA FALHA, O HISTORICO DA
      * COMPETENCIA ANTERIOR PERMANECE INTACTO PARA O PROG049.
              PERFORM 00004-B-ABRE-HIST-FOLHA
              IF FOLHA-MENSAL
                 PERFORM 00004-J-ABRE-PARCELAS
              END-IF
              PERFORM 00004-E-GRAVA-HEADER
              MOVE 1 TO IDX
              PERFORM 00004-A-GRAVA-DEPOSITO UNTIL IDX > WS-QTD-FUNC
              CLOSE FD-DEPOSITO
              IF WS-FILE-STATUS-HFOL = 0
                 CLOSE FD-HIST-FOLHA
              END-IF
              IF WS-FILE-STATUS-HDET = 0
                 CLOSE FD-DET-FOLHA
              END-IF
              IF FOLHA-MENSAL AND WS-FILE-STATUS-PARC = 0
                 CLOSE FD-PARCELAS
              END-IF.

       00004-E-GRAVA-HEADER.
              MOVE WS-REM-DETALHE   TO REG-DEPOSITO
              WRITE REG-DEPOSITO
              PERFORM 00004-C-GRAVA-HIST-FOLHA
              PERFORM 00004-H-GRAVA-DETALHES
              IF FOLHA-MENSAL
                 MOVE 1 TO WS-IDX-CONSIG
                 PERFORM 00004-I-GRAVA-PARCELA
                     UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG
              END-IF
           END-IF.
           ADD 1 TO IDX.

              DISPLAY "-- ERRO AO ABRIR HISTORICO DE FOLHA -->"
                      WS-FILE-STATUS-HFOL.

           PERFORM 00004-G-EXPURGA-DETALHE.
           MOVE 0 TO WS-FILE-STATUS-HDET.
           OPEN EXTEND FD-DET-FOLHA.
           IF WS-FILE-STATUS-HDET = 35
              OPEN OUTPUT FD-DET-FOLHA
              CLOSE FD-DET-FOLHA
              MOVE 0 TO WS-FILE-STATUS-HDET
              OPEN EXTEND FD-DET-FOLHA
           END-IF.
           IF WS-FILE-STATUS-HDET NOT = 0
              DISPLAY "-- ERRO AO ABRIR LINHAS DO CONTRACHEQUE -->"
                      WS-FILE-STATUS-HDET.

      ******************************************************************
      * REGRAVA O HISTORICO SEM AS LINHAS DA COMPETENCIA QUE VAI SER
      * RECALCULADA: UMA COMPETENCIA REABERTA PELO PROG046 SUBSTITUI
              WRITE REG-HIST-FOLHA
           END-IF.

      ******************************************************************
      * LINHAS CALCULADAS DO CONTRACHEQUE DO FUNCIONARIO: SO AS QUE
      * TEM VALOR NESTA FOLHA.
      ******************************************************************
       00004-H-GRAVA-DETALHES.
           IF WS-VAL-SAL-FAMILIA > 0
              MOVE "SFA" TO HD-CODIGO
              MOVE "L"   TO HD-NATUREZA
              MOVE "SALARIO-FAMILIA" TO HD-DESCRICAO
              MOVE WS-VAL-SAL-FAMILIA TO HD-VALOR
              PERFORM 00004-H1-GRAVA-DETALHE
           END-IF.
           IF WS-VAL-DED-DEPEND > 0
              MOVE "DIR" TO HD-CODIGO
              MOVE "I"   TO HD-NATUREZA
              MOVE "DEDUCAO DEPEND. IRRF" TO HD-DESCRICAO
              MOVE WS-VAL-DED-DEPEND TO HD-VALOR
              PERFORM 00004-H1-GRAVA-DETALHE
           END-IF.
           IF WS-VAL-AFASTAMENTO > 0
              MOVE "AFA" TO HD-CODIGO
              MOVE "I"   TO HD-NATUREZA
              MOVE SPACES TO HD-DESCRICAO
              STRING "AFASTAMENTO "      DELIMITED BY SIZE
                     WS-DIAS-AFASTADO    DELIMITED BY SIZE
                     " DIAS"             DELIMITED BY SIZE
                     INTO HD-DESCRICAO
              MOVE WS-VAL-AFASTAMENTO TO HD-VALOR
              PERFORM 00004-H1-GRAVA-DETALHE
           END-IF.
           IF WS-VAL-ADIANTAMENTO > 0
              MOVE "ADT" TO HD-CODIGO
              MOVE "D"   TO HD-NATUREZA
              MOVE "ADIANTAMENTO SALARIAL" TO HD-DESCRICAO
              MOVE WS-VAL-ADIANTAMENTO TO HD-VALOR
              PERFORM 00004-H1-GRAVA-DETALHE
           END-IF.
           MOVE 1 TO WS-IDX-CONSIG.
           PERFORM 00004-H2-DETALHE-CONSIGNADO
               UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG.

       00004-H2-DETALHE-CONSIGNADO.
           IF CG-MATRICULA(WS-IDX-CONSIG) = MATRICULA(IDX)
              AND CG-DESCONTO(WS-IDX-CONSIG) > 0
              MOVE "CON" TO HD-CODIGO
              MOVE "D"   TO HD-NATUREZA
              MOVE SPACES TO HD-DESCRICAO
              STRING "CONSIG. "                  DELIMITED BY SIZE
                     CG-CONTRATO(WS-IDX-CONSIG)  DELIMITED BY SIZE
                     INTO HD-DESCRICAO
              MOVE CG-DESCONTO(WS-IDX-CONSIG) TO HD-VALOR
              PERFORM 00004-H1-GRAVA-DETALHE
           END-IF.
           ADD 1 TO WS-IDX-CONSIG.

       00004-H1-GRAVA-DETALHE.
           IF WS-FILE-STATUS-HDET = 0
              MOVE WS-COMPETENCIA TO HD-COMPETENCIA
              MOVE MATRICULA(IDX) TO HD-MATRICULA
              MOVE WS-TIPO-HIST   TO HD-TIPO-FOLHA
              WRITE REG-DET-FOLHA
           END-IF.

      ******************************************************************
      * RAZAO DE PARCELAS: UMA LINHA POR CONTRATO DO FUNCIONARIO COM
      * VALOR DEVIDO NA COMPETENCIA, MESMO QUE NADA TENHA CABIDO NA
      * MARGEM - O PENDENTE FICA REGISTRADO PARA O BANCO.
      ******************************************************************
       00004-I-GRAVA-PARCELA.
           IF CG-MATRICULA(WS-IDX-CONSIG) = MATRICULA(IDX)
              AND CG-DEVIDO(WS-IDX-CONSIG) > 0
              AND WS-FILE-STATUS-PARC = 0
              MOVE WS-COMPETENCIA              TO PC-COMPETENCIA
              MOVE CG-CONTRATO(WS-IDX-CONSIG)  TO PC-CONTRATO
              MOVE MATRICULA(IDX)              TO PC-MATRICULA
              MOVE CG-DEVIDO(WS-IDX-CONSIG)    TO PC-VALOR-DEVIDO
              MOVE CG-DESCONTO(WS-IDX-CONSIG)  TO PC-VALOR-DESCONTO
              COMPUTE PC-VALOR-PENDENTE =
                      CG-DEVIDO(WS-IDX-CONSIG)
                      - CG-DESCONTO(WS-IDX-CONSIG)
              WRITE REG-PARCELA
           END-IF.
           ADD 1 TO WS-IDX-CONSIG.

      ******************************************************************
      * ABRE O RAZAO DE PARCELAS PARA A FOLHA MENSAL, EXPURGANDO AS
      * LINHAS DA COMPETENCIA EM REEXECUCAO.
      ******************************************************************
       00004-J-ABRE-PARCELAS.
           PERFORM 00004-K-EXPURGA-PARCELAS.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN EXTEND FD-PARCELAS.
           IF WS-FILE-STATUS-PARC = 35
              OPEN OUTPUT FD-PARCELAS
              CLOSE FD-PARCELAS
              MOVE 0 TO WS-FILE-STATUS-PARC
              OPEN EXTEND FD-PARCELAS
           END-IF.
           IF WS-FILE-STATUS-PARC NOT = 0
              DISPLAY "-- ERRO AO ABRIR RAZAO DE PARCELAS -->"
                      WS-FILE-STATUS-PARC.

       00004-K-EXPURGA-PARCELAS.
           MOVE 0 TO WS-FIM-HISTORICO.
           MOVE 0 TO WS-CONT-PARC-EXPURGO.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PARC NOT = 0
              CONTINUE
           ELSE
              MOVE 0 TO WS-FILE-STATUS-PWRK
              OPEN OUTPUT FD-PARC-WORK
              IF WS-FILE-STATUS-PWRK NOT = 0
                 DISPLAY "-- ERRO AO CRIAR TRABALHO DAS PARCELAS -->"
                         WS-FILE-STATUS-PWRK
                 CLOSE FD-PARCELAS
              ELSE
                 PERFORM 00004-K1-LER-PARCELA
                 PERFORM 00004-K2-FILTRA-PARCELA
                     UNTIL FIM-DO-HISTORICO
                 CLOSE FD-PARCELAS
                 CLOSE FD-PARC-WORK
                 PERFORM 00004-K3-REGRAVA-PARCELAS
              END-IF
           END-IF.

       00004-K1-LER-PARCELA.
           READ FD-PARCELAS
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO.

       00004-K2-FILTRA-PARCELA.
           IF PC-COMPETENCIA = WS-COMPETENCIA
              ADD 1 TO WS-CONT-PARC-EXPURGO
           ELSE
              WRITE REG-PARC-WORK FROM REG-PARCELA
           END-IF.
           PERFORM 00004-K1-LER-PARCELA.

       00004-K3-REGRAVA-PARCELAS.
           MOVE 0 TO WS-FIM-HISTORICO.
           MOVE 0 TO WS-FILE-STATUS-PWRK.
           OPEN INPUT FD-PARC-WORK.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN OUTPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PWRK NOT = 0
              OR WS-FILE-STATUS-PARC NOT = 0
              DISPLAY "-- ERRO AO REGRAVAR RAZAO DE PARCELAS -->"
                      WS-FILE-STATUS-PWRK " / " WS-FILE-STATUS-PARC
           ELSE
              PERFORM 00004-K4-LER-WORK
              PERFORM 00004-K5-COPIA-WORK UNTIL FIM-DO-HISTORICO
              CLOSE FD-PARC-WORK
              CLOSE FD-PARCELAS.

       00004-K4-LER-WORK.
           READ FD-PARC-WORK
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO.

       00004-K5-COPIA-WORK.
           WRITE REG-PARCELA FROM REG-PARC-WORK.
           PERFORM 00004-K4-LER-WORK.

      ******************************************************************
      * EXPURGO DAS LINHAS CALCULADAS DA COMPETENCIA, COM O MESMO
      * CRITERIO DO EXPURGO DO HISTORICO (00004-D2).
      ******************************************************************
       00004-G-EXPURGA-DETALHE.
           MOVE 0 TO WS-FIM-HISTORICO.
           MOVE 0 TO WS-CONT-DET-EXPURGO.
           MOVE 0 TO WS-FILE-STATUS-HDET.
           OPEN INPUT FD-DET-FOLHA.
           IF WS-FILE-STATUS-HDET NOT = 0
              CONTINUE
           ELSE
              MOVE 0 TO WS-FILE-STATUS-DWRK
              OPEN OUTPUT FD-DET-WORK
              IF WS-FILE-STATUS-DWRK NOT = 0
                 DISPLAY "-- ERRO AO CRIAR TRABALHO DAS LINHAS -->"
                         WS-FILE-STATUS-DWRK
                 CLOSE FD-DET-FOLHA
              ELSE
                 PERFORM 00004-G1-LER-DETALHE
                 PERFORM 00004-G2-FILTRA-DETALHE
                     UNTIL FIM-DO-HISTORICO
                 CLOSE FD-DET-FOLHA
                 CLOSE FD-DET-WORK
                 PERFORM 00004-G3-REGRAVA-DETALHE
              END-IF
           END-IF.

       00004-G1-LER-DETALHE.
           READ FD-DET-FOLHA
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO.

       00004-G2-FILTRA-DETALHE.
           IF HD-COMPETENCIA = WS-COMPETENCIA
              AND HD-TIPO-FOLHA = WS-TIPO-HIST
              AND (NOT FOLHA-FERIAS
                   OR HD-MATRICULA = WS-MATRICULA-FERIAS)
              ADD 1 TO WS-CONT-DET-EXPURGO
           ELSE
              WRITE REG-DET-WORK FROM REG-DET-FOLHA
           END-IF.
           PERFORM 00004-G1-LER-DETALHE.

       00004-G3-REGRAVA-DETALHE.
           MOVE 0 TO WS-FIM-HISTORICO.
           MOVE 0 TO WS-FILE-STATUS-DWRK.
           OPEN INPUT FD-DET-WORK.
           MOVE 0 TO WS-FILE-STATUS-HDET.
           OPEN OUTPUT FD-DET-FOLHA.
           IF WS-FILE-STATUS-DWRK NOT = 0
              OR WS-FILE-STATUS-HDET NOT = 0
              DISPLAY "-- ERRO AO REGRAVAR LINHAS DO CONTRACHEQUE -->"
                      WS-FILE-STATUS-DWRK " / " WS-FILE-STATUS-HDET
           ELSE
              PERFORM 00004-G4-LER-WORK
              PERFORM 00004-G5-COPIA-WORK UNTIL FIM-DO-HISTORICO
              CLOSE FD-DET-WORK
              CLOSE FD-DET-FOLHA.

       00004-G4-LER-WORK.
           READ FD-DET-WORK
                AT END
                   MOVE 1 TO WS-FIM-HISTORICO.

       00004-G5-COPIA-WORK.
           WRITE REG-DET-FOLHA FROM REG-DET-WORK.
           PERFORM 00004-G4-LER-WORK.

      ******************************************************************
      * DEPENDENTES: CONTA, POR FUNCIONARIO DO QUADRO, OS DEPENDENTES
      * ATIVOS QUE DEDUZEM NO IRRF E OS FILHOS COM DIREITO A COTA DE
      * SALARIO-FAMILIA (ABAIXO DA IDADE LIMITE NA COMPETENCIA). SEM
      * O CADASTRO, A FOLHA SEGUE SEM DEDUCAO, COMO SEMPRE.
      ******************************************************************
       00015-CARREGA-DEPENDENTES.
           MOVE 1 TO IDX.
           PERFORM 00015-C-ZERA-DEPENDENTES UNTIL IDX > WS-QTD-FUNC.
           MOVE WS-COMPETENCIA(5:2) TO WS-MES-BASE.

           MOVE 0 TO WS-FIM-DEPENDENTES.
           MOVE 0 TO WS-FILE-STATUS-DEPE.
           OPEN INPUT FD-DEPENDENTES.
           IF WS-FILE-STATUS-DEPE NOT = 0
              DISPLAY "-- SEM CADASTRO DE DEPENDENTES, IRRF SEM "
                      "DEDUCAO E SEM SALARIO-FAMILIA"
           ELSE
              PERFORM 00015-A-LER-DEPENDENTE
              PERFORM 00015-B-CONTA-DEPENDENTE
                  UNTIL FIM-DOS-DEPENDENTES
              CLOSE FD-DEPENDENTES.

       00015-C-ZERA-DEPENDENTES.
           MOVE ZERO TO QTD-DEP-IRRF(IDX).
           MOVE ZERO TO QTD-SAL-FAMILIA(IDX).
           ADD 1 TO IDX.

       00015-A-LER-DEPENDENTE.
           READ FD-DEPENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-DEPENDENTES.

       00015-B-CONTA-DEPENDENTE.
           IF DP-STATUS-REG = "A"
              MOVE 0 TO WS-DEP-ACHOU
              MOVE 1 TO WS-IDX-DEP
              PERFORM 00015-D-ACHA-TRABALHADOR
                  UNTIL WS-DEP-ACHOU = 1
                     OR WS-IDX-DEP > WS-QTD-FUNC
              IF WS-DEP-ACHOU = 1
                 IF DP-IRRF = "S"
                    ADD 1 TO QTD-DEP-IRRF(WS-IDX-DEP)
                 END-IF
                 MOVE DP-DT-NASCIMENTO TO WS-DATA-NASCIMENTO
                 COMPUTE WS-IDADE-DEPENDENTE =
                         WS-ANO-BASE - WS-NASC-ANO
                 IF WS-MES-BASE < WS-NASC-MES
                    SUBTRACT 1 FROM WS-IDADE-DEPENDENTE
                 END-IF
                 IF DP-SAL-FAMILIA = "S"
                    AND DP-PARENTESCO = "F"
                    AND WS-IDADE-DEPENDENTE < WS-IDADE-LIMITE-SF
                    ADD 1 TO QTD-SAL-FAMILIA(WS-IDX-DEP)
                 END-IF
              END-IF
           END-IF.
           PERFORM 00015-A-LER-DEPENDENTE.

       00015-D-ACHA-TRABALHADOR.
           IF MATRICULA(WS-IDX-DEP) = DP-MATRICULA
              MOVE 1 TO WS-DEP-ACHOU
           ELSE
              ADD 1 TO WS-IDX-DEP
           END-IF.

      ******************************************************************
      * SALARIO-FAMILIA: SO NA FOLHA MENSAL, UMA COTA POR FILHO
      * ELEGIVEL QUANDO A REMUNERACAO DO MES NAO PASSA DO TETO. E
      * CREDITO LIQUIDO, SEM INSS NEM IRRF.
      ******************************************************************
       00016-CALCULA-SAL-FAMILIA.
           MOVE ZERO TO WS-VAL-SAL-FAMILIA.
           IF CALCULO-MENSAL
              AND QTD-SAL-FAMILIA(IDX) > 0
              AND WS-COTA-SAL-FAMILIA > 0
              AND WS-SAL-BRUTO NOT > WS-TETO-SAL-FAMILIA
              COMPUTE WS-VAL-SAL-FAMILIA =
                      QTD-SAL-FAMILIA(IDX) * WS-COTA-SAL-FAMILIA
           END-IF.

      ******************************************************************
      * CONSIGNADOS: CARREGA OS CONTRATOS ATIVOS E SOMA, PELO RAZAO DE
      * PARCELAS, O QUE JA FOI DESCONTADO EM COMPETENCIAS ANTERIORES.
      * O DEVIDO DO MES E O PREVISTO ATE A COMPETENCIA (PARCELAS
      * VENCIDAS X VALOR DA PARCELA) MENOS O JA DESCONTADO.
      ******************************************************************
       00017-CARREGA-CONSIGNADOS.
           MOVE ZERO TO WS-QTD-CONSIG.
           MOVE 0 TO WS-FIM-CONSIG.
           MOVE 0 TO WS-FILE-STATUS-EMPR.
           OPEN INPUT FD-EMPRESTIMOS.
           IF WS-FILE-STATUS-EMPR NOT = 0
              DISPLAY "-- SEM CONTRATOS DE CONSIGNADO, FOLHA SEM "
                      "DESCONTO DE EMPRESTIMO"
           ELSE
              PERFORM 00017-A-LER-CONTRATO
              PERFORM 00017-B-GUARDA-CONTRATO UNTIL FIM-DOS-CONSIG
              CLOSE FD-EMPRESTIMOS
              PERFORM 00017-C-SOMA-DESCONTADO
              MOVE WS-COMPETENCIA TO WS-COMP-DESMEMBRADA
              COMPUTE WS-MESES-COMPETENCIA =
                      WS-CD-ANO * 12 + WS-CD-MES
              MOVE 1 TO WS-IDX-CONSIG
              PERFORM 00017-F-CALCULA-DEVIDO
                  UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG
              DISPLAY "-- CONTRATOS DE CONSIGNADO CARREGADOS: "
                      WS-QTD-CONSIG.

       00017-A-LER-CONTRATO.
           READ FD-EMPRESTIMOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-CONSIG.

       00017-B-GUARDA-CONTRATO.
           IF EM-STATUS-REG = "A"
              AND EM-COMP-INICIO NOT > WS-COMPETENCIA
              IF WS-QTD-CONSIG = 100
                 DISPLAY "-- TABELA DE CONSIGNADOS CHEIA, RESTANTES "
                         "IGNORADOS"
                 MOVE 1 TO WS-FIM-CONSIG
              ELSE
                 ADD 1 TO WS-QTD-CONSIG
                 MOVE EM-CONTRATO      TO CG-CONTRATO(WS-QTD-CONSIG)
                 MOVE EM-MATRICULA     TO CG-MATRICULA(WS-QTD-CONSIG)
                 MOVE EM-QTD-PARCELAS
                   TO CG-QTD-PARCELAS(WS-QTD-CONSIG)
                 MOVE EM-VALOR-PARCELA
                   TO CG-VALOR-PARCELA(WS-QTD-CONSIG)
                 MOVE EM-COMP-INICIO   TO CG-COMP-INICIO(WS-QTD-CONSIG)
                 MOVE ZERO TO CG-PAGO-ANTES(WS-QTD-CONSIG)
                 MOVE ZERO TO CG-DEVIDO(WS-QTD-CONSIG)
                 MOVE ZERO TO CG-DESCONTO(WS-QTD-CONSIG)
              END-IF
           END-IF.
           IF NOT FIM-DOS-CONSIG
              PERFORM 00017-A-LER-CONTRATO
           END-IF.

       00017-C-SOMA-DESCONTADO.
           MOVE 0 TO WS-FIM-CONSIG.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PARC = 0
              PERFORM 00017-D-LER-PARCELA
              PERFORM 00017-E-ACUMULA-PARCELA UNTIL FIM-DOS-CONSIG
              CLOSE FD-PARCELAS
           END-IF.

       00017-D-LER-PARCELA.
           READ FD-PARCELAS
                AT END
                   MOVE 1 TO WS-FIM-CONSIG.

       00017-E-ACUMULA-PARCELA.
           IF PC-COMPETENCIA < WS-COMPETENCIA
              MOVE 1 TO WS-IDX-CONSIG
              PERFORM 00017-G-SOMA-NO-CONTRATO
                  UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG
           END-IF.
           PERFORM 00017-D-LER-PARCELA.

       00017-G-SOMA-NO-CONTRATO.
           IF CG-CONTRATO(WS-IDX-CONSIG) = PC-CONTRATO
              ADD PC-VALOR-DESCONTO TO CG-PAGO-ANTES(WS-IDX-CONSIG)
              MOVE WS-QTD-CONSIG TO WS-IDX-CONSIG
           END-IF.
           ADD 1 TO WS-IDX-CONSIG.

       00017-F-CALCULA-DEVIDO.
           MOVE CG-COMP-INICIO(WS-IDX-CONSIG) TO WS-COMP-DESMEMBRADA.
           COMPUTE WS-MESES-DECORRIDOS =
                   WS-MESES-COMPETENCIA
                 - (WS-CD-ANO * 12 + WS-CD-MES) + 1.
           IF WS-MESES-DECORRIDOS > CG-QTD-PARCELAS(WS-IDX-CONSIG)
              MOVE CG-QTD-PARCELAS(WS-IDX-CONSIG)
                TO WS-MESES-DECORRIDOS
           END-IF.
           COMPUTE WS-PREVISTO-CONSIG =
                   WS-MESES-DECORRIDOS
                   * CG-VALOR-PARCELA(WS-IDX-CONSIG).
           IF WS-PREVISTO-CONSIG > CG-PAGO-ANTES(WS-IDX-CONSIG)
              COMPUTE CG-DEVIDO(WS-IDX-CONSIG) =
                      WS-PREVISTO-CONSIG - CG-PAGO-ANTES(WS-IDX-CONSIG)
           ELSE
              MOVE ZERO TO CG-DEVIDO(WS-IDX-CONSIG)
           END-IF.
           ADD 1 TO WS-IDX-CONSIG.

      ******************************************************************
      * DESCONTO DAS PARCELAS DO FUNCIONARIO, NA ORDEM DOS CONTRATOS,
      * ATE A MARGEM CONSIGNAVEL (E NUNCA ALEM DO LIQUIDO QUE SOBROU).
      ******************************************************************
       00018-DESCONTA-CONSIGNADO.
           MOVE WS-MARGEM-CONSIG TO WS-SALDO-MARGEM.
           IF WS-SALDO-MARGEM > WS-SAL-LIQUIDO
              MOVE WS-SAL-LIQUIDO TO WS-SALDO-MARGEM
           END-IF.
           MOVE 1 TO WS-IDX-CONSIG.
           PERFORM 00018-A-DESCONTA-CONTRATO
               UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG.

       00018-A-DESCONTA-CONTRATO.
           IF CG-MATRICULA(WS-IDX-CONSIG) = MATRICULA(IDX)
              IF CG-DEVIDO(WS-IDX-CONSIG) > WS-SALDO-MARGEM
                 MOVE WS-SALDO-MARGEM TO CG-DESCONTO(WS-IDX-CONSIG)
                 DISPLAY "-- CONSIGNADO ACIMA DA MARGEM, PENDENTE "
                         "PARA O MES SEGUINTE --> "
                         CG-CONTRATO(WS-IDX-CONSIG)
              ELSE
                 MOVE CG-DEVIDO(WS-IDX-CONSIG)
                   TO CG-DESCONTO(WS-IDX-CONSIG)
              END-IF
              SUBTRACT CG-DESCONTO(WS-IDX-CONSIG) FROM WS-SALDO-MARGEM
              ADD CG-DESCONTO(WS-IDX-CONSIG) TO WS-VAL-CONSIGNADO
           END-IF.
           ADD 1 TO WS-IDX-CONSIG.

      ******************************************************************
      * ADIANTAMENTOS DA COMPETENCIA PAGOS PELO PROG089, GUARDADOS NO
      * FUNCIONARIO PARA SAIREM DO LIQUIDO DA FOLHA MENSAL. SEM O
      * ARQUIVO, NINGUEM RECEBEU ADIANTAMENTO.
      ******************************************************************
       00019-CARREGA-ADIANTAMENTOS.
           MOVE 1 TO IDX.
           PERFORM 00019-C-ZERA-ADIANTAMENTO UNTIL IDX > WS-QTD-FUNC.

           MOVE ZERO TO WS-QTD-ADIANTAMENTOS.
           MOVE 0 TO WS-FIM-ADIANTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-ADTO.
           OPEN INPUT FD-ADIANTAMENTOS.
           IF WS-FILE-STATUS-ADTO = 0
              PERFORM 00019-A-LER-ADIANTAMENTO
              PERFORM 00019-B-GUARDA-ADIANTAMENTO
                  UNTIL FIM-DOS-ADIANTAMENTOS
              CLOSE FD-ADIANTAMENTOS
              DISPLAY "-- ADIANTAMENTOS DA COMPETENCIA CARREGADOS: "
                      WS-QTD-ADIANTAMENTOS.

       00019-C-ZERA-ADIANTAMENTO.
           MOVE ZERO TO VAL-ADIANTAMENTO(IDX).
           ADD 1 TO IDX.

       00019-A-LER-ADIANTAMENTO.
           READ FD-ADIANTAMENTOS
                AT END
                   MOVE 1 TO WS-FIM-ADIANTAMENTOS.

       00019-B-GUARDA-ADIANTAMENTO.
           IF AD-COMPETENCIA = WS-COMPETENCIA
              MOVE 1 TO IDX
              PERFORM 00019-D-SOMA-ADIANTAMENTO
                  UNTIL IDX > WS-QTD-FUNC
           END-IF.
           PERFORM 00019-A-LER-ADIANTAMENTO.

       00019-D-SOMA-ADIANTAMENTO.
           IF MATRICULA(IDX) = AD-MATRICULA
              ADD AD-VALOR TO VAL-ADIANTAMENTO(IDX)
              ADD 1 TO WS-QTD-ADIANTAMENTOS
              MOVE WS-QTD-FUNC TO IDX
           END-IF.
           ADD 1 TO IDX.

      ******************************************************************
      * AFASTAMENTOS ATIVOS DO CADASTRO DO PROG091 QUE TIRAM DIAS DA
      * FOLHA. SEM O ARQUIVO, NINGUEM ESTA AFASTADO.
      ******************************************************************
       00020-CARREGA-AFASTAMENTOS.
           MOVE ZERO TO WS-QTD-AFASTAMENTOS.
           MOVE 0 TO WS-FIM-AFASTAMENTOS.
           MOVE 0 TO WS-FILE-STATUS-AFAS.
           OPEN INPUT FD-AFASTAMENTOS.
           IF WS-FILE-STATUS-AFAS = 0
              PERFORM 00020-A-LER-AFASTAMENTO
              PERFORM 00020-B-GUARDA-AFASTAMENTO
                  UNTIL FIM-DOS-AFASTAMENTOS
              CLOSE FD-AFASTAMENTOS
              DISPLAY "-- AFASTAMENTOS CARREGADOS: "
                      WS-QTD-AFASTAMENTOS.

       00020-A-LER-AFASTAMENTO.
           READ FD-AFASTAMENTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-AFASTAMENTOS.

       00020-B-GUARDA-AFASTAMENTO.
           IF AF-STATUS-REG = "A"
              AND (AF-TIPO = "D" OR "A" OR "S")
              IF WS-QTD-AFASTAMENTOS = 200
                 DISPLAY "-- TABELA DE AFASTAMENTOS CHEIA, RESTANTES "
                         "IGNORADOS"
                 MOVE 1 TO WS-FIM-AFASTAMENTOS
              ELSE
                 PERFORM 00020-C-GUARDA-PERIODO
              END-IF
           END-IF.
           IF NOT FIM-DOS-AFASTAMENTOS
              PERFORM 00020-A-LER-AFASTAMENTO
           END-IF.

       00020-C-GUARDA-PERIODO.
           ADD 1 TO WS-QTD-AFASTAMENTOS.
           MOVE AF-MATRICULA TO AL-MATRICULA(WS-QTD-AFASTAMENTOS).
           MOVE AF-TIPO      TO AL-TIPO(WS-QTD-AFASTAMENTOS).
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
      * COMPRAS A PRAZO DOS FUNCIONARIOS NA LOJA: O QUE FOI COMPRADO
      * NA COMPETENCIA E AINDA NAO FOI LANCADO VIRA UM EVENTO CMP
      * (DESCONTO). NA FOLHA MENSAL O EVENTO E GRAVADO EM
      * PROG04-EVEN.DAT PARA O CONTRACHEQUE E A COMPRA FICA MARCADA
      * COMO LANCADA; NA SIMULACAO ENTRA SO NA TABELA EM MEMORIA.
      * COMPRA DE COMPETENCIA ANTERIOR AINDA EM ABERTO (DESCONTO
      * LIMITADO PELO LIQUIDO) TEM O RESTANTE LANCADO DE NOVO.
      ******************************************************************
       00023-LANCA-COMPRAS-FUNC.
           MOVE ZERO TO WS-QTD-COMPRAS-FUNC.
           MOVE 0 TO WS-EVENTOS-ABERTOS.
           MOVE 0 TO WS-FILE-STATUS-CFOL.
           IF FOLHA-MENSAL
              OPEN I-O FD-COMPRAS-FUNC
           ELSE
              OPEN INPUT FD-COMPRAS-FUNC
           END-IF.
           IF WS-FILE-STATUS-CFOL = 0
              IF FOLHA-MENSAL
                 PERFORM 00023-C-ABRE-EVENTOS
              END-IF
              MOVE 0 TO WS-FIM-COMPRAS-FUNC
              MOVE ZERO TO CF-CHAVE
              START FD-COMPRAS-FUNC KEY NOT < CF-CHAVE
                  INVALID KEY
                     MOVE 1 TO WS-FIM-COMPRAS-FUNC
              END-START
              PERFORM 00023-A-LER-COMPRA-FUNC
              PERFORM 00023-B-LANCA-COMPRA
                  UNTIL FIM-DAS-COMPRAS-FUNC
              CLOSE FD-COMPRAS-FUNC
              IF EVENTOS-ABERTOS
                 CLOSE FD-EVENTOS
              END-IF
              DISPLAY "-- COMPRAS NA LOJA LANCADAS EM FOLHA: "
                      WS-QTD-COMPRAS-FUNC.

       00023-A-LER-COMPRA-FUNC.
           IF NOT FIM-DAS-COMPRAS-FUNC
              READ FD-COMPRAS-FUNC NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-COMPRAS-FUNC
                   NOT AT END
                      IF CF-COMPETENCIA > WS-COMPETENCIA
                         MOVE 1 TO WS-FIM-COMPRAS-FUNC
                      END-IF
              END-READ
           END-IF.

       00023-B-LANCA-COMPRA.
           IF CF-SITUACAO = "A"
              AND CF-VALOR > CF-VALOR-LANCADO
              COMPUTE WS-VAL-COMPRA-FUNC =
                      CF-VALOR - CF-VALOR-LANCADO
              IF WS-QTD-EVENTOS = 200
                 DISPLAY "-- TABELA DE EVENTOS CHEIA, COMPRA NAO "
                         "LANCADA --> " CF-MATRICULA
              ELSE
                 ADD 1 TO WS-QTD-EVENTOS
                 ADD 1 TO WS-QTD-COMPRAS-FUNC
                 MOVE CF-MATRICULA TO EL-MATRICULA(WS-QTD-EVENTOS)
                 MOVE "CMP"        TO EL-TIPO(WS-QTD-EVENTOS)
                 MOVE "D"          TO EL-NATUREZA(WS-QTD-EVENTOS)
                 MOVE "COMPRAS NA LOJA"
                                   TO EL-DESCRICAO(WS-QTD-EVENTOS)
                 MOVE WS-VAL-COMPRA-FUNC TO EL-VALOR(WS-QTD-EVENTOS)
                 IF EVENTOS-ABERTOS
                    PERFORM 00023-D-GRAVA-EVENTO-COMPRA
                 END-IF
              END-IF
           END-IF.
           PERFORM 00023-A-LER-COMPRA-FUNC.

       00023-C-ABRE-EVENTOS.
           MOVE 0 TO WS-FILE-STATUS-EVE.
           OPEN EXTEND FD-EVENTOS.
           IF WS-FILE-STATUS-EVE = 35
              OPEN OUTPUT FD-EVENTOS
              CLOSE FD-EVENTOS
              MOVE 0 TO WS-FILE-STATUS-EVE
              OPEN EXTEND FD-EVENTOS
           END-IF.
           IF WS-FILE-STATUS-EVE = 0
              MOVE 1 TO WS-EVENTOS-ABERTOS
           ELSE
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE EVENTOS -->"
                      WS-FILE-STATUS-EVE.

       00023-D-GRAVA-EVENTO-COMPRA.
           MOVE WS-COMPETENCIA     TO EV-COMPETENCIA.
           MOVE CF-MATRICULA       TO EV-MATRICULA.
           MOVE "CMP"              TO EV-TIPO.
           MOVE "D"                TO EV-NATUREZA.
           MOVE "COMPRAS NA LOJA"  TO EV-DESCRICAO.
           MOVE WS-VAL-COMPRA-FUNC TO EV-VALOR.
           WRITE REG-EVENTO.
           MOVE CF-VALOR TO CF-VALOR-LANCADO.
           REWRITE REG-COMPRA-FUNC
               INVALID KEY
                  DISPLAY "-- ERRO AO MARCAR COMPRA LANCADA --> "
                          CF-MATRICULA
           END-REWRITE.

      ******************************************************************
      * FECHAMENTO DA COMPETENCIA: O VALOR DESCONTADO EM FOLHA SAI DO
      * CL-SALDO-DEVEDOR DO CLIENTE E A COMPRA FICA QUITADA, PARA A
      * LOJA E O RH VEREM O MESMO SALDO. SO ENTRA O QUE O CMP DA
      * MATRICULA REALMENTE RETEVE (VAL-CMP-RETIDO), DA COMPRA MAIS
      * ANTIGA PARA A MAIS NOVA; O RESTANTE FICA EM ABERTO (A) E VOLTA
      * COMO CMP NA PROXIMA COMPETENCIA.
      ******************************************************************
       00024-QUITA-COMPRAS-FUNC.
           MOVE 0 TO WS-FILE-STATUS-CFOL.
           OPEN I-O FD-COMPRAS-FUNC.
           IF WS-FILE-STATUS-CFOL = 0
              MOVE 0 TO WS-FILE-STATUS-CLI
              OPEN I-O FD-CLIENTES
              IF WS-FILE-STATUS-CLI NOT = 0
                 DISPLAY "-- ERRO AO ABRIR CADASTRO DE CLIENTES, "
                         "COMPRAS NAO QUITADAS -->" WS-FILE-STATUS-CLI
              ELSE
                 MOVE 0 TO WS-FIM-COMPRAS-FUNC
                 MOVE ZERO TO CF-CHAVE
                 START FD-COMPRAS-FUNC KEY NOT < CF-CHAVE
                     INVALID KEY
                        MOVE 1 TO WS-FIM-COMPRAS-FUNC
                 END-START
                 PERFORM 00023-A-LER-COMPRA-FUNC
                 PERFORM 00024-A-QUITA-COMPRA
                     UNTIL FIM-DAS-COMPRAS-FUNC
                 CLOSE FD-CLIENTES
              END-IF
              CLOSE FD-COMPRAS-FUNC.

       00024-A-QUITA-COMPRA.
           IF CF-SITUACAO = "A"
              PERFORM 00024-C-APURA-RETIDO
              IF WS-VAL-QUITA-COMPRA > 0
                 MOVE CF-CLIENTE TO CL-CODIGO
                 PERFORM 00024-D-ABATE-SALDO
              END-IF
              ADD WS-VAL-QUITA-COMPRA TO CF-VALOR-QUITADO
              IF CF-VALOR-QUITADO < CF-VALOR
                 MOVE CF-VALOR-QUITADO TO CF-VALOR-LANCADO
                 COMPUTE WS-VAL-COMPRA-FUNC =
                         CF-VALOR - CF-VALOR-QUITADO
                 MOVE WS-VAL-COMPRA-FUNC TO WS-VAL-EVENTOS-EDT
                 DISPLAY "-- COMPRA DO CLIENTE " CF-CLIENTE
                         " NAO DESCONTADA POR INTEIRO, "
                         WS-VAL-EVENTOS-EDT " FICAM PARA A PROXIMA "
                         "COMPETENCIA"
              ELSE
                 MOVE "Q" TO CF-SITUACAO
              END-IF
              REWRITE REG-COMPRA-FUNC
                  INVALID KEY
                     DISPLAY "-- ERRO AO QUITAR COMPRA --> " CF-CLIENTE
              END-REWRITE
           END-IF.
           PERFORM 00023-A-LER-COMPRA-FUNC.

      * O DESCONTO EM FOLHA QUITA AS PARCELAS DO CREDIARIO DO
      * CLIENTE, DA MAIS ANTIGA PARA A MAIS NOVA (PROG094).
       00024-B-BAIXA-PARCELAS.
           IF WS-VAL-QUITA-COMPRA > 0
              MOVE "B"                 TO PZ-FUNCAO
              MOVE CF-CLIENTE          TO PZ-CLIENTE
              MOVE WS-VAL-QUITA-COMPRA TO PZ-VALOR
              CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO
           END-IF.

      * O LANCADO NESTA COMPETENCIA E O QUE PASSA DO JA QUITADO; DELE
      * SO SE QUITA O QUE AINDA SOBRA DO CMP RETIDO DA MATRICULA.
      * MATRICULA INATIVA OU FORA DO QUADRO NAO RECEBEU, NADA RETEVE.
       00024-C-APURA-RETIDO.
           COMPUTE WS-VAL-QUITA-COMPRA =
                   CF-VALOR-LANCADO - CF-VALOR-QUITADO.
           MOVE 0 TO WS-ACHOU-MATR-CMP.
           MOVE 1 TO WS-IDX-CMP.
           PERFORM 00024-E-PROCURA-MATRICULA
               UNTIL ACHOU-MATR-CMP OR WS-IDX-CMP > WS-QTD-FUNC.
           IF NOT ACHOU-MATR-CMP
              MOVE ZERO TO WS-VAL-QUITA-COMPRA
           ELSE
           IF REG-INATIVO(WS-IDX-CMP)
              MOVE ZERO TO WS-VAL-QUITA-COMPRA
           ELSE
              IF WS-VAL-QUITA-COMPRA > VAL-CMP-RETIDO(WS-IDX-CMP)
                 MOVE VAL-CMP-RETIDO(WS-IDX-CMP)
                   TO WS-VAL-QUITA-COMPRA
              END-IF
              SUBTRACT WS-VAL-QUITA-COMPRA
                  FROM VAL-CMP-RETIDO(WS-IDX-CMP)
           END-IF
           END-IF.

       00024-D-ABATE-SALDO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                   DISPLAY "-- CLIENTE DA COMPRA NAO CADASTRADO --> "
                           CF-CLIENTE
                NOT INVALID KEY
                   IF WS-VAL-QUITA-COMPRA > CL-SALDO-DEVEDOR
                      MOVE ZERO TO CL-SALDO-DEVEDOR
                   ELSE
                      SUBTRACT WS-VAL-QUITA-COMPRA
                          FROM CL-SALDO-DEVEDOR
                   END-IF
                   REWRITE REG-CLIENTE
                       INVALID KEY
                          DISPLAY "-- ERRO AO ABATER SALDO DO "
                                  "CLIENTE --> " CF-CLIENTE
                       NOT INVALID KEY
                          PERFORM 00024-B-BAIXA-PARCELAS
                   END-REWRITE
           END-READ.

       00024-E-PROCURA-MATRICULA.
           IF MATRICULA(WS-IDX-CMP) = CF-MATRICULA
              MOVE 1 TO WS-ACHOU-MATR-CMP
           ELSE
              ADD 1 TO WS-IDX-CMP
           END-IF.

      ******************************************************************
      * DESCONTO DOS DIAS AFASTADOS NA FOLHA MENSAL: SALARIO / 30 POR
      * DIA (MES COMERCIAL), LIMITADO AO BRUTO DO MES. QUEM PAGA ESSES
      * DIAS E O INSS.
      ******************************************************************
       00021-DESCONTA-AFASTAMENTO.
           MOVE WS-COMPETENCIA TO WS-COMP-DESMEMBRADA.
           MOVE WS-CD-ANO TO WS-MA-ANO.
           MOVE WS-CD-MES TO WS-MA-MES.
           PERFORM 00022-CONTA-DIAS-AFASTADO.
           IF WS-DIAS-AFASTADO > 0
              COMPUTE WS-VAL-AFASTAMENTO ROUNDED =
                      (WS-SAL-BASE / 30) * WS-DIAS-AFASTADO
              IF WS-VAL-AFASTAMENTO > WS-SAL-BRUTO
                 MOVE WS-SAL-BRUTO TO WS-VAL-AFASTAMENTO
              END-IF
              SUBTRACT WS-VAL-AFASTAMENTO FROM WS-SAL-BRUTO
           END-IF.

      ******************************************************************
      * DIAS DE AFASTAMENTO DO FUNCIONARIO (IDX) NO MES APURADO
      * (WS-MES-APURADO), EM MES COMERCIAL: O MES INTEIRO AFASTADO
      * VALE 30 DIAS, QUALQUER QUE SEJA O TAMANHO DO MES.
      ******************************************************************
       00022-CONTA-DIAS-AFASTADO.
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
              COMPUTE WS-DIAS-NO-MES = WS-FIM-MES - WS-INICIO-MES + 1
              MOVE 1 TO WS-IDX-AFAS
              PERFORM 00022-A-SOMA-PERIODO
                  UNTIL WS-IDX-AFAS > WS-QTD-AFASTAMENTOS
              IF WS-DIAS-AFASTADO NOT < WS-DIAS-NO-MES
                 OR WS-DIAS-AFASTADO > 30
                 MOVE 30 TO WS-DIAS-AFASTADO
              END-IF
           END-IF.

       00022-A-SOMA-PERIODO.
           IF AL-MATRICULA(WS-IDX-AFAS) = MATRICULA(IDX)
              AND AL-INICIO(WS-IDX-AFAS) NOT > WS-FIM-MES
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
      * RESUMO DE FOLHA POR DEPARTAMENTO (SOMA DO SALARIO BRUTO DO
      * DEPARTAMENTO PRINCIPAL DE CADA FUNCIONARIO - DPTO(IDX,1)).
                   " - TOTAL FOLHA BRUTA: " WS-DT-VALOR-EDT.
           SET DIDX UP BY 1.

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
                      IF PF-PROGRAMA = "FOLHA-PGTO"
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

       END PROGRAM FOLHA-PGTO.
