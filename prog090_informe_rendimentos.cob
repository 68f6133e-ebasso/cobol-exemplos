      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Informe de Rendimentos Anual
      *          Acumula o historico de folha PROG04-HIST.DAT de um
      *          ano-calendario por matricula e emite o comprovante de
      *          rendimentos pagos e de imposto retido de cada
      *          funcionario: rendimentos tributaveis (folhas mensais,
      *          ferias e rescisao), contribuicao previdenciaria e IRRF
      *          retidos; o 13o salario (competencia AAAA13), que tem
      *          tributacao exclusiva, em quadro separado; e os
      *          rendimentos isentos (salario-familia das linhas
      *          calculadas PROG04-HDET.DAT). Comprovantes em
      *          PROG04-INFR.TXT e o resumo anual de retencoes para o
      *          contador em PROG04-DIRF.DAT.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog090_informe_rendimentos -std=default -I copybooks prog090_informe_rendimentos.cob && ./bin/prog090_informe_rendimentos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG090-INFORME-RENDIMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * HISTORICO DE FOLHAS FECHADAS.
           SELECT FD-HIST-FOLHA ASSIGN TO "PROG04-HIST.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HFOL.

      * LINHAS CALCULADAS DA FOLHA (SALARIO-FAMILIA).
           SELECT FD-DET-FOLHA ASSIGN TO "PROG04-HDET.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HDET.

      * ARQUIVO MESTRE DE FUNCIONARIOS.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

      * COMPROVANTES FORMATADOS.
           SELECT FD-COMPROVANTES ASSIGN TO "PROG04-INFR.TXT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-INF.

      * RESUMO ANUAL DE RETENCOES PARA O CONTADOR.
           SELECT FD-RESUMO ASSIGN TO "PROG04-DIRF.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.

      *    PH-TIPO: M = FOLHA MENSAL, D = 13O SALARIO, F = FERIAS,
      *             R = RESCISAO (PROG084).
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

       FD FD-DET-FOLHA
          RECORD CONTAINS 45 CHARACTERS.
           COPY FOLHADET.CPY.

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

       FD FD-COMPROVANTES.
       01 REG-COMPROVANTE         PIC X(60).

       FD FD-RESUMO
          RECORD CONTAINS 91 CHARACTERS.
           COPY INFORME.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-HFOL       PIC 9(02).
       77 WS-FILE-STATUS-HDET       PIC 9(02).
       77 WS-FILE-STATUS-FUNC       PIC 9(02).
       77 WS-FILE-STATUS-INF        PIC 9(02).
       77 WS-FILE-STATUS-RES        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-ANO-CALENDARIO         PIC 9(04).

      ************* ACUMULADOS DO ANO POR MATRICULA ************
       01 TAB-ACUMULADOS.
          02 ACUMULADO-ITEM OCCURS 300 TIMES INDEXED BY ACIDX.
             03 AC-MATRICULA    PIC 9(05).
             03 AC-RENDIMENTOS  PIC 9(09)V99.
             03 AC-INSS         PIC 9(09)V99.
             03 AC-IRRF         PIC 9(09)V99.
             03 AC-13O          PIC 9(09)V99.
             03 AC-INSS-13O     PIC 9(09)V99.
             03 AC-IRRF-13O     PIC 9(09)V99.
             03 AC-ISENTOS      PIC 9(09)V99.

       77 WS-QTD-ACUMULADOS         PIC 9(03) VALUE ZERO.
       77 WS-IDX-ACUM               PIC 9(03) VALUE ZERO.
       77 WS-MATRICULA-BUSCA        PIC 9(05) VALUE ZERO.
       77 WS-ACHOU                  PIC 9(01) VALUE ZERO.
           88 MATRICULA-ACHADA      VALUE 1.

      ************* VARIAVEIS PARA O DOCUMENTO ************
       77 WS-NOME-FUNC              PIC X(05).
       77 WS-ROTULO                 PIC X(40).
       77 WS-VALOR-LINHA            PIC 9(09)V99.
       77 WS-VALOR-EDT              PIC ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(06) VALUE ZERO.
       77 WS-CONT-DO-ANO            PIC 9(06) VALUE ZERO.
       77 WS-CONT-EMITIDOS          PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ANO-CALENDARIO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO-CALENDARIO.

           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00001-ACUMULA-HISTORICO
              PERFORM 00002-ACUMULA-ISENTOS
              MOVE 1 TO WS-IDX-ACUM
              PERFORM 00004-EMITE-COMPROVANTE
                  UNTIL WS-IDX-ACUM > WS-QTD-ACUMULADOS
              PERFORM 00006-RODAPE
              CLOSE FD-FUNCIONARIOS
              CLOSE FD-COMPROVANTES
              CLOSE FD-RESUMO
           END-IF.

           STOP RUN.

       00000-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-HFOL.
           OPEN INPUT FD-HIST-FOLHA.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.

           IF WS-FILE-STATUS-HFOL NOT = 0
              DISPLAY "-- SEM HISTORICO DE FOLHA (STATUS "
                      WS-FILE-STATUS-HFOL ")"
           ELSE
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
              CLOSE FD-HIST-FOLHA
           ELSE
              MOVE 0 TO WS-FILE-STATUS-INF
              OPEN OUTPUT FD-COMPROVANTES
              MOVE 0 TO WS-FILE-STATUS-RES
              OPEN OUTPUT FD-RESUMO
              IF WS-FILE-STATUS-INF NOT = 0
                 OR WS-FILE-STATUS-RES NOT = 0
                 DISPLAY "-- ERRO AO CRIAR ARQUIVOS DE SAIDA -->"
                         WS-FILE-STATUS-INF " / " WS-FILE-STATUS-RES
                 CLOSE FD-HIST-FOLHA
                 CLOSE FD-FUNCIONARIOS
              ELSE
                 MOVE 1 TO WS-ARQUIVOS-OK.

      ******************************************************************
      * UMA PASSADA NO HISTORICO: A COMPETENCIA AAAA13 E O 13O DO ANO
      * (TRIBUTACAO EXCLUSIVA); AS DEMAIS LINHAS DO ANO (MENSAL,
      * FERIAS E RESCISAO) SAO RENDIMENTOS TRIBUTAVEIS.
      ******************************************************************
       00001-ACUMULA-HISTORICO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00001-A-LER-HISTORICO.
           PERFORM 00001-B-SOMA-HISTORICO UNTIL FIM-DO-ARQUIVO.
           CLOSE FD-HIST-FOLHA.

       00001-A-LER-HISTORICO.
           READ FD-HIST-FOLHA
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

       00001-B-SOMA-HISTORICO.
           IF PH-COMPETENCIA(1:4) = WS-ANO-CALENDARIO
              ADD 1 TO WS-CONT-DO-ANO
              MOVE PH-MATRICULA TO WS-MATRICULA-BUSCA
              PERFORM 00003-LOCALIZA-MATRICULA
              IF MATRICULA-ACHADA
                 IF PH-TIPO = "D"
                    ADD PH-BRUTO TO AC-13O(WS-IDX-ACUM)
                    ADD PH-INSS  TO AC-INSS-13O(WS-IDX-ACUM)
                    ADD PH-IRRF  TO AC-IRRF-13O(WS-IDX-ACUM)
                 ELSE
                    ADD PH-BRUTO TO AC-RENDIMENTOS(WS-IDX-ACUM)
                    ADD PH-INSS  TO AC-INSS(WS-IDX-ACUM)
                    ADD PH-IRRF  TO AC-IRRF(WS-IDX-ACUM)
                 END-IF
              END-IF
           END-IF.
           PERFORM 00001-A-LER-HISTORICO.

      ******************************************************************
      * SALARIO-FAMILIA PAGO NO ANO: RENDIMENTO ISENTO. SEM O ARQUIVO
      * DE LINHAS CALCULADAS, O QUADRO DE ISENTOS SAI ZERADO.
      ******************************************************************
       00002-ACUMULA-ISENTOS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-HDET.
           OPEN INPUT FD-DET-FOLHA.
           IF WS-FILE-STATUS-HDET = 0
              PERFORM 00002-A-LER-DETALHE
              PERFORM 00002-B-SOMA-DETALHE UNTIL FIM-DO-ARQUIVO
              CLOSE FD-DET-FOLHA
           END-IF.

       00002-A-LER-DETALHE.
           READ FD-DET-FOLHA
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-SOMA-DETALHE.
           IF HD-COMPETENCIA(1:4) = WS-ANO-CALENDARIO
              AND HD-CODIGO = "SFA"
              MOVE HD-MATRICULA TO WS-MATRICULA-BUSCA
              PERFORM 00003-LOCALIZA-MATRICULA
              IF MATRICULA-ACHADA
                 ADD HD-VALOR TO AC-ISENTOS(WS-IDX-ACUM)
              END-IF
           END-IF.
           PERFORM 00002-A-LER-DETALHE.

      ******************************************************************
      * POSICIONA WS-IDX-ACUM NA MATRICULA, INCLUINDO-A NA TABELA NA
      * PRIMEIRA VEZ QUE APARECE.
      ******************************************************************
       00003-LOCALIZA-MATRICULA.
           MOVE 0 TO WS-ACHOU.
           MOVE 1 TO WS-IDX-ACUM.
           PERFORM 00003-A-COMPARA-MATRICULA
               UNTIL MATRICULA-ACHADA
                  OR WS-IDX-ACUM > WS-QTD-ACUMULADOS.
           IF NOT MATRICULA-ACHADA
              IF WS-QTD-ACUMULADOS = 300
                 DISPLAY "-- TABELA DE FUNCIONARIOS CHEIA, MATRICULA "
                         "IGNORADA --> " WS-MATRICULA-BUSCA
              ELSE
                 ADD 1 TO WS-QTD-ACUMULADOS
                 MOVE WS-QTD-ACUMULADOS TO WS-IDX-ACUM
                 MOVE WS-MATRICULA-BUSCA TO AC-MATRICULA(WS-IDX-ACUM)
                 MOVE ZERO TO AC-RENDIMENTOS(WS-IDX-ACUM)
                 MOVE ZERO TO AC-INSS(WS-IDX-ACUM)
                 MOVE ZERO TO AC-IRRF(WS-IDX-ACUM)
                 MOVE ZERO TO AC-13O(WS-IDX-ACUM)
                 MOVE ZERO TO AC-INSS-13O(WS-IDX-ACUM)
                 MOVE ZERO TO AC-IRRF-13O(WS-IDX-ACUM)
                 MOVE ZERO TO AC-ISENTOS(WS-IDX-ACUM)
                 MOVE 1 TO WS-ACHOU
              END-IF
           END-IF.

       00003-A-COMPARA-MATRICULA.
           IF AC-MATRICULA(WS-IDX-ACUM) = WS-MATRICULA-BUSCA
              MOVE 1 TO WS-ACHOU
           ELSE
              ADD 1 TO WS-IDX-ACUM
           END-IF.

      ******************************************************************
      * COMPROVANTE DO FUNCIONARIO E A LINHA DO RESUMO ANUAL.
      ******************************************************************
       00004-EMITE-COMPROVANTE.
           ADD 1 TO WS-CONT-EMITIDOS.

           MOVE AC-MATRICULA(WS-IDX-ACUM) TO FN-MATRICULA.
           READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                INVALID KEY
                   MOVE "?????" TO WS-NOME-FUNC
                NOT INVALID KEY
                   MOVE FN-NOME TO WS-NOME-FUNC.

           MOVE "====================================================="
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO"
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE "SOBRE A RENDA RETIDO NA FONTE"
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

           MOVE SPACES TO REG-COMPROVANTE.
           STRING "ANO-CALENDARIO "  DELIMITED BY SIZE
                  WS-ANO-CALENDARIO  DELIMITED BY SIZE
                  INTO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

           MOVE "1. FONTE PAGADORA: LOJAS EBASSO LTDA"
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

           MOVE SPACES TO REG-COMPROVANTE.
           STRING "2. BENEFICIARIO: MATRICULA " DELIMITED BY SIZE
                  AC-MATRICULA(WS-IDX-ACUM)    DELIMITED BY SIZE
                  "  NOME "                    DELIMITED BY SIZE
                  WS-NOME-FUNC                 DELIMITED BY SIZE
                  INTO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO"
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE "TOTAL DOS RENDIMENTOS (INCL. FERIAS)" TO WS-ROTULO.
           MOVE AC-RENDIMENTOS(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.
           MOVE "CONTRIBUICAO PREVIDENCIARIA OFICIAL" TO WS-ROTULO.
           MOVE AC-INSS(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.
           MOVE "IMPOSTO SOBRE A RENDA RETIDO NA FONTE" TO WS-ROTULO.
           MOVE AC-IRRF(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.

           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE "SALARIO-FAMILIA" TO WS-ROTULO.
           MOVE AC-ISENTOS(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.

           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE "13O SALARIO" TO WS-ROTULO.
           MOVE AC-13O(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.
           MOVE "CONTRIBUICAO PREVIDENCIARIA SOBRE 13O" TO WS-ROTULO.
           MOVE AC-INSS-13O(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.
           MOVE "IMPOSTO RETIDO SOBRE 13O" TO WS-ROTULO.
           MOVE AC-IRRF-13O(WS-IDX-ACUM) TO WS-VALOR-LINHA.
           PERFORM 00005-LINHA-COMPROVANTE.

           MOVE SPACES TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

           MOVE WS-ANO-CALENDARIO            TO IR-ANO.
           MOVE AC-MATRICULA(WS-IDX-ACUM)    TO IR-MATRICULA.
           MOVE WS-NOME-FUNC                 TO IR-NOME.
           MOVE AC-RENDIMENTOS(WS-IDX-ACUM)  TO IR-RENDIMENTOS.
           MOVE AC-INSS(WS-IDX-ACUM)         TO IR-INSS.
           MOVE AC-IRRF(WS-IDX-ACUM)         TO IR-IRRF.
           MOVE AC-13O(WS-IDX-ACUM)          TO IR-13O.
           MOVE AC-INSS-13O(WS-IDX-ACUM)     TO IR-INSS-13O.
           MOVE AC-IRRF-13O(WS-IDX-ACUM)     TO IR-IRRF-13O.
           MOVE AC-ISENTOS(WS-IDX-ACUM)      TO IR-ISENTOS.
           WRITE REG-INFORME.

           ADD 1 TO WS-IDX-ACUM.

       00005-LINHA-COMPROVANTE.
           MOVE WS-VALOR-LINHA TO WS-VALOR-EDT.
           MOVE SPACES TO REG-COMPROVANTE.
           STRING "  "         DELIMITED BY SIZE
                  WS-ROTULO    DELIMITED BY SIZE
                  WS-VALOR-EDT DELIMITED BY SIZE
                  INTO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

       00006-RODAPE.
           DISPLAY " ".
           DISPLAY "==== INFORME DE RENDIMENTOS " WS-ANO-CALENDARIO
                   " ====".
           DISPLAY "REGISTROS LIDOS........: " WS-CONT-LIDOS.
           DISPLAY "REGISTROS DO ANO.......: " WS-CONT-DO-ANO.
           DISPLAY "COMPROVANTES EMITIDOS..: " WS-CONT-EMITIDOS.
           IF WS-CONT-EMITIDOS > 0
              DISPLAY "COMPROVANTES EM PROG04-INFR.TXT, RESUMO EM "
                      "PROG04-DIRF.DAT"
           ELSE
              DISPLAY "NENHUMA FOLHA DO ANO " WS-ANO-CALENDARIO
                      " NO HISTORICO".

       END PROGRAM PROG090-INFORME-RENDIMENTOS.
