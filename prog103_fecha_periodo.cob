      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Fechamento Mensal da Contabilidade
      *          Fecha uma competencia (AAAAMM) do diario contabil
      *          PROG65-DIARIO.DAT: para cada conta grava em
      *          PROG103-SALDO.DAT o saldo anterior (saldo final da
      *          competencia fechada antes), os debitos e creditos do
      *          mes e o saldo final, que vira o saldo anterior do mes
      *          seguinte. A competencia fica FECHADA em
      *          PROG103-PERIODO.DAT e o PROG065 nao lanca mais nela.
      *          Regras do fechamento:
      *          - as competencias fecham em ordem, uma apos a outra;
      *            no PRIMEIRO fechamento todo o diario anterior ao
      *            mes vira saldo de abertura;
      *          - toda conta movimentada tem de estar no plano de
      *            contas (PROG102) e ser analitica;
      *          - debitos e creditos do mes tem de fechar.
      *          Qualquer falha recusa o fechamento inteiro, sem
      *          gravar nada. As demonstracoes saem no PROG104.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog103_fecha_periodo -std=default -I copybooks prog103_fecha_periodo.cob && ./bin/prog103_fecha_periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG103-FECHA-PERIODO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * DIARIO CONTABIL GRAVADO PELO PROG065.
           SELECT FD-DIARIO ASSIGN TO "PROG65-DIARIO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DIA.

      * PLANO DE CONTAS (PROG102).
           SELECT FD-PLANO ASSIGN TO "PROG102-PLANO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PL-CONTA
                              FILE STATUS WS-FILE-STATUS-PLANO.

      * SALDOS FECHADOS POR COMPETENCIA E CONTA.
           SELECT FD-SALDOS ASSIGN TO "PROG103-SALDO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS SA-CHAVE
                              FILE STATUS WS-FILE-STATUS-SAL.

      * CONTROLE DE PERIODOS CONTABEIS FECHADOS.
           SELECT FD-PERIODOS ASSIGN TO "PROG103-PERIODO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PE-COMPETENCIA
                              FILE STATUS WS-FILE-STATUS-PER.

       DATA DIVISION.
       FILE SECTION.

       FD FD-DIARIO
          RECORD CONTAINS 62 CHARACTERS.
           COPY LANCTO.CPY.

       FD FD-PLANO
          RECORD CONTAINS 38 CHARACTERS.
           COPY PLANOCTA.CPY.

       FD FD-SALDOS
          RECORD CONTAINS 76 CHARACTERS.
           COPY SALDOCTB.CPY.

       FD FD-PERIODOS
          RECORD CONTAINS 15 CHARACTERS.
           COPY PERCTB.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PER        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-DIA        PIC 9(02).
       77 WS-FILE-STATUS-PLANO      PIC 9(02).
       77 WS-FILE-STATUS-SAL        PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       01 WS-COMPETENCIA.
           02 WS-COMP-ANO           PIC 9(04).
           02 WS-COMP-MES           PIC 9(02).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(06).
       01 WS-PROXIMA-COMPETENCIA.
           02 WS-PROX-ANO           PIC 9(04).
           02 WS-PROX-MES           PIC 9(02).
       01 WS-PROXIMA-COMPETENCIA-N REDEFINES WS-PROXIMA-COMPETENCIA
                                    PIC 9(06).
       77 WS-ULTIMA-FECHADA         PIC 9(06) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-OPCAO                  PIC 9(01).

      ************* SALDOS DO FECHAMENTO POR CONTA ************
       01 TAB-FECHAMENTO.
          02 FECHA-ITEM OCCURS 300 TIMES.
             03 FE-CONTA          PIC 9(06).
             03 FE-SALDO-ANTERIOR PIC S9(14)V9(02).
             03 FE-DEBITOS        PIC 9(14)V9(02).
             03 FE-CREDITOS       PIC 9(14)V9(02).

       77 WS-QTD-CONTAS             PIC 9(03) VALUE ZERO.
       77 WS-IDX-CONTA              PIC 9(03) VALUE ZERO.
       77 WS-CONTA-ACHOU            PIC 9(01) VALUE ZERO.
       77 WS-CONTA-PROCURADA        PIC 9(06).

      ************* TOTAIS DO MES ************
       77 WS-TOTAL-DEBITOS          PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-CREDITOS         PIC 9(14)V9(02) VALUE ZERO.
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-NO-MES            PIC 9(05) VALUE ZERO.
       77 WS-CONT-ABERTURA          PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA-PLANO        PIC 9(05) VALUE ZERO.
       77 WS-CONT-GRAVADOS          PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-RECUSADO               PIC 9(01) VALUE ZERO.
           88 FECHAMENTO-RECUSADO   VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
      * MINIMO DESTE PROGRAMA.
           MOVE "PROG103-FECHA-PERIODO" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "COMPETENCIA A FECHAR (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-N.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              DISPLAY "-- COMPETENCIA INVALIDA --> " WS-COMPETENCIA-N
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 00001-ABRE-ARQUIVOS.
           IF NOT FECHAMENTO-RECUSADO
              PERFORM 00002-VERIFICA-SEQUENCIA
           END-IF.
           IF NOT FECHAMENTO-RECUSADO
              PERFORM 00003-CARREGA-SALDOS-ANTERIORES
              PERFORM 00004-ACUMULA-DIARIO
           END-IF.
           IF NOT FECHAMENTO-RECUSADO
              PERFORM 00005-VALIDA-CONTAS
           END-IF.
           IF NOT FECHAMENTO-RECUSADO
              PERFORM 00006-CONFIRMA
           END-IF.
           IF NOT FECHAMENTO-RECUSADO
              PERFORM 00007-GRAVA-FECHAMENTO
           END-IF.

           PERFORM 00008-RODAPE.
           CLOSE FD-PERIODOS.
           CLOSE FD-PLANO.
           CLOSE FD-SALDOS.
           STOP RUN.

       00001-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-PER.
           OPEN I-O FD-PERIODOS.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-PERIODOS
              CLOSE FD-PERIODOS
              OPEN I-O FD-PERIODOS
           END-IF.
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR CONTROLE DE PERIODOS -->"
                      WS-FILE-STATUS-PER
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-PLANO.
           OPEN INPUT FD-PLANO.
           IF WS-FILE-STATUS-PLANO NOT = 0
              DISPLAY "-- SEM PLANO DE CONTAS (STATUS "
                      WS-FILE-STATUS-PLANO "), CADASTRAR NO PROG102"
              CLOSE FD-PERIODOS
              STOP RUN
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-SAL.
           OPEN I-O FD-SALDOS.
           IF WS-FILE-STATUS-SAL = 35
              OPEN OUTPUT FD-SALDOS
              CLOSE FD-SALDOS
              MOVE 0 TO WS-FILE-STATUS-SAL
              OPEN I-O FD-SALDOS
           END-IF.
           IF WS-FILE-STATUS-SAL NOT = 0
              DISPLAY "-- ERRO AO ABRIR SALDOS CONTABEIS -->"
                      WS-FILE-STATUS-SAL
              CLOSE FD-PERIODOS
              CLOSE FD-PLANO
              STOP RUN
           END-IF.

      ******************************************************************
      * COMPETENCIAS FECHAM EM ORDEM: A PEDIDA TEM DE SER A SEGUINTE
      * A ULTIMA FECHADA (OU QUALQUER UMA, NO PRIMEIRO FECHAMENTO).
      ******************************************************************
       00002-VERIFICA-SEQUENCIA.
           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00002-A-LER-PERIODO.
           PERFORM 00002-B-ACHA-ULTIMA UNTIL FIM-DO-ARQUIVO.

           MOVE WS-COMPETENCIA-N TO PE-COMPETENCIA.
           READ FD-PERIODOS RECORD KEY PE-COMPETENCIA
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PE-FECHADO
                      DISPLAY "-- COMPETENCIA " WS-COMPETENCIA-N
                              " JA ESTA FECHADA DESDE "
                              PE-DATA-FECHAMENTO
                      MOVE 1 TO WS-RECUSADO
                   END-IF
           END-READ.

           IF NOT FECHAMENTO-RECUSADO AND WS-ULTIMA-FECHADA > 0
              MOVE WS-ULTIMA-FECHADA TO WS-PROXIMA-COMPETENCIA-N
              IF WS-PROX-MES = 12
                 MOVE 1 TO WS-PROX-MES
                 ADD 1 TO WS-PROX-ANO
              ELSE
                 ADD 1 TO WS-PROX-MES
              END-IF
              IF WS-COMPETENCIA-N NOT = WS-PROXIMA-COMPETENCIA-N
                 DISPLAY "-- FECHAMENTO FORA DE ORDEM: ULTIMA FECHADA "
                         WS-ULTIMA-FECHADA ", PROXIMA A FECHAR "
                         WS-PROXIMA-COMPETENCIA-N
                 MOVE 1 TO WS-RECUSADO
              END-IF
           END-IF.

       00002-A-LER-PERIODO.
           READ FD-PERIODOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00002-B-ACHA-ULTIMA.
           IF PE-FECHADO AND PE-COMPETENCIA > WS-ULTIMA-FECHADA
              MOVE PE-COMPETENCIA TO WS-ULTIMA-FECHADA
           END-IF.
           PERFORM 00002-A-LER-PERIODO.

      ******************************************************************
      * SALDO FINAL DE CADA CONTA NA ULTIMA COMPETENCIA FECHADA VIRA O
      * SALDO ANTERIOR DESTE FECHAMENTO.
      ******************************************************************
       00003-CARREGA-SALDOS-ANTERIORES.
           INITIALIZE TAB-FECHAMENTO.
           IF WS-ULTIMA-FECHADA > 0
              MOVE 0 TO WS-FIM-ARQUIVO
              MOVE WS-ULTIMA-FECHADA TO SA-COMPETENCIA
              MOVE ZERO TO SA-CONTA
              START FD-SALDOS KEY NOT < SA-CHAVE
                  INVALID KEY
                     MOVE 1 TO WS-FIM-ARQUIVO
              END-START
              PERFORM 00003-A-LER-SALDO
              PERFORM 00003-B-GUARDA-SALDO UNTIL FIM-DO-ARQUIVO
           END-IF.

       00003-A-LER-SALDO.
           IF NOT FIM-DO-ARQUIVO
              READ FD-SALDOS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                      IF SA-COMPETENCIA NOT = WS-ULTIMA-FECHADA
                         MOVE 1 TO WS-FIM-ARQUIVO
                      END-IF
              END-READ
           END-IF.

       00003-B-GUARDA-SALDO.
           MOVE SA-CONTA TO WS-CONTA-PROCURADA.
           PERFORM 00009-ACHA-CONTA.
           IF WS-CONTA-ACHOU = 1
              ADD SA-SALDO-FINAL TO FE-SALDO-ANTERIOR(WS-IDX-CONTA)
           END-IF.
           PERFORM 00003-A-LER-SALDO.

      ******************************************************************
      * MOVIMENTO DO MES PELO DIARIO. NO PRIMEIRO FECHAMENTO O DIARIO
      * ANTERIOR AO MES ENTRA COMO SALDO DE ABERTURA; LANCAMENTO DE
      * MES POSTERIOR FICA PARA O PROXIMO FECHAMENTO.
      ******************************************************************
       00004-ACUMULA-DIARIO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-DIA.
           OPEN INPUT FD-DIARIO.
           IF WS-FILE-STATUS-DIA NOT = 0
              DISPLAY "-- SEM DIARIO CONTABIL (STATUS "
                      WS-FILE-STATUS-DIA "), MES SEM MOVIMENTO"
           ELSE
              PERFORM 00004-A-LER-LANCAMENTO
              PERFORM 00004-B-ACUMULA-LANCAMENTO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-DIARIO.

       00004-A-LER-LANCAMENTO.
           READ FD-DIARIO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00004-B-ACUMULA-LANCAMENTO.
           IF LC-DATA(1:6) = WS-COMPETENCIA-N
              MOVE LC-CONTA TO WS-CONTA-PROCURADA
              PERFORM 00009-ACHA-CONTA
              IF WS-CONTA-ACHOU = 1
                 ADD 1 TO WS-CONT-NO-MES
                 IF LC-DC = "D"
                    ADD LC-VALOR TO FE-DEBITOS(WS-IDX-CONTA)
                    ADD LC-VALOR TO WS-TOTAL-DEBITOS
                 ELSE
                    ADD LC-VALOR TO FE-CREDITOS(WS-IDX-CONTA)
                    ADD LC-VALOR TO WS-TOTAL-CREDITOS
                 END-IF
              END-IF
           ELSE
           IF WS-ULTIMA-FECHADA = 0
              AND LC-DATA(1:6) < WS-COMPETENCIA-N
              MOVE LC-CONTA TO WS-CONTA-PROCURADA
              PERFORM 00009-ACHA-CONTA
              IF WS-CONTA-ACHOU = 1
                 ADD 1 TO WS-CONT-ABERTURA
                 IF LC-DC = "D"
                    ADD LC-VALOR TO FE-SALDO-ANTERIOR(WS-IDX-CONTA)
                 ELSE
                    SUBTRACT LC-VALOR
                        FROM FE-SALDO-ANTERIOR(WS-IDX-CONTA)
                 END-IF
              END-IF
           END-IF
           END-IF.
           PERFORM 00004-A-LER-LANCAMENTO.

      ******************************************************************
      * TODA CONTA DO FECHAMENTO TEM DE ESTAR NO PLANO E SER ANALITICA;
      * AS DE FORA SAO LISTADAS PARA O CONTADOR ACERTAR O PLANO.
      ******************************************************************
       00005-VALIDA-CONTAS.
           MOVE 1 TO WS-IDX-CONTA.
           PERFORM 00005-A-VALIDA-CONTA
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS.
           IF WS-CONT-FORA-PLANO > 0
              DISPLAY "-- " WS-CONT-FORA-PLANO " CONTA(S) FORA DO "
                      "PLANO, FECHAMENTO RECUSADO"
              MOVE 1 TO WS-RECUSADO
           END-IF.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
              DISPLAY "-- DEBITOS E CREDITOS DO MES NAO FECHAM, "
                      "FECHAMENTO RECUSADO"
              MOVE 1 TO WS-RECUSADO
           END-IF.

       00005-A-VALIDA-CONTA.
           MOVE FE-CONTA(WS-IDX-CONTA) TO PL-CONTA.
           READ FD-PLANO RECORD KEY PL-CONTA
                INVALID KEY
                   ADD 1 TO WS-CONT-FORA-PLANO
                   DISPLAY "-- CONTA NAO CADASTRADA --> " PL-CONTA
                NOT INVALID KEY
                   IF NOT PL-ANALITICA
                      ADD 1 TO WS-CONT-FORA-PLANO
                      DISPLAY "-- CONTA SINTETICA COM LANCAMENTO --> "
                              PL-CONTA
                   END-IF
           END-READ.
           ADD 1 TO WS-IDX-CONTA.

       00006-CONFIRMA.
           DISPLAY " ".
           DISPLAY "COMPETENCIA.............: " WS-COMPETENCIA-N.
           DISPLAY "ULTIMA FECHADA..........: " WS-ULTIMA-FECHADA.
           DISPLAY "CONTAS A FECHAR.........: " WS-QTD-CONTAS.
           DISPLAY "LANCAMENTOS DO MES......: " WS-CONT-NO-MES.
           IF WS-ULTIMA-FECHADA = 0
              DISPLAY "LANCAMENTOS DE ABERTURA.: " WS-CONT-ABERTURA
           END-IF.
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDT.
           DISPLAY "DEBITOS DO MES..........: " WS-VALOR-EDT.
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-EDT.
           DISPLAY "CREDITOS DO MES.........: " WS-VALOR-EDT.
           DISPLAY "CONFIRMA O FECHAMENTO DE " WS-COMPETENCIA-N
                   " (1 = SIM)? " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO NOT = 1
              DISPLAY "FECHAMENTO CANCELADO"
              MOVE 1 TO WS-RECUSADO
           END-IF.

      ******************************************************************
      * GRAVA OS SALDOS DA COMPETENCIA E A MARCA O PERIODO FECHADO. UM
      * SALDO JA EXISTENTE (FECHAMENTO INTERROMPIDO ANTES DE MARCAR O
      * PERIODO) E REGRAVADO.
      ******************************************************************
       00007-GRAVA-FECHAMENTO.
           MOVE 1 TO WS-IDX-CONTA.
           PERFORM 00007-A-GRAVA-SALDO
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS.

           MOVE WS-COMPETENCIA-N TO PE-COMPETENCIA.
           MOVE "F"              TO PE-SITUACAO.
           MOVE WS-DATA-HOJE     TO PE-DATA-FECHAMENTO.
           WRITE REG-PERIODO-CONTABIL
               INVALID KEY
                  REWRITE REG-PERIODO-CONTABIL
                      INVALID KEY
                         DISPLAY "-- ERRO AO MARCAR O PERIODO --> "
                                 WS-FILE-STATUS-PER
                  END-REWRITE
           END-WRITE.
           DISPLAY "COMPETENCIA FECHADA --> " WS-COMPETENCIA-N.

       00007-A-GRAVA-SALDO.
           MOVE WS-COMPETENCIA-N TO SA-COMPETENCIA.
           MOVE FE-CONTA(WS-IDX-CONTA) TO SA-CONTA.
           MOVE FE-SALDO-ANTERIOR(WS-IDX-CONTA) TO SA-SALDO-ANTERIOR.
           MOVE FE-DEBITOS(WS-IDX-CONTA)  TO SA-DEBITOS.
           MOVE FE-CREDITOS(WS-IDX-CONTA) TO SA-CREDITOS.
           COMPUTE SA-SALDO-FINAL =
                   FE-SALDO-ANTERIOR(WS-IDX-CONTA)
                   + FE-DEBITOS(WS-IDX-CONTA)
                   - FE-CREDITOS(WS-IDX-CONTA).
           WRITE REG-SALDO-CONTABIL
               INVALID KEY
                  REWRITE REG-SALDO-CONTABIL
                      INVALID KEY
                         DISPLAY "-- ERRO AO GRAVAR SALDO --> "
                                 SA-CONTA
                      NOT INVALID KEY
                         ADD 1 TO WS-CONT-GRAVADOS
                  END-REWRITE
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
           ADD 1 TO WS-IDX-CONTA.

       00008-RODAPE.
           DISPLAY " ".
           DISPLAY "==== FECHAMENTO MENSAL DA CONTABILIDADE ====".
           DISPLAY "COMPETENCIA.............: " WS-COMPETENCIA-N.
           IF FECHAMENTO-RECUSADO
              DISPLAY "RESULTADO...............: NAO FECHADA"
           ELSE
              DISPLAY "SALDOS GRAVADOS.........: " WS-CONT-GRAVADOS
              DISPLAY "RESULTADO...............: FECHADA - "
                      "DEMONSTRACOES NO PROG104"
           END-IF.

       00009-ACHA-CONTA.
           MOVE 0 TO WS-CONTA-ACHOU.
           MOVE 1 TO WS-IDX-CONTA.
           IF WS-QTD-CONTAS > 0
              PERFORM 00009-A-PROCURA-CONTA
                  UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
                     OR WS-CONTA-ACHOU = 1
           END-IF.
           IF WS-CONTA-ACHOU = 0
              IF WS-QTD-CONTAS = 300
                 DISPLAY "-- TABELA DE CONTAS CHEIA, FECHAMENTO "
                         "RECUSADO --> " WS-CONTA-PROCURADA
                 MOVE 1 TO WS-RECUSADO
              ELSE
                 ADD 1 TO WS-QTD-CONTAS
                 MOVE WS-QTD-CONTAS TO WS-IDX-CONTA
                 MOVE WS-CONTA-PROCURADA TO FE-CONTA(WS-IDX-CONTA)
                 MOVE ZERO TO FE-SALDO-ANTERIOR(WS-IDX-CONTA)
                 MOVE ZERO TO FE-DEBITOS(WS-IDX-CONTA)
                 MOVE ZERO TO FE-CREDITOS(WS-IDX-CONTA)
                 MOVE 1 TO WS-CONTA-ACHOU
              END-IF
           END-IF.

       00009-A-PROCURA-CONTA.
           IF FE-CONTA(WS-IDX-CONTA) = WS-CONTA-PROCURADA
              MOVE 1 TO WS-CONTA-ACHOU
           ELSE
              ADD 1 TO WS-IDX-CONTA
           END-IF.

       END PROGRAM PROG103-FECHA-PERIODO.
