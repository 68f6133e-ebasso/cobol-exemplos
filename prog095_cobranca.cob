      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Cobranca e Bloqueio de Credito
      *          Passo noturno (PROG014-BATCH-NOTURNO) que age sobre
      *          o atraso das parcelas do crediario (PROG29-PARC.DAT,
      *          apurado pelo PROG094):
      *          - BLOQUEIA (CL-STATUS-REG = B) o cliente ativo com
      *            parcela vencida ha mais dias que o limite, e emite
      *            o PRIMEIRO AVISO;
      *          - ESCALA as cartas do cliente que segue bloqueado e
      *            em atraso: SEGUNDO AVISO e AVISO FINAL, cada um
      *            apos o intervalo configurado desde a carta
      *            anterior (controle em PROG95-COBR.DAT);
      *          - LIBERA o cliente bloqueado que ja nao tem parcela
      *            vencida (o PROG051 tambem libera na baixa).
      *          As cartas saem no spool de relatorios (PROG071),
      *          com o documento do cliente mascarado pelo
      *          PROG133-PROTEGE-DADOS.
      *          Parametros em PROG95-PARM.DAT (dias de atraso para
      *          o bloqueio, dias entre os avisos); sem o arquivo
      *          valem 30 e 15 dias.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog095_cobranca -std=default -I copybooks prog095_cobranca.cob && ./bin/prog095_cobranca
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG095-COBRANCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * PARAMETROS DA COBRANCA.
           SELECT FD-PARAMETROS ASSIGN TO "PROG95-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * CADASTRO DE CLIENTES, ONDE FICA O BLOQUEIO.
           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

      * CONTROLE DAS CARTAS EMITIDAS POR CLIENTE BLOQUEADO.
           SELECT FD-COBRANCA ASSIGN TO "PROG95-COBR.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CB-CLIENTE
                              FILE STATUS WS-FILE-STATUS-COB.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARAMETROS
          RECORD CONTAINS 6 CHARACTERS.
       01 REG-PARAMETROS.
           02 LP-DIAS-BLOQUEIO    PIC 9(03).
           02 LP-DIAS-AVISO       PIC 9(03).

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-COBRANCA
          RECORD CONTAINS 38 CHARACTERS.
           COPY COBRANCA.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-COB        PIC 9(02).
           COPY FSTATUS.CPY.

      ************* PARAMETROS EFETIVOS DA COBRANCA ************
       77 WS-DIAS-BLOQUEIO          PIC 9(03) VALUE 30.
       77 WS-DIAS-AVISO             PIC 9(03) VALUE 15.

      ************* VARIAVEIS PARA O CONTROLE DOS AVISOS ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-INT-HOJE               PIC 9(08) COMP.
       77 WS-INT-AVISO              PIC 9(08) COMP.
       77 WS-DIAS-DESDE-AVISO       PIC S9(05) COMP.
       77 WS-ACHOU-CONTROLE         PIC 9(01) VALUE ZERO.
           88 CONTROLE-ACHADO       VALUE 1.
       77 WS-VENCIDO-EDT            PIC Z,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-CLIENTES          PIC 9(05) VALUE ZERO.
       77 WS-CONT-BLOQUEADOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-LIBERADOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-AVISO-1           PIC 9(05) VALUE ZERO.
       77 WS-CONT-AVISO-2           PIC 9(05) VALUE ZERO.
       77 WS-CONT-AVISO-3           PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

       77 WS-FIM-CLIENTES           PIC 9(01) VALUE ZERO.
           88 FIM-DOS-CLIENTES      VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = COBRANCA CONCLUIDA, NAO-ZERO = FALHA AO ABRIR
      * O CADASTRO DE CLIENTES OU O CONTROLE DE COBRANCA.
       01 LK-STATUS                 PIC 9(02).

       PROCEDURE DIVISION USING LK-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-STATUS.

           MOVE "I" TO JC-FUNCAO.
           MOVE "PROG095-COBRANCA" TO JC-PROGRAMA.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           PERFORM 00001-CARREGA-PARAMETROS.
           PERFORM 00002-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 9801-ABRE-SPOOL
              PERFORM 00003-POSICIONA-CLIENTES
              IF NOT FIM-DOS-CLIENTES
                 PERFORM 00004-LER-CLIENTE
              END-IF
              PERFORM 00005-PROCESSA-CLIENTE UNTIL FIM-DOS-CLIENTES
              PERFORM 9803-FECHA-SPOOL
              PERFORM 00009-RODAPE
              CLOSE FD-CLIENTES
              CLOSE FD-COBRANCA
           END-IF.

           MOVE "F" TO JC-FUNCAO.
           MOVE LK-STATUS          TO JC-STATUS.
           MOVE WS-CONT-CLIENTES   TO JC-CONT-LIDOS.
           COMPUTE JC-CONT-APLICADOS =
                   WS-CONT-BLOQUEADOS + WS-CONT-LIBERADOS.
           MOVE WS-CONT-ERROS      TO JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           GOBACK.

       00001-CARREGA-PARAMETROS.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      DISPLAY "-- PARAMETROS VAZIOS, USANDO PADRAO"
                   NOT AT END
                      IF LP-DIAS-BLOQUEIO NUMERIC
                         AND LP-DIAS-BLOQUEIO > 0
                         MOVE LP-DIAS-BLOQUEIO TO WS-DIAS-BLOQUEIO
                      END-IF
                      IF LP-DIAS-AVISO NUMERIC AND LP-DIAS-AVISO > 0
                         MOVE LP-DIAS-AVISO TO WS-DIAS-AVISO
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           ELSE
              DISPLAY "-- SEM PROG95-PARM.DAT, USANDO PRAZOS "
                      "PADRAO".

       00002-ABRE-ARQUIVOS.
           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN I-O FD-CLIENTES.
           IF WS-FILE-STATUS-CLI NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE CLIENTES -->"
                      WS-FILE-STATUS-CLI
              MOVE WS-FILE-STATUS-CLI TO LK-STATUS
           ELSE
              MOVE 0 TO WS-FILE-STATUS-COB
              OPEN I-O FD-COBRANCA
              IF FS-ARQUIVO-INEXISTENTE
                 OPEN OUTPUT FD-COBRANCA
                 CLOSE FD-COBRANCA
                 MOVE 0 TO WS-FILE-STATUS-COB
                 OPEN I-O FD-COBRANCA
              END-IF
              IF NOT FS-OK
                 DISPLAY "-- ERRO AO ABRIR CONTROLE DE COBRANCA -->"
                         WS-FILE-STATUS-COB
                 MOVE WS-FILE-STATUS-COB TO LK-STATUS
                 CLOSE FD-CLIENTES
              ELSE
                 MOVE 1 TO WS-ARQUIVOS-OK.

       00003-POSICIONA-CLIENTES.
           MOVE ZERO TO CL-CODIGO.
           START FD-CLIENTES KEY NOT < CL-CODIGO
               INVALID KEY
                  MOVE 1 TO WS-FIM-CLIENTES.

       00004-LER-CLIENTE.
           READ FD-CLIENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-CLIENTES
                NOT AT END
                   ADD 1 TO WS-CONT-CLIENTES.

      ******************************************************************
      * APURA O ATRASO DE CADA CLIENTE ATIVO OU BLOQUEADO (O
      * DESLIGADO JA NAO COMPRA). ATIVO ACIMA DO LIMITE DE DIAS E
      * BLOQUEADO; BLOQUEADO EM DIA E LIBERADO; BLOQUEADO AINDA EM
      * ATRASO RECEBE A CARTA SEGUINTE QUANDO FOR A HORA.
      ******************************************************************
       00005-PROCESSA-CLIENTE.
           IF CL-STATUS-REG = "A" OR CL-STATUS-REG = "B"
              MOVE "A"          TO PZ-FUNCAO
              MOVE CL-CODIGO    TO PZ-CLIENTE
              MOVE WS-DATA-HOJE TO PZ-DATA
              CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO
              IF PZ-RESULTADO = 9
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- ERRO AO APURAR ATRASO --> CLIENTE "
                         CL-CODIGO
              ELSE
                 IF CL-STATUS-REG = "A"
                    IF PZ-DIAS-ATRASO > WS-DIAS-BLOQUEIO
                       PERFORM 00006-BLOQUEIA-CLIENTE
                    END-IF
                 ELSE
                    IF PZ-DIAS-ATRASO = 0
                       PERFORM 00007-LIBERA-CLIENTE
                    ELSE
                       PERFORM 00008-ESCALA-AVISO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 00004-LER-CLIENTE.

       00006-BLOQUEIA-CLIENTE.
           MOVE "B" TO CL-STATUS-REG.
           REWRITE REG-CLIENTE
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO BLOQUEAR CLIENTE --> " CL-CODIGO
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-BLOQUEADOS
                  DISPLAY "-- CLIENTE BLOQUEADO POR ATRASO --> "
                          CL-CODIGO " (" PZ-DIAS-ATRASO " DIAS)"
                  MOVE CL-CODIGO    TO CB-CLIENTE
                  MOVE WS-DATA-HOJE TO CB-DATA-BLOQUEIO
                  PERFORM 00006-A-PRIMEIRO-AVISO
           END-REWRITE.

      ******************************************************************
      * ABRE (OU REABRE, SE SOBROU DE UM BLOQUEIO ANTERIOR) O
      * CONTROLE DO CLIENTE NO NIVEL 1 E EMITE O PRIMEIRO AVISO.
      ******************************************************************
       00006-A-PRIMEIRO-AVISO.
           MOVE 1                TO CB-NIVEL.
           MOVE WS-DATA-HOJE     TO CB-DATA-AVISO.
           MOVE PZ-DIAS-ATRASO   TO CB-DIAS-ATRASO.
           MOVE PZ-VALOR-VENCIDO TO CB-VALOR-VENCIDO.
           WRITE REG-COBRANCA
               INVALID KEY
                  REWRITE REG-COBRANCA
                      INVALID KEY
                         ADD 1 TO WS-CONT-ERROS
                         DISPLAY "-- ERRO AO GRAVAR CONTROLE DE "
                                 "COBRANCA --> " CL-CODIGO
                  END-REWRITE
           END-WRITE.
           PERFORM 00010-EMITE-CARTA.

       00007-LIBERA-CLIENTE.
           MOVE "A" TO CL-STATUS-REG.
           REWRITE REG-CLIENTE
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO LIBERAR CLIENTE --> " CL-CODIGO
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-LIBERADOS
                  DISPLAY "-- CLIENTE EM DIA, BLOQUEIO LIBERADO --> "
                          CL-CODIGO
                  MOVE CL-CODIGO TO CB-CLIENTE
                  DELETE FD-COBRANCA RECORD
                      INVALID KEY
                         CONTINUE
                  END-DELETE
           END-REWRITE.

      ******************************************************************
      * CLIENTE QUE SEGUE BLOQUEADO: A CARTA SEGUINTE SAI QUANDO SE
      * PASSAM OS DIAS ENTRE AVISOS DESDE A ULTIMA. DEPOIS DO AVISO
      * FINAL NAO SAI MAIS CARTA. BLOQUEIO SEM CONTROLE (FEITO ANTES
      * DO CONTROLE EXISTIR) COMECA PELO PRIMEIRO AVISO.
      ******************************************************************
       00008-ESCALA-AVISO.
           MOVE 0 TO WS-ACHOU-CONTROLE.
           MOVE CL-CODIGO TO CB-CLIENTE.
           READ FD-COBRANCA RECORD KEY CB-CLIENTE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO WS-ACHOU-CONTROLE.

           IF NOT CONTROLE-ACHADO
              MOVE CL-CODIGO    TO CB-CLIENTE
              MOVE WS-DATA-HOJE TO CB-DATA-BLOQUEIO
              PERFORM 00006-A-PRIMEIRO-AVISO
           ELSE
              IF CB-NIVEL < 3
                 COMPUTE WS-INT-AVISO =
                         FUNCTION INTEGER-OF-DATE(CB-DATA-AVISO)
                 COMPUTE WS-DIAS-DESDE-AVISO =
                         WS-INT-HOJE - WS-INT-AVISO
                 IF WS-DIAS-DESDE-AVISO NOT < WS-DIAS-AVISO
                    PERFORM 00008-A-PROXIMO-AVISO
                 END-IF
              END-IF
           END-IF.

       00008-A-PROXIMO-AVISO.
           ADD 1                 TO CB-NIVEL.
           MOVE WS-DATA-HOJE     TO CB-DATA-AVISO.
           MOVE PZ-DIAS-ATRASO   TO CB-DIAS-ATRASO.
           MOVE PZ-VALOR-VENCIDO TO CB-VALOR-VENCIDO.
           REWRITE REG-COBRANCA
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO GRAVAR CONTROLE DE COBRANCA "
                          "--> " CL-CODIGO
               NOT INVALID KEY
                  PERFORM 00010-EMITE-CARTA
           END-REWRITE.

      ******************************************************************
      * CARTA DE COBRANCA DO NIVEL CORRENTE (CB-NIVEL), NO SPOOL.
      ******************************************************************
       00010-EMITE-CARTA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           EVALUATE CB-NIVEL
              WHEN 1
                 ADD 1 TO WS-CONT-AVISO-1
                 MOVE "CARTA DE COBRANCA - PRIMEIRO AVISO" TO SP-LINHA
              WHEN 2
                 ADD 1 TO WS-CONT-AVISO-2
                 MOVE "CARTA DE COBRANCA - SEGUNDO AVISO" TO SP-LINHA
              WHEN OTHER
                 ADD 1 TO WS-CONT-AVISO-3
                 MOVE "CARTA DE COBRANCA - AVISO FINAL" TO SP-LINHA
           END-EVALUATE.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE SPACES TO SP-LINHA.
           STRING "DATA.....: " DELIMITED BY SIZE
                  WS-DATA-HOJE  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CLIENTE..: " DELIMITED BY SIZE
                  CL-CODIGO     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  CL-NOME       DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "D" TO MS-TIPO.
           MOVE "PROG095-COBRANCA" TO MS-PROGRAMA.
           MOVE 0 TO MS-OPERADOR.
           MOVE 0 TO MS-NIVEL.
           MOVE CL-CODIGO TO MS-CHAVE.
           MOVE CL-DOCUMENTO TO MS-VALOR.
           CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA.
           MOVE SPACES TO SP-LINHA.
           STRING "DOCUMENTO: " DELIMITED BY SIZE
                  MS-VALOR(1:14) DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE CB-VALOR-VENCIDO TO WS-VENCIDO-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "CONSTA EM ABERTO O VALOR VENCIDO DE "
                                        DELIMITED BY SIZE
                  WS-VENCIDO-EDT        DELIMITED BY SIZE
                  ", COM ATRASO DE "    DELIMITED BY SIZE
                  CB-DIAS-ATRASO        DELIMITED BY SIZE
                  " DIAS."              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           EVALUATE CB-NIVEL
              WHEN 1
                 MOVE "SEU CREDITO PARA COMPRAS A PRAZO FOI BLOQUEADO "
                      TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
                 MOVE "ATE A REGULARIZACAO DO DEBITO." TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
              WHEN 2
                 MOVE "O CREDITO A PRAZO CONTINUA BLOQUEADO. PEDIMOS "
                      TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
                 MOVE "O PAGAMENTO COM URGENCIA PARA EVITAR NOVAS "
                      TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
                 MOVE "MEDIDAS DE COBRANCA." TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
              WHEN OTHER
                 MOVE "ESTE E O AVISO FINAL. SEM O PAGAMENTO, O DEBITO "
                      TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
                 MOVE "SERA ENCAMINHADO PARA COBRANCA EXTERNA."
                      TO SP-LINHA
                 PERFORM 9802-IMPRIME-LINHA
           END-EVALUATE.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "CASO O PAGAMENTO JA TENHA SIDO FEITO, DESCONSIDERE "
                TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE "ESTE AVISO." TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00009-RODAPE.
           DISPLAY " ".
           DISPLAY "==== COBRANCA E BLOQUEIO DE CREDITO ====".
           DISPLAY "DIAS PARA BLOQUEIO......: " WS-DIAS-BLOQUEIO.
           DISPLAY "DIAS ENTRE AVISOS.......: " WS-DIAS-AVISO.
           DISPLAY "CLIENTES LIDOS..........: " WS-CONT-CLIENTES.
           DISPLAY "CLIENTES BLOQUEADOS.....: " WS-CONT-BLOQUEADOS.
           DISPLAY "CLIENTES LIBERADOS......: " WS-CONT-LIBERADOS.
           DISPLAY "PRIMEIROS AVISOS........: " WS-CONT-AVISO-1.
           DISPLAY "SEGUNDOS AVISOS.........: " WS-CONT-AVISO-2.
           DISPLAY "AVISOS FINAIS...........: " WS-CONT-AVISO-3.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, AS CARTAS SAEM SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "CARTAS DE COBRANCA" TO SP-TITULO.
           MOVE "PROG095-COBRANCA" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, CARTAS SO NO CONSOLE".

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
              DISPLAY "-- CARTAS " SP-NUMERO " GRAVADAS NO SPOOL"
           END-IF.

       END PROGRAM PROG095-COBRANCA.
