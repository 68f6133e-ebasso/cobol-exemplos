      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Expiracao de Vales-Troca
      *          Passo noturno (PROG014-BATCH-NOTURNO) que expira os
      *          vales-troca em aberto (VL-SITUACAO = A) cuja validade
      *          ja passou: o vale fica EXPIRADO (VL-SITUACAO = E) e
      *          deixa de ser aceito na venda, guardando em VL-SALDO
      *          o valor que o cliente perdeu. A lista dos vales
      *          expirados e o total baixado do passivo saem no
      *          spool de relatorios (PROG071).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog099_expira_vales -std=default -I copybooks prog099_expira_vales.cob && ./bin/prog099_expira_vales
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG099-EXPIRA-VALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * CADASTRO DE VALES-TROCA (PROG097).
           SELECT FD-VALES ASSIGN TO "PROG97-VALE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS VL-NUMERO
                              FILE STATUS WS-FILE-STATUS-VAL.

       DATA DIVISION.
       FILE SECTION.

       FD FD-VALES
          RECORD CONTAINS 82 CHARACTERS.
           COPY VALEREG.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-VAL        PIC 9(02).
           COPY FSTATUS.CPY.

      ************* VARIAVEIS PARA A EXPIRACAO ************
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-SALDO-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EDT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-TOTAL-EXPIRADO         PIC 9(12)V9(02) VALUE ZERO.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-EXPIRADOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

       77 WS-FIM-VALES              PIC 9(01) VALUE ZERO.
           88 FIM-DOS-VALES         VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = EXPIRACAO CONCLUIDA (INCLUSIVE SEM CADASTRO DE
      * VALES, QUANDO NENHUM VALE FOI EMITIDO AINDA), NAO-ZERO =
      * FALHA AO ABRIR O CADASTRO DE VALES.
       01 LK-STATUS                 PIC 9(02).

       PROCEDURE DIVISION USING LK-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-STATUS.

           MOVE "I" TO JC-FUNCAO.
           MOVE "PROG099-EXPIRA-VALES" TO JC-PROGRAMA.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-VAL.
           OPEN I-O FD-VALES.
           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- SEM CADASTRO DE VALES-TROCA, NADA A EXPIRAR"
           ELSE
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE VALES-TROCA -->"
                      WS-FILE-STATUS-VAL
              MOVE WS-FILE-STATUS-VAL TO LK-STATUS
           ELSE
              PERFORM 9801-ABRE-SPOOL
              PERFORM 00001-LER-VALE
              PERFORM 00002-PROCESSA-VALE UNTIL FIM-DOS-VALES
              PERFORM 00004-TOTAIS
              PERFORM 9803-FECHA-SPOOL
              CLOSE FD-VALES
           END-IF
           END-IF.

           PERFORM 00005-RODAPE.

           MOVE "F" TO JC-FUNCAO.
           MOVE LK-STATUS          TO JC-STATUS.
           MOVE WS-CONT-LIDOS      TO JC-CONT-LIDOS.
           MOVE WS-CONT-EXPIRADOS  TO JC-CONT-APLICADOS.
           MOVE WS-CONT-ERROS      TO JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           GOBACK.

       00001-LER-VALE.
           READ FD-VALES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-VALES
                NOT AT END
                   ADD 1 TO WS-CONT-LIDOS.

      ******************************************************************
      * VALE EM ABERTO COM VALIDADE ANTERIOR A HOJE: EXPIRA. O VALE
      * VALE ATE O PROPRIO DIA DA VALIDADE, INCLUSIVE.
      ******************************************************************
       00002-PROCESSA-VALE.
           IF VL-SITUACAO = "A" AND VL-DATA-VALIDADE < WS-DATA-HOJE
              PERFORM 00003-EXPIRA-VALE
           END-IF.
           PERFORM 00001-LER-VALE.

       00003-EXPIRA-VALE.
           MOVE "E" TO VL-SITUACAO.
           REWRITE REG-VALE
               INVALID KEY
                  ADD 1 TO WS-CONT-ERROS
                  DISPLAY "-- ERRO AO EXPIRAR VALE-TROCA --> "
                          VL-NUMERO
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-EXPIRADOS
                  ADD VL-SALDO TO WS-TOTAL-EXPIRADO
                  MOVE VL-SALDO TO WS-SALDO-EDT
                  MOVE SPACES TO SP-LINHA
                  STRING "VALE "          DELIMITED BY SIZE
                         VL-NUMERO        DELIMITED BY SIZE
                         " EMITIDO EM "   DELIMITED BY SIZE
                         VL-DATA-EMISSAO  DELIMITED BY SIZE
                         " VALIDO ATE "   DELIMITED BY SIZE
                         VL-DATA-VALIDADE DELIMITED BY SIZE
                         " CLIENTE "      DELIMITED BY SIZE
                         VL-CLIENTE       DELIMITED BY SIZE
                         " SALDO "        DELIMITED BY SIZE
                         WS-SALDO-EDT     DELIMITED BY SIZE
                         INTO SP-LINHA
                  PERFORM 9802-IMPRIME-LINHA
           END-REWRITE.

       00004-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "VALES EXPIRADOS.........: " DELIMITED BY SIZE
                  WS-CONT-EXPIRADOS            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-TOTAL-EXPIRADO TO WS-TOTAL-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "SALDO EXPIRADO..........: " DELIMITED BY SIZE
                  WS-TOTAL-EDT                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00005-RODAPE.
           DISPLAY " ".
           DISPLAY "==== EXPIRACAO DE VALES-TROCA ====".
           DISPLAY "VALES LIDOS.............: " WS-CONT-LIDOS.
           DISPLAY "VALES EXPIRADOS.........: " WS-CONT-EXPIRADOS.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "VALES-TROCA EXPIRADOS" TO SP-TITULO.
           MOVE "PROG099-EXPIRA-VALES" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, LISTA SO NO CONSOLE".

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
              DISPLAY "-- LISTA " SP-NUMERO " GRAVADA NO SPOOL"
           END-IF.

       END PROGRAM PROG099-EXPIRA-VALES.
