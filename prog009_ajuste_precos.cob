      *          valor fixo) e aplica o ajuste em RP-VALOR via REWRITE,
      *          para reajustar toda a tabela de precos em uma unica
      *          passada em vez de recadastrar produto por produto.
      *          Ajuste que muda o preco acima do limite percentual de
      *          PROG109-PARM.DAT nao e aplicado: fica retido em
      *          PROG109-PEND.DAT com o operador identificado no
      *          sign-on, ate o supervisor decidir no PROG109. Os
      *          ajustes ja aprovados sao aplicados no inicio da
      *          rodada seguinte, com o aprovador no historico.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HPR.

      * ALTERACOES DE PRECO RETIDAS PARA APROVACAO DO SUPERVISOR.
           SELECT FD-PENDENTES ASSIGN TO "PROG109-PEND.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PA-CHAVE
                              FILE STATUS WS-FILE-STATUS-PEND.

      * LIMITE PERCENTUAL DE VARIACAO SEM APROVACAO.
           SELECT FD-PARAMETROS ASSIGN TO "PROG109-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

       DATA DIVISION.
       FILE SECTION.

       FD FD-HIST-PRECO.
           COPY HISTPRC.CPY.

       FD FD-PENDENTES
          RECORD CONTAINS 97 CHARACTERS.
           COPY PRCPEND.CPY.

       FD FD-PARAMETROS
          RECORD CONTAINS 5 CHARACTERS.
       01 REG-PARAMETROS.
           02 PR-LIMITE-VARIACAO  PIC 9(03)V9(02).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
       77 WS-FILE-STATUS-AJUSTE     PIC 9(02).
       77 WS-FILE-STATUS-HPR        PIC 9(02).
       77 WS-FILE-STATUS-TRV        PIC 9(02).
       77 WS-FILE-STATUS-PEND       PIC 9(02).
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

       77 WS-NOVO-VALOR-S           PIC S9(10)V9(02).
       77 WS-VALOR-ANTERIOR         PIC 9(10)V9(02).

      ************* VARIAVEIS PARA A APROVACAO DE PRECOS ************
       77 WS-LIMITE-VARIACAO        PIC 9(03)V9(02) VALUE 20.
       77 WS-VARIACAO               PIC S9(05)V9(02) VALUE ZERO.
       77 WS-VARIACAO-ABS           PIC 9(05)V9(02) VALUE ZERO.
       77 WS-APROVADOR              PIC 9(05) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-HORA-HOJE              PIC 9(08).
       77 WS-FIM-PENDENTES          PIC 9(01) VALUE ZERO.
           88 FIM-DOS-PENDENTES     VALUE 1.
       77 WS-JA-RETIDO              PIC 9(01) VALUE ZERO.
           88 JA-RETIDO             VALUE 1.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-APLICADOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-RETIDOS           PIC 9(05) VALUE ZERO.
       77 WS-CONT-APROVADOS         PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) **********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * O OPERADOR IDENTIFICADO E QUEM SUBMETE OS AJUSTES RETIDOS.
           MOVE "PROG009-AJUSTE-PRECOS" TO SN-PROGRAMA.
           MOVE 1 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              MOVE 92 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 9900-VERIFICA-TRAVA.
           IF CATALOGO-TRAVADO
              DISPLAY "-- AJUSTE NAO INICIADO: CATALOGO EM USO. SE A "
           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00007-APLICA-APROVADOS
              PERFORM 00001-LER-AJUSTE
              PERFORM 00002-PROCESSA-AJUSTE UNTIL FIM-DO-ARQUIVO
              PERFORM 00003-RODAPE
              CLOSE FD-PRODUTOS
              CLOSE FD-AJUSTES
              CLOSE FD-HIST-PRECO
              CLOSE FD-PENDENTES
           END-IF.

           PERFORM 9902-LIBERA-TRAVA.
                      WS-FILE-STATUS-TRV.

       00000-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           PERFORM 00009-CARREGA-LIMITE.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN I-O FD-PRODUTOS.
           MOVE 0 TO WS-FILE-STATUS-AJUSTE.
           OPEN INPUT FD-AJUSTES.
           PERFORM 00005-ABRE-HIST-PRECO.
           PERFORM 00010-ABRE-PENDENTES.

           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                      WS-FILE-STATUS-HPR
              CLOSE FD-PRODUTOS
              CLOSE FD-AJUSTES
           ELSE
           IF WS-FILE-STATUS-PEND NOT = 0
              DISPLAY "-- ERRO AO ABRIR PRECOS PENDENTES -->"
                      WS-FILE-STATUS-PEND
              CLOSE FD-PRODUTOS
              CLOSE FD-AJUSTES
              CLOSE FD-HIST-PRECO
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK.

                      DISPLAY "-- AJUSTE DEIXARIA O VALOR NEGATIVO, "
                              "IGNORADO --> " AJ-PID
                   ELSE
                      PERFORM 00011-CALCULA-VARIACAO
                      IF WS-VARIACAO-ABS > WS-LIMITE-VARIACAO
                         PERFORM 00008-RETEM-AJUSTE
                      ELSE
                         MOVE RP-VALOR TO WS-VALOR-ANTERIOR
                         MOVE WS-NOVO-VALOR TO RP-VALOR
                         REWRITE REG-PRODUTO
                             INVALID KEY
                                ADD 1 TO WS-CONT-ERROS
                                DISPLAY "-- ERRO AO GRAVAR PID --> "
                                        AJ-PID
                             NOT INVALID KEY
                                ADD 1 TO WS-CONT-APLICADOS
                                PERFORM 00006-GRAVA-HIST-PRECO
                         END-REWRITE
                      END-IF
                   END-IF.
           PERFORM 00001-LER-AJUSTE.

      * SOBRESCRITO, PARA QUE O AJUSTE EM LOTE DEIXE RASTRO.
      ******************************************************************
       00006-GRAVA-HIST-PRECO.
           MOVE RP-PID            TO HP-PID.
           ACCEPT HP-DATA FROM DATE YYYYMMDD.
           ACCEPT HP-HORA FROM TIME.
           MOVE WS-VALOR-ANTERIOR TO HP-VALOR-ANTES.
           MOVE WS-NOVO-VALOR     TO HP-VALOR-DEPOIS.
           MOVE "PROG009"         TO HP-PROGRAMA.
           MOVE WS-APROVADOR      TO HP-APROVADOR.
           WRITE REG-HIST-PRECO.

      ******************************************************************
      * APLICA OS AJUSTES DESTE PROGRAMA JA APROVADOS NO PROG109. O
      * PRECO APROVADO E GRAVADO COMO ESTA NA PENDENCIA E O APROVADOR
      * VAI PARA O HISTORICO; A PENDENCIA PASSA A EFETIVADA.
      ******************************************************************
       00007-APLICA-APROVADOS.
           MOVE 0 TO WS-FIM-PENDENTES.
           MOVE WS-LOJA-NUM TO PA-LOJA.
           MOVE ZERO TO PA-PID.
           MOVE ZERO TO PA-DATA-SUBM.
           MOVE ZERO TO PA-HORA-SUBM.
           START FD-PENDENTES KEY IS NOT < PA-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-PENDENTES.
           IF NOT FIM-DOS-PENDENTES
              PERFORM 00007-A-LER-PENDENTE
              PERFORM 00007-B-APLICA-PENDENTE UNTIL FIM-DOS-PENDENTES
           END-IF.
           MOVE ZERO TO WS-APROVADOR.

       00007-A-LER-PENDENTE.
           READ FD-PENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-PENDENTES.
           IF NOT FIM-DOS-PENDENTES AND PA-LOJA NOT = WS-LOJA-NUM
              MOVE 1 TO WS-FIM-PENDENTES
           END-IF.

       00007-B-APLICA-PENDENTE.
           IF PA-APROVADA AND PA-ORIGEM = "PROG009"
              MOVE PA-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      ADD 1 TO WS-CONT-ERROS
                      DISPLAY "-- PID APROVADO NAO ENCONTRADO --> "
                              PA-PID
                   NOT INVALID KEY
                      MOVE RP-VALOR       TO WS-VALOR-ANTERIOR
                      MOVE PA-VALOR-NOVO  TO WS-NOVO-VALOR
                      MOVE PA-APROVADOR   TO WS-APROVADOR
                      MOVE WS-NOVO-VALOR  TO RP-VALOR
                      REWRITE REG-PRODUTO
                          INVALID KEY
                             ADD 1 TO WS-CONT-ERROS
                             DISPLAY "-- ERRO AO GRAVAR PID --> "
                                     PA-PID
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-APROVADOS
                             PERFORM 00006-GRAVA-HIST-PRECO
                             MOVE "E" TO PA-SITUACAO
                             MOVE WS-DATA-HOJE TO PA-DATA-APLICACAO
                             REWRITE REG-PRECO-PENDENTE
                                 INVALID KEY
                                    DISPLAY "-- ERRO AO BAIXAR "
                                            "PENDENCIA --> " PA-PID
                             END-REWRITE
                      END-REWRITE
              END-READ
           END-IF.
           PERFORM 00007-A-LER-PENDENTE.

      ******************************************************************
      * AJUSTE ACIMA DO LIMITE: NAO MEXE NO CATALOGO, SO GRAVA A
      * PENDENCIA PARA O SUPERVISOR.
      ******************************************************************
       00008-RETEM-AJUSTE.
           PERFORM 00013-PROCURA-RETIDO.
           IF JA-RETIDO
              DISPLAY "-- PRECO JA AGUARDANDO APROVACAO --> " RP-PID
           ELSE
              PERFORM 00008-RETEM-AJUSTE-A
           END-IF.

       00008-RETEM-AJUSTE-A.
           INITIALIZE REG-PRECO-PENDENTE.
           MOVE WS-LOJA-NUM     TO PA-LOJA.
           MOVE RP-PID          TO PA-PID.
           MOVE WS-DATA-HOJE    TO PA-DATA-SUBM.
           MOVE WS-HORA-HOJE    TO PA-HORA-SUBM.
           MOVE "PROG009"       TO PA-ORIGEM.
           MOVE SN-CODIGO       TO PA-SUBMETIDO-POR.
           MOVE RP-VALOR        TO PA-VALOR-ANTES.
           MOVE WS-NOVO-VALOR   TO PA-VALOR-NOVO.
           MOVE WS-VARIACAO     TO PA-VARIACAO.
           MOVE "P"             TO PA-SITUACAO.
           WRITE REG-PRECO-PENDENTE
                 INVALID KEY
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY "-- PID JA RETIDO NESTA RODADA --> "
                            RP-PID
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-RETIDOS
                    DISPLAY "-- AJUSTE RETIDO PARA APROVACAO --> "
                            RP-PID
           END-WRITE.

       00009-CARREGA-LIMITE.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      DISPLAY "-- PARAMETROS VAZIOS, LIMITE "
                              "PADRAO DE 20 PCT"
                   NOT AT END
                      IF PR-LIMITE-VARIACAO > 0
                         MOVE PR-LIMITE-VARIACAO TO WS-LIMITE-VARIACAO
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           ELSE
              DISPLAY "-- SEM PROG109-PARM.DAT, LIMITE PADRAO DE "
                      "20 PCT".

       00010-ABRE-PENDENTES.
           MOVE 0 TO WS-FILE-STATUS-PEND.
           OPEN I-O FD-PENDENTES.
           IF WS-FILE-STATUS-PEND = 35
              OPEN OUTPUT FD-PENDENTES
              CLOSE FD-PENDENTES
              MOVE 0 TO WS-FILE-STATUS-PEND
              OPEN I-O FD-PENDENTES
           END-IF.

      ******************************************************************
      * VARIACAO PERCENTUAL DO NOVO PRECO SOBRE O ATUAL. PRODUTO AINDA
      * SEM PRECO NAO TEM BASE DE COMPARACAO E NAO E RETIDO.
      ******************************************************************
       00011-CALCULA-VARIACAO.
           MOVE 0 TO WS-VARIACAO.
           IF RP-VALOR > 0
              COMPUTE WS-VARIACAO ROUNDED =
                      (WS-NOVO-VALOR - RP-VALOR) * 100 / RP-VALOR
                      ON SIZE ERROR
                         MOVE 99999.99 TO WS-VARIACAO
              END-COMPUTE
           END-IF.
           IF WS-VARIACAO < 0
              COMPUTE WS-VARIACAO-ABS = 0 - WS-VARIACAO
           ELSE
              MOVE WS-VARIACAO TO WS-VARIACAO-ABS
           END-IF.

      ******************************************************************
      * A MESMA ALTERACAO AINDA PENDENTE DE DECISAO (RODADA REPETIDA
      * COM O MESMO ARQUIVO) NAO GERA UMA SEGUNDA PENDENCIA.
      ******************************************************************
       00013-PROCURA-RETIDO.
           MOVE 0 TO WS-JA-RETIDO.
           MOVE 0 TO WS-FIM-PENDENTES.
           MOVE WS-LOJA-NUM TO PA-LOJA.
           MOVE RP-PID      TO PA-PID.
           MOVE ZERO TO PA-DATA-SUBM.
           MOVE ZERO TO PA-HORA-SUBM.
           START FD-PENDENTES KEY IS NOT < PA-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-PENDENTES.
           PERFORM 00013-A-CONFERE-RETIDO
               UNTIL FIM-DOS-PENDENTES OR JA-RETIDO.

       00013-A-CONFERE-RETIDO.
           READ FD-PENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-PENDENTES.
           IF NOT FIM-DOS-PENDENTES
              IF PA-LOJA NOT = WS-LOJA-NUM OR PA-PID NOT = RP-PID
                 MOVE 1 TO WS-FIM-PENDENTES
              ELSE
              IF PA-PENDENTE AND PA-ORIGEM = "PROG009"
                 AND PA-VALOR-NOVO = WS-NOVO-VALOR
                 MOVE 1 TO WS-JA-RETIDO
              END-IF
              END-IF
           END-IF.

       00003-RODAPE.
           DISPLAY " ".
           DISPLAY "==== AJUSTE DE PRECOS EM LOTE ====".
           DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS.
           DISPLAY "PRECOS AJUSTADOS....: " WS-CONT-APLICADOS.
           DISPLAY "RETIDOS P/ APROVACAO: " WS-CONT-RETIDOS.
           DISPLAY "APROVADOS APLICADOS.: " WS-CONT-APROVADOS.
           DISPLAY "ERROS...............: " WS-CONT-ERROS.

       END PROGRAM PROG009-AJUSTE-PRECOS.
