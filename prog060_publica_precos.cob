      *          trava de uma sessao aberta - fica na fila
      *          PROG60-FILA.DAT e e atualizada na proxima rodada,
      *          para as lojas pararem de divergir de preco em uma
      *          semana. Preco que muda acima do limite percentual de
      *          PROG109-PARM.DAT fica retido em PROG109-PEND.DAT, com
      *          o operador identificado no sign-on, ate o supervisor
      *          decidir no PROG109; os ja aprovados sao aplicados na
      *          loja na rodada seguinte, com o aprovador no historico.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRV.

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

       FD FD-TRAVA.
           COPY TRAVA.CPY.

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
       77 WS-FILE-STATUS-PRC        PIC 9(02).
       77 WS-FILE-STATUS-HPR        PIC 9(02).
       77 WS-FILE-STATUS-FIL        PIC 9(02).
       77 WS-FILE-STATUS-PEND       PIC 9(02).
       77 WS-FILE-STATUS-PRM        PIC 9(02).

      ************ TABELA DE NOVOS PRECOS ***********
       01 TAB-PRECOS.
       77 WS-TOTAL-APLICADOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-LOJAS-OK          PIC 9(03) VALUE ZERO.
       77 WS-CONT-LOJAS-FILA        PIC 9(03) VALUE ZERO.
       77 WS-CONT-RETIDOS           PIC 9(05) VALUE ZERO.
       77 WS-CONT-APROVADOS         PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RETIDOS          PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-APROVADOS        PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A APROVACAO DE PRECOS ************
       77 WS-NOVO-VALOR             PIC 9(10)V9(02).
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

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) **********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * O OPERADOR IDENTIFICADO E QUEM SUBMETE OS PRECOS RETIDOS.
           MOVE "PROG060-PUBLICA-PRECOS" TO SN-PROGRAMA.
           MOVE 1 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              MOVE 92 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           PERFORM 00009-CARREGA-LIMITE.

           DISPLAY "QUANTIDADE DE LOJAS: " WITH NO ADVANCING.
           ACCEPT WS-QTD-LOJAS.
           IF WS-QTD-LOJAS = 0
              GOBACK
           END-IF.

      * SEM O ARQUIVO DE PENDENCIAS NAO HA COMO RETER: A RODADA NAO
      * SEGUE E AS LOJAS FICAM NA FILA.
           PERFORM 00010-ABRE-PENDENTES.
           IF WS-FILE-STATUS-PEND NOT = 0
              DISPLAY "-- ERRO AO ABRIR PRECOS PENDENTES -->"
                      WS-FILE-STATUS-PEND
              PERFORM 00006-REGRAVA-FILA
              MOVE 90 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 9901-REGISTRA-TRAVA.

           MOVE 1 TO WS-IDX-LOJA.
           PERFORM 00003-APLICA-LOJA
               UNTIL WS-IDX-LOJA > WS-QTD-LOJAS-TAB.

           CLOSE FD-PENDENTES.
           PERFORM 00006-REGRAVA-FILA.
           PERFORM 9902-LIBERA-TRAVA.
           PERFORM 00007-RODAPE.
           MOVE 0 TO WS-CONT-APLICADOS.
           MOVE 0 TO WS-CONT-SEM-PID.
           MOVE 0 TO WS-CONT-INALTERADOS.
           MOVE 0 TO WS-CONT-RETIDOS.
           MOVE 0 TO WS-CONT-APROVADOS.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN I-O FD-PRODUTOS.
                      "FILA"
           ELSE
              PERFORM 00004-ABRE-HIST-PRECO
              PERFORM 00008-APLICA-APROVADOS
              MOVE 1 TO WS-IDX-PRECO
              PERFORM 00005-APLICA-PRECO
                  UNTIL WS-IDX-PRECO > WS-QTD-PRECOS
              MOVE 0 TO LJ-PENDENTE(WS-IDX-LOJA)
              ADD 1 TO WS-CONT-LOJAS-OK
              ADD WS-CONT-APLICADOS TO WS-TOTAL-APLICADOS
              ADD WS-CONT-RETIDOS   TO WS-TOTAL-RETIDOS
              ADD WS-CONT-APROVADOS TO WS-TOTAL-APROVADOS
              DISPLAY "LOJA " WS-LOJA-NUM
                      " - APLICADOS: " WS-CONT-APLICADOS
                      "  INALTERADOS: " WS-CONT-INALTERADOS
                      "  SEM O PID: " WS-CONT-SEM-PID
              DISPLAY "           RETIDOS: " WS-CONT-RETIDOS
                      "  APROVADOS APLICADOS: " WS-CONT-APROVADOS
           END-IF.
           ADD 1 TO WS-IDX-LOJA.

                INVALID KEY
                   ADD 1 TO WS-CONT-SEM-PID
                NOT INVALID KEY
                   MOVE NP-VALOR(WS-IDX-PRECO) TO WS-NOVO-VALOR
                   IF RP-VALOR = WS-NOVO-VALOR
                      ADD 1 TO WS-CONT-INALTERADOS
                   ELSE
                      PERFORM 00011-CALCULA-VARIACAO
                      IF WS-VARIACAO-ABS > WS-LIMITE-VARIACAO
                         PERFORM 00012-RETEM-PRECO
                      ELSE
                         PERFORM 00005-B-REGRAVA-PRECO
                      END-IF
                   END-IF.
           ADD 1 TO WS-IDX-PRECO.

       00005-B-REGRAVA-PRECO.
           PERFORM 00005-A-GRAVA-HISTORICO.
           MOVE WS-NOVO-VALOR TO RP-VALOR.
           REWRITE REG-PRODUTO
               INVALID KEY
                  DISPLAY "-- ERRO AO REGRAVAR PRECO --> " RP-PID
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-APLICADOS
           END-REWRITE.

       00005-A-GRAVA-HISTORICO.
           IF WS-FILE-STATUS-HPR = 0
              MOVE RP-PID TO HP-PID
              ACCEPT HP-DATA FROM DATE YYYYMMDD
              ACCEPT HP-HORA FROM TIME
              MOVE RP-VALOR TO HP-VALOR-ANTES
              MOVE WS-NOVO-VALOR TO HP-VALOR-DEPOIS
              MOVE "PROG060" TO HP-PROGRAMA
              MOVE WS-APROVADOR TO HP-APROVADOR
              WRITE REG-HIST-PRECO
           END-IF.

           END-IF.
           ADD 1 TO WS-IDX-BUSCA.

      ******************************************************************
      * APLICA NA LOJA OS PRECOS DESTE PROGRAMA JA APROVADOS NO
      * PROG109, COM O APROVADOR NO HISTORICO. A PENDENCIA PASSA A
      * EFETIVADA.
      ******************************************************************
       00008-APLICA-APROVADOS.
           MOVE 0 TO WS-FIM-PENDENTES.
           MOVE WS-LOJA-NUM TO PA-LOJA.
           MOVE ZERO TO PA-PID.
           MOVE ZERO TO PA-DATA-SUBM.
           MOVE ZERO TO PA-HORA-SUBM.
           START FD-PENDENTES KEY IS NOT < PA-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-PENDENTES.
           IF NOT FIM-DOS-PENDENTES
              PERFORM 00008-A-LER-PENDENTE
              PERFORM 00008-B-APLICA-PENDENTE UNTIL FIM-DOS-PENDENTES
           END-IF.
           MOVE ZERO TO WS-APROVADOR.

       00008-A-LER-PENDENTE.
           READ FD-PENDENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-PENDENTES.
           IF NOT FIM-DOS-PENDENTES AND PA-LOJA NOT = WS-LOJA-NUM
              MOVE 1 TO WS-FIM-PENDENTES
           END-IF.

       00008-B-APLICA-PENDENTE.
           IF PA-APROVADA AND PA-ORIGEM = "PROG060"
              MOVE PA-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      DISPLAY "-- PID APROVADO NAO ENCONTRADO --> "
                              PA-PID
                   NOT INVALID KEY
                      MOVE PA-VALOR-NOVO TO WS-NOVO-VALOR
                      MOVE PA-APROVADOR  TO WS-APROVADOR
                      PERFORM 00005-A-GRAVA-HISTORICO
                      MOVE WS-NOVO-VALOR TO RP-VALOR
                      REWRITE REG-PRODUTO
                          INVALID KEY
                             DISPLAY "-- ERRO AO REGRAVAR PRECO --> "
                                     RP-PID
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-APROVADOS
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
           PERFORM 00008-A-LER-PENDENTE.

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
      * PRECO ACIMA DO LIMITE: NAO MEXE NO CATALOGO DA LOJA, SO GRAVA
      * A PENDENCIA PARA O SUPERVISOR.
      ******************************************************************
       00012-RETEM-PRECO.
           PERFORM 00013-PROCURA-RETIDO.
           IF JA-RETIDO
              DISPLAY "-- PRECO JA AGUARDANDO APROVACAO --> " RP-PID
           ELSE
              PERFORM 00012-RETEM-PRECO-A
           END-IF.

       00012-RETEM-PRECO-A.
           INITIALIZE REG-PRECO-PENDENTE.
           MOVE WS-LOJA-NUM     TO PA-LOJA.
           MOVE RP-PID          TO PA-PID.
           MOVE WS-DATA-HOJE    TO PA-DATA-SUBM.
           MOVE WS-HORA-HOJE    TO PA-HORA-SUBM.
           MOVE "PROG060"       TO PA-ORIGEM.
           MOVE SN-CODIGO       TO PA-SUBMETIDO-POR.
           MOVE RP-VALOR        TO PA-VALOR-ANTES.
           MOVE WS-NOVO-VALOR   TO PA-VALOR-NOVO.
           MOVE WS-VARIACAO     TO PA-VARIACAO.
           MOVE "P"             TO PA-SITUACAO.
           WRITE REG-PRECO-PENDENTE
                 INVALID KEY
                    DISPLAY "-- PID JA RETIDO NESTA RODADA --> "
                            RP-PID
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-RETIDOS
           END-WRITE.

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
              IF PA-PENDENTE AND PA-ORIGEM = "PROG060"
                 AND PA-VALOR-NOVO = WS-NOVO-VALOR
                 MOVE 1 TO WS-JA-RETIDO
              END-IF
              END-IF
           END-IF.

       00007-RODAPE.
           DISPLAY " ".
           DISPLAY "==== PUBLICACAO CENTRAL DE PRECOS ====".
           DISPLAY "LOJAS ATUALIZADAS.......: " WS-CONT-LOJAS-OK.
           DISPLAY "LOJAS NA FILA...........: " WS-CONT-LOJAS-FILA.
           DISPLAY "PRECOS APLICADOS (TOTAL): " WS-TOTAL-APLICADOS.
           DISPLAY "RETIDOS P/ APROVACAO....: " WS-TOTAL-RETIDOS.
           DISPLAY "APROVADOS APLICADOS.....: " WS-TOTAL-APROVADOS.

      ******************************************************************
      * TRAVA DO CATALOGO: CONFERE SE HA SESSAO INTERATIVA OU OUTRO
