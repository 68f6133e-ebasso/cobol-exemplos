      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Cadastro do Plano de Contas
      *          Manutencao do plano de contas contabil
      *          (PROG102-PLANO.DAT) no mesmo estilo de menu do
      *          PROG018: conta, descricao, tipo (ativo, passivo,
      *          patrimonio liquido, receita, despesa) e natureza
      *          (analitica, que recebe lancamento, ou sintetica, que
      *          so agrupa). O PROG065 recusa lancar em conta fora
      *          deste plano ou sintetica; o fechamento (PROG103) e as
      *          demonstracoes (PROG104) usam o tipo da conta.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog102_plano_contas -std=default -I copybooks prog102_plano_contas.cob && ./bin/prog102_plano_contas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG102-PLANO-CONTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PLANO ASSIGN TO "PROG102-PLANO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PL-CONTA
                              FILE STATUS WS-FILE-STATUS-PLANO.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PLANO
          RECORD CONTAINS 38 CHARACTERS.
           COPY PLANOCTA.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PLANO      PIC 9(02).
           COPY FSTATUS.CPY.

      ************* VARIAVEIS PARA A CONTA DIGITADA ************
       01 WS-PLANO-CONTA.
           02 WS-PL-CONTA        PIC 9(06).
           02 WS-PL-DESCRICAO    PIC X(30).
           02 WS-PL-TIPO         PIC X(01).
               88 WS-TIPO-VALIDO VALUE "A" "P" "L" "R" "D".
           02 WS-PL-NATUREZA     PIC X(01).
               88 WS-NATUREZA-VALIDA VALUE "A" "S".

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                        PIC 9(01).
       77 WS-EXIT                         PIC 9(01) VALUE ZERO.
       77 WS-CONT-CONTAS                  PIC 9(05).

       77 WS-FIM-LISTA                    PIC 9(01) VALUE ZERO.
           88 FIM-DA-LISTA                VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
      * MINIMO DESTE PROGRAMA.
           MOVE "PROG102-PLANO-CONTAS" TO SN-PROGRAMA.
           MOVE 7 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           PERFORM 00000-OPEN-FILE-PLANO.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-PLANO.
           DISPLAY "BYE"
           STOP RUN.

       00000-OPEN-FILE-PLANO.
           MOVE 0 TO WS-FILE-STATUS-PLANO.
           OPEN I-O FD-PLANO.

           IF FS-ARQUIVO-INEXISTENTE
              DISPLAY "-- PROG102-PLANO.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-PLANO
              CLOSE FD-PLANO
              OPEN I-O FD-PLANO
           END-IF.
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR PLANO DE CONTAS -->"
                      WS-FILE-STATUS-PLANO
              STOP RUN
           END-IF.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) ADICIONA CONTA".
           DISPLAY "2) REMOVE CONTA".
           DISPLAY "3) ATUALIZA CONTA".
           DISPLAY "4) CONSULTA CONTA".
           DISPLAY "5) LISTA PLANO DE CONTAS".
           DISPLAY " ".
           DISPLAY "6) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-CREATE-CONTA
              WHEN 2 PERFORM 00003-DELETE-CONTA
              WHEN 3 PERFORM 00004-UPDATE-CONTA
              WHEN 4 PERFORM 00005-SELECT-CONTA
              WHEN 5 PERFORM 00006-LISTA-CONTAS
              WHEN 6
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       00002-CREATE-CONTA.
           DISPLAY "CRIA UMA NOVA CONTA".
           DISPLAY "CONTA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-PL-CONTA.
           IF WS-PL-CONTA = 0
              DISPLAY "-- CONTA INVALIDA, NAO PODE SER ZERO"
           ELSE
              MOVE SPACES TO WS-PL-DESCRICAO
              PERFORM 00002-PEDE-DESCRICAO
                  UNTIL WS-PL-DESCRICAO NOT = SPACES
              MOVE SPACES TO WS-PL-TIPO
              PERFORM 00002-PEDE-TIPO UNTIL WS-TIPO-VALIDO
              MOVE SPACES TO WS-PL-NATUREZA
              PERFORM 00002-PEDE-NATUREZA UNTIL WS-NATUREZA-VALIDA

              MOVE WS-PLANO-CONTA TO REG-PLANO-CONTA
              WRITE REG-PLANO-CONTA
                 INVALID KEY
                    DISPLAY "CONTA JAH EXISTE --> " WS-PL-CONTA
                 NOT INVALID KEY
                    DISPLAY "CONTA ARMAZENADA --> " WS-PL-CONTA
              END-WRITE
           END-IF.

       00002-PEDE-DESCRICAO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT WS-PL-DESCRICAO.
           IF WS-PL-DESCRICAO = SPACES
              DISPLAY "-- DESCRICAO INVALIDA, NAO PODE SER EM BRANCO".

       00002-PEDE-TIPO.
           DISPLAY "TIPO (A=ATIVO P=PASSIVO L=PATR.LIQUIDO "
                   "R=RECEITA D=DESPESA): " WITH NO ADVANCING.
           ACCEPT WS-PL-TIPO.
           IF NOT WS-TIPO-VALIDO
              DISPLAY "-- TIPO INVALIDO".

       00002-PEDE-NATUREZA.
           DISPLAY "NATUREZA (A=ANALITICA S=SINTETICA): "
                   WITH NO ADVANCING.
           ACCEPT WS-PL-NATUREZA.
           IF NOT WS-NATUREZA-VALIDA
              DISPLAY "-- NATUREZA INVALIDA".

      ******************************************************************
      * A REMOCAO NAO APAGA SALDOS JA FECHADOS (PROG103-SALDO.DAT);
      * CONTA COM SALDO DEVE SER ZERADA POR LANCAMENTO ANTES.
      ******************************************************************
       00003-DELETE-CONTA.
           DISPLAY "REMOVE CONTA".
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-PL-CONTA.

           MOVE WS-PL-CONTA TO PL-CONTA.
           READ FD-PLANO RECORD KEY PL-CONTA
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DELETE FD-PLANO RECORD
                        INVALID KEY
                           DISPLAY "ERRO AO REMOVER CONTA"
                        NOT INVALID KEY
                           DISPLAY "CONTA REMOVIDA --> " WS-PL-CONTA.

       00004-UPDATE-CONTA.
           DISPLAY "ATUALIZA CONTA".
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-PL-CONTA.

           MOVE WS-PL-CONTA TO PL-CONTA.
           READ FD-PLANO RECORD KEY PL-CONTA
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY "DESCRICAO ATUAL: " PL-DESCRICAO
                    MOVE SPACES TO WS-PL-DESCRICAO
                    PERFORM 00002-PEDE-DESCRICAO
                        UNTIL WS-PL-DESCRICAO NOT = SPACES
                    DISPLAY "TIPO ATUAL: " PL-TIPO
                    MOVE SPACES TO WS-PL-TIPO
                    PERFORM 00002-PEDE-TIPO UNTIL WS-TIPO-VALIDO
                    DISPLAY "NATUREZA ATUAL: " PL-NATUREZA
                    MOVE SPACES TO WS-PL-NATUREZA
                    PERFORM 00002-PEDE-NATUREZA
                        UNTIL WS-NATUREZA-VALIDA
                    MOVE WS-PL-DESCRICAO TO PL-DESCRICAO
                    MOVE WS-PL-TIPO      TO PL-TIPO
                    MOVE WS-PL-NATUREZA  TO PL-NATUREZA
                    REWRITE REG-PLANO-CONTA
                        INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR CONTA"
                        NOT INVALID KEY
                           DISPLAY "CONTA ATUALIZADA --> "
                                   WS-PL-CONTA.

       00005-SELECT-CONTA.
           DISPLAY "CONSULTA CONTA".
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT WS-PL-CONTA.

           MOVE WS-PL-CONTA TO PL-CONTA.
           READ FD-PLANO RECORD KEY PL-CONTA
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY " "
                    DISPLAY "CONTA: " PL-CONTA
                    DISPLAY "DESCRICAO: " PL-DESCRICAO
                    DISPLAY "TIPO: " PL-TIPO
                    DISPLAY "NATUREZA: " PL-NATUREZA.

       00006-LISTA-CONTAS.
           DISPLAY "LISTA PLANO DE CONTAS".
           MOVE 0 TO WS-FIM-LISTA.
           MOVE 0 TO WS-CONT-CONTAS.
           MOVE ZERO TO PL-CONTA.
           START FD-PLANO KEY NOT < PL-CONTA
               INVALID KEY
                  MOVE 1 TO WS-FIM-LISTA.

           PERFORM 00006-A-LER-CONTA.
           PERFORM 00006-B-EXIBE-CONTA UNTIL FIM-DA-LISTA.

           DISPLAY "CONTAS NO PLANO: " WS-CONT-CONTAS.

       00006-A-LER-CONTA.
           IF NOT FIM-DA-LISTA
              READ FD-PLANO NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-LISTA
              END-READ
           END-IF.

       00006-B-EXIBE-CONTA.
           ADD 1 TO WS-CONT-CONTAS.
           DISPLAY PL-CONTA "  " PL-DESCRICAO "  TIPO " PL-TIPO
                   "  NATUREZA " PL-NATUREZA.
           PERFORM 00006-A-LER-CONTA.

       END PROGRAM PROG102-PLANO-CONTAS.
