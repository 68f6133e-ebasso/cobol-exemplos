      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Unificacao de Cliente Duplicado
      *          Subprograma (area UNIFCLI.CPY) chamado pela opcao de
      *          unificacao do PROG029-CADASTRO-CLIENTES. Passa para o
      *          codigo sobrevivente as parcelas do crediario
      *          (PROG29-PARC.DAT) e o extrato de pontos de fidelidade
      *          (PROG127-PONTOS.DAT) do codigo duplicado - apagando
      *          cada registro da chave antiga so depois de gravado na
      *          nova - e troca o cliente das linhas de venda do
      *          registro vivo PROG10-001.VND e do arquivo morto
      *          PROG10-001.VNA, regravados pelo arquivo de trabalho
      *          como no PROG074. Como regrava o registro de vendas,
      *          respeita e registra a trava do catalogo. Cada
      *          unificacao fica no log PROG136-UNIF.LOG.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -c -o bin/prog136_unifica_cliente.o -std=default -I copybooks prog136_unifica_cliente.cob
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG136-UNIFICA-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * PARCELAS DO CREDIARIO, POR CLIENTE E VENCIMENTO.
           SELECT FD-PARCELAS ASSIGN TO "PROG29-PARC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CR-CHAVE
                              FILE STATUS WS-FILE-STATUS-PARC.

      * EXTRATO DE PONTOS, POR CLIENTE + NUMERO DO LANCAMENTO.
           SELECT FD-FIDELIDADE ASSIGN TO "PROG127-PONTOS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FL-CHAVE
                              ALTERNATE RECORD KEY IS FL-NF
                                 WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-FID.

      * REGISTRO DE VENDAS VIVO OU ARQUIVO MORTO (WS-NOME-VENDAS).
           SELECT FD-REGVENDAS ASSIGN TO WS-NOME-VENDAS
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

      * ARQUIVO DE TRABALHO DA REGRAVACAO (PADRAO DO PROG031).
           SELECT FD-REGWORK ASSIGN TO "PROG10-001.VNW"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNW.

      * LOG DAS UNIFICACOES FEITAS.
           SELECT FD-LOG-UNIFICA ASSIGN TO "PROG136-UNIF.LOG"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-LOG.

      * TRAVA DO CATALOGO (MESMO ARQUIVO DO PROG013/PROG074).
           SELECT FD-TRAVA ASSIGN TO "PROG10-TRAVA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARCELAS
          RECORD CONTAINS 64 CHARACTERS.
           COPY PARCCRED.CPY.

       FD FD-FIDELIDADE
          RECORD CONTAINS 79 CHARACTERS.
           COPY FIDELID.CPY.

      * MESMO DESENHO DA LINHA GRAVADA EM 00005-GRAVA-VENDA DO
      * PROG013, CAMPO A CAMPO (VENDREG.CPY).
       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGWORK.
       01 REG-VENDA-WORK          PIC X(230).

       FD FD-LOG-UNIFICA
          RECORD CONTAINS 100 CHARACTERS.
       01 REG-LOG-UNIFICA.
           02 UL-DATA             PIC 9(08).
           02 FILLER              PIC X(01).
           02 UL-HORA             PIC 9(08).
           02 FILLER              PIC X(01).
           02 UL-OPERADOR         PIC 9(05).
           02 FILLER              PIC X(01).
           02 UL-DUPLICADO        PIC 9(05).
           02 FILLER              PIC X(01).
           02 UL-SOBREVIVENTE     PIC 9(05).
           02 FILLER              PIC X(01).
           02 UL-SALDO            PIC 9(09)V9(02).
           02 FILLER              PIC X(01).
           02 UL-QTD-PARCELAS     PIC 9(05).
           02 FILLER              PIC X(01).
           02 UL-QTD-PONTOS       PIC 9(05).
           02 FILLER              PIC X(01).
           02 UL-QTD-VENDAS       PIC 9(07).
           02 FILLER              PIC X(01).
           02 UL-QTD-ERROS        PIC 9(05).
           02 FILLER              PIC X(01).
           02 UL-RESULTADO        PIC 9(01).
           02 FILLER              PIC X(25).

       FD FD-TRAVA.
           COPY TRAVA.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-PARC       PIC 9(02).
       77 WS-FILE-STATUS-FID        PIC 9(02).
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNW        PIC 9(02).
       77 WS-FILE-STATUS-LOG        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-TRV        PIC 9(02).

       77 WS-NOME-VENDAS            PIC X(20) VALUE SPACES.

      ************* REGISTRO GUARDADO ANTES DA TROCA DE CHAVE ********
       77 WS-PARCELA-SALVA          PIC X(58).
       77 WS-PONTOS-SALVO           PIC X(79).

      ************* VARIAVEIS DE CONTROLE ************
       77 WS-FIM-TRANSFERENCIA      PIC 9(01) VALUE ZERO.
           88 FIM-DA-TRANSFERENCIA  VALUE 1.
       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-TROCAS-ARQUIVO         PIC 9(07) VALUE ZERO.
       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

       LINKAGE SECTION.
           COPY UNIFCLI.CPY
               REPLACING ==WS-UNIFICA-CLIENTE==
                      BY ==LK-UNIFICA-CLIENTE==.

       PROCEDURE DIVISION USING LK-UNIFICA-CLIENTE.
       MAIN-PROCEDURE.
           MOVE ZERO TO UC-QTD-PARCELAS UC-QTD-PONTOS
                        UC-QTD-VENDAS UC-QTD-ERROS.
           MOVE 0 TO UC-RESULTADO.

           PERFORM 9900-VERIFICA-TRAVA.
           IF CATALOGO-TRAVADO
              DISPLAY "-- UNIFICACAO NAO FEITA: VENDAS/CATALOGO EM USO."
                      " SE A SESSAO CAIU, RODAR PROG035-LIBERA-TRAVA"
              MOVE 2 TO UC-RESULTADO
              GOBACK
           END-IF.

           PERFORM 9901-REGISTRA-TRAVA.
           PERFORM 00001-TRANSFERE-PARCELAS.
           PERFORM 00002-TRANSFERE-PONTOS.

           MOVE "PROG10-001.VND" TO WS-NOME-VENDAS.
           PERFORM 00003-TRANSFERE-VENDAS.
           MOVE "PROG10-001.VNA" TO WS-NOME-VENDAS.
           PERFORM 00003-TRANSFERE-VENDAS.
           PERFORM 9902-LIBERA-TRAVA.

           IF UC-QTD-ERROS = 0
              MOVE 1 TO UC-RESULTADO
           END-IF.
           PERFORM 00004-GRAVA-LOG.
           GOBACK.

      ******************************************************************
      * PARCELAS DO CREDIARIO: A CHAVE COMECA PELO CLIENTE, ENTAO CADA
      * PARCELA DO DUPLICADO E REGRAVADA COM O SOBREVIVENTE E SO ENTAO
      * APAGADA NA CHAVE ANTIGA. A BUSCA RECOMECA DO INICIO DO
      * DUPLICADO A CADA PARCELA, ATE NAO SOBRAR NENHUMA.
      ******************************************************************
       00001-TRANSFERE-PARCELAS.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN I-O FD-PARCELAS.
           IF WS-FILE-STATUS-PARC = 35
              CONTINUE
           ELSE
           IF WS-FILE-STATUS-PARC NOT = 0
              DISPLAY "-- ERRO AO ABRIR PARCELAS DO CREDIARIO -->"
                      WS-FILE-STATUS-PARC
              ADD 1 TO UC-QTD-ERROS
           ELSE
              MOVE 0 TO WS-FIM-TRANSFERENCIA
              PERFORM 00001-A-PROXIMA-PARCELA
                  UNTIL FIM-DA-TRANSFERENCIA
              CLOSE FD-PARCELAS
           END-IF
           END-IF.

       00001-A-PROXIMA-PARCELA.
           MOVE UC-DUPLICADO TO CR-CLIENTE.
           MOVE ZERO TO CR-VENCIMENTO CR-NF CR-PARCELA.
           START FD-PARCELAS KEY IS NOT LESS THAN CR-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-TRANSFERENCIA
           END-START.
           IF NOT FIM-DA-TRANSFERENCIA
              READ FD-PARCELAS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-TRANSFERENCIA
                   NOT AT END
                      IF CR-CLIENTE NOT = UC-DUPLICADO
                         MOVE 1 TO WS-FIM-TRANSFERENCIA
                      ELSE
                         PERFORM 00001-B-MOVE-PARCELA
                      END-IF
              END-READ
           END-IF.

       00001-B-MOVE-PARCELA.
           MOVE REG-PARCELA-CRED TO WS-PARCELA-SALVA.
           MOVE UC-SOBREVIVENTE  TO CR-CLIENTE.
           WRITE REG-PARCELA-CRED
              INVALID KEY
                 DISPLAY "-- ERRO AO GRAVAR PARCELA NO SOBREVIVENTE "
                         "--> NF " CR-NF " PARCELA " CR-PARCELA
                 ADD 1 TO UC-QTD-ERROS
                 MOVE 1 TO WS-FIM-TRANSFERENCIA
              NOT INVALID KEY
                 MOVE WS-PARCELA-SALVA TO REG-PARCELA-CRED
                 DELETE FD-PARCELAS RECORD
                    INVALID KEY
                       DISPLAY "-- ERRO AO APAGAR PARCELA DO "
                               "DUPLICADO --> NF " CR-NF
                       ADD 1 TO UC-QTD-ERROS
                       MOVE 1 TO WS-FIM-TRANSFERENCIA
                    NOT INVALID KEY
                       ADD 1 TO UC-QTD-PARCELAS
                 END-DELETE
           END-WRITE.

      ******************************************************************
      * EXTRATO DE PONTOS: MESMA TROCA DE CHAVE DAS PARCELAS. O NUMERO
      * DO LANCAMENTO E UNICO NO ARQUIVO TODO, ENTAO NAO COLIDE COM OS
      * LANCAMENTOS QUE O SOBREVIVENTE JA TEM.
      ******************************************************************
       00002-TRANSFERE-PONTOS.
           MOVE 0 TO WS-FILE-STATUS-FID.
           OPEN I-O FD-FIDELIDADE.
           IF WS-FILE-STATUS-FID = 35
              CONTINUE
           ELSE
           IF WS-FILE-STATUS-FID NOT = 0
              DISPLAY "-- ERRO AO ABRIR EXTRATO DE PONTOS -->"
                      WS-FILE-STATUS-FID
              ADD 1 TO UC-QTD-ERROS
           ELSE
              MOVE 0 TO WS-FIM-TRANSFERENCIA
              PERFORM 00002-A-PROXIMO-LANCAMENTO
                  UNTIL FIM-DA-TRANSFERENCIA
              CLOSE FD-FIDELIDADE
           END-IF
           END-IF.

       00002-A-PROXIMO-LANCAMENTO.
           MOVE UC-DUPLICADO TO FL-CLIENTE.
           MOVE ZERO TO FL-NUMERO.
           START FD-FIDELIDADE KEY IS NOT LESS THAN FL-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-TRANSFERENCIA
           END-START.
           IF NOT FIM-DA-TRANSFERENCIA
              READ FD-FIDELIDADE NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-TRANSFERENCIA
                   NOT AT END
                      IF FL-CLIENTE NOT = UC-DUPLICADO
                         MOVE 1 TO WS-FIM-TRANSFERENCIA
                      ELSE
                         PERFORM 00002-B-MOVE-LANCAMENTO
                      END-IF
              END-READ
           END-IF.

       00002-B-MOVE-LANCAMENTO.
           MOVE REG-FIDELIDADE  TO WS-PONTOS-SALVO.
           MOVE UC-SOBREVIVENTE TO FL-CLIENTE.
           WRITE REG-FIDELIDADE
              INVALID KEY
                 DISPLAY "-- ERRO AO GRAVAR PONTOS NO SOBREVIVENTE "
                         "--> LANCAMENTO " FL-NUMERO
                 ADD 1 TO UC-QTD-ERROS
                 MOVE 1 TO WS-FIM-TRANSFERENCIA
              NOT INVALID KEY
                 MOVE WS-PONTOS-SALVO TO REG-FIDELIDADE
                 DELETE FD-FIDELIDADE RECORD
                    INVALID KEY
                       DISPLAY "-- ERRO AO APAGAR PONTOS DO "
                               "DUPLICADO --> LANCAMENTO " FL-NUMERO
                       ADD 1 TO UC-QTD-ERROS
                       MOVE 1 TO WS-FIM-TRANSFERENCIA
                    NOT INVALID KEY
                       ADD 1 TO UC-QTD-PONTOS
                 END-DELETE
           END-WRITE.

      ******************************************************************
      * LINHAS DE VENDA: COPIA O ARQUIVO PARA O TRABALHO TROCANDO O
      * CLIENTE DUPLICADO PELO SOBREVIVENTE E, SE HOUVE TROCA, REGRAVA
      * O ARQUIVO A PARTIR DO TRABALHO (MESMO PADRAO DO PROG031).
      ******************************************************************
       00003-TRANSFERE-VENDAS.
           MOVE 0 TO WS-TROCAS-ARQUIVO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 35
              CONTINUE
           ELSE
           IF WS-FILE-STATUS-REGVND NOT = 0
              DISPLAY "-- ERRO AO ABRIR " WS-NOME-VENDAS " -->"
                      WS-FILE-STATUS-REGVND
              ADD 1 TO UC-QTD-ERROS
           ELSE
              MOVE 0 TO WS-FILE-STATUS-VNW
              OPEN OUTPUT FD-REGWORK
              IF WS-FILE-STATUS-VNW NOT = 0
                 DISPLAY "-- ERRO AO CRIAR ARQUIVO DE TRABALHO -->"
                         WS-FILE-STATUS-VNW
                 ADD 1 TO UC-QTD-ERROS
                 CLOSE FD-REGVENDAS
              ELSE
                 PERFORM 00003-A-LER-VENDA
                 PERFORM 00003-B-COPIA-VENDA UNTIL FIM-DO-ARQUIVO
                 CLOSE FD-REGVENDAS
                 CLOSE FD-REGWORK
                 IF WS-TROCAS-ARQUIVO > 0
                    PERFORM 00003-C-REGRAVA-VENDAS
                 END-IF
              END-IF
           END-IF
           END-IF.

       00003-A-LER-VENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-B-COPIA-VENDA.
           IF VN-CLIENTE IS NUMERIC
              AND VN-CLIENTE = UC-DUPLICADO
              MOVE UC-SOBREVIVENTE TO VN-CLIENTE
              ADD 1 TO WS-TROCAS-ARQUIVO
           END-IF.
           WRITE REG-VENDA-WORK FROM REG-VENDA-EFETIVADA.
           PERFORM 00003-A-LER-VENDA.

       00003-C-REGRAVA-VENDAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-VNW.
           OPEN INPUT FD-REGWORK.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN OUTPUT FD-REGVENDAS.

           IF WS-FILE-STATUS-VNW NOT = 0
              OR WS-FILE-STATUS-REGVND NOT = 0
              DISPLAY "-- ERRO AO REGRAVAR " WS-NOME-VENDAS " -->"
                      WS-FILE-STATUS-VNW " / " WS-FILE-STATUS-REGVND
              ADD 1 TO UC-QTD-ERROS
           ELSE
              PERFORM 00003-D-LER-WORK
              PERFORM 00003-E-COPIA-WORK UNTIL FIM-DO-ARQUIVO
              CLOSE FD-REGWORK
              CLOSE FD-REGVENDAS
              ADD WS-TROCAS-ARQUIVO TO UC-QTD-VENDAS.

       00003-D-LER-WORK.
           READ FD-REGWORK
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00003-E-COPIA-WORK.
           WRITE REG-VENDA-EFETIVADA FROM REG-VENDA-WORK.
           PERFORM 00003-D-LER-WORK.

      ******************************************************************
      * UMA LINHA POR UNIFICACAO NO LOG, COM O OPERADOR E O QUE FOI
      * TRANSFERIDO.
      ******************************************************************
       00004-GRAVA-LOG.
           MOVE 0 TO WS-FILE-STATUS-LOG.
           OPEN EXTEND FD-LOG-UNIFICA.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-LOG-UNIFICA
              CLOSE FD-LOG-UNIFICA
              MOVE 0 TO WS-FILE-STATUS-LOG
              OPEN EXTEND FD-LOG-UNIFICA
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR LOG DE UNIFICACAO -->"
                      WS-FILE-STATUS-LOG
           ELSE
              MOVE SPACES TO REG-LOG-UNIFICA
              ACCEPT UL-DATA FROM DATE YYYYMMDD
              ACCEPT UL-HORA FROM TIME
              MOVE UC-OPERADOR     TO UL-OPERADOR
              MOVE UC-DUPLICADO    TO UL-DUPLICADO
              MOVE UC-SOBREVIVENTE TO UL-SOBREVIVENTE
              MOVE UC-SALDO        TO UL-SALDO
              MOVE UC-QTD-PARCELAS TO UL-QTD-PARCELAS
              MOVE UC-QTD-PONTOS   TO UL-QTD-PONTOS
              MOVE UC-QTD-VENDAS   TO UL-QTD-VENDAS
              MOVE UC-QTD-ERROS    TO UL-QTD-ERROS
              MOVE UC-RESULTADO    TO UL-RESULTADO
              WRITE REG-LOG-UNIFICA
              CLOSE FD-LOG-UNIFICA
           END-IF.

      ******************************************************************
      * TRAVA DO CATALOGO: NINGUEM PODE ESTAR GRAVANDO O REGISTRO DE
      * VENDAS ENQUANTO ELE E REGRAVADO AQUI.
      ******************************************************************
       9900-VERIFICA-TRAVA.
           MOVE 0 TO WS-TRAVADO.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN INPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              READ FD-TRAVA
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE 1 TO WS-TRAVADO
                      DISPLAY "-- CATALOGO EM USO POR " TV-PROGRAMA
                              " DESDE " TV-DATA " " TV-HORA
              END-READ
              CLOSE FD-TRAVA
           END-IF.

       9901-REGISTRA-TRAVA.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN OUTPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              MOVE "PROG136" TO TV-PROGRAMA
              MOVE "B"      TO TV-TIPO
              ACCEPT TV-DATA FROM DATE YYYYMMDD
              ACCEPT TV-HORA FROM TIME
              WRITE REG-TRAVA
              CLOSE FD-TRAVA
           ELSE
              DISPLAY "-- ERRO AO REGISTRAR TRAVA -->"
                      WS-FILE-STATUS-TRV.

       9902-LIBERA-TRAVA.
      * ARQUIVO REGRAVADO VAZIO = CATALOGO LIVRE.
           MOVE 0 TO WS-FILE-STATUS-TRV.
           OPEN OUTPUT FD-TRAVA.
           IF WS-FILE-STATUS-TRV = 0
              CLOSE FD-TRAVA
           ELSE
              DISPLAY "-- ERRO AO LIBERAR TRAVA -->"
                      WS-FILE-STATUS-TRV.

       END PROGRAM PROG136-UNIFICA-CLIENTE.
