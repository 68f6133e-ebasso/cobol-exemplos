      *          PROG10-001.VND e do arquivo morto PROG10-001.VNA, os
      *          pagamentos do mes lidos do registro de recibos
      *          PROG29-001.PGT (PROG051), os totais de compras e de
      *          pagamentos e o saldo devedor atual do cadastro,
      *          mais as parcelas do crediario em aberto
      *          (PROG29-PARC.DAT) por ordem de vencimento: as que
      *          vencem ate o fim da competencia, uma a uma, e o total
      *          das que vencem depois.
      *          Saida formatada em PROG53-001.EXT, no mesmo estilo
      *          do PROG049-EMITE-CONTRACHEQUE.
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-RPG.

      * PARCELAS DO CREDIARIO, POR CLIENTE E VENCIMENTO (PROG094).
           SELECT FD-PARCELAS ASSIGN TO "PROG29-PARC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CR-CHAVE
                              FILE STATUS WS-FILE-STATUS-PARC.

      * EXTRATOS FORMATADOS.
           SELECT FD-EXTRATOS ASSIGN TO "PROG53-001.EXT"
                              ORGANIZATION LINE SEQUENTIAL
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

      * MESMO DESENHO DA LINHA GRAVADA EM 00008-GRAVA-RECIBO DO
      * PROG051, CAMPO A CAMPO.
           02 PG-DOCUMENTO        PIC X(14).
           02 FILLER              PIC X(17).

       FD FD-PARCELAS
          RECORD CONTAINS 64 CHARACTERS.
           COPY PARCCRED.CPY.

       FD FD-EXTRATOS.
       01 REG-EXTRATO             PIC X(80).

       77 WS-FILE-STATUS-VNA        PIC 9(02).
       77 WS-FILE-STATUS-RPG        PIC 9(02).
       77 WS-FILE-STATUS-EXT        PIC 9(02).
       77 WS-FILE-STATUS-PARC       PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-CLIENTE-PEDIDO         PIC 9(05).
       77 WS-TOTAL-PAGTOS           PIC 9(12)V9(02) VALUE ZERO.
       77 WS-VALOR-EDT              PIC Z,ZZZ,ZZZ,ZZ9.99.

      ************* VARIAVEIS PARA AS PARCELAS DO CREDIARIO **********
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-VALOR-ABERTO           PIC 9(12)V9(02).
       77 WS-TOTAL-PARC-MES         PIC 9(12)V9(02) VALUE ZERO.
       77 WS-TOTAL-PARC-FUTURAS     PIC 9(12)V9(02) VALUE ZERO.
       77 WS-CONT-PARC-FUTURAS      PIC 9(05) VALUE ZERO.
       77 WS-FIM-PARCELAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-PARCELAS      VALUE 1.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-NFS               PIC 9(05) VALUE ZERO.
       77 WS-CONT-PAGTOS            PIC 9(05) VALUE ZERO.
       77 WS-CONT-PARC-MES          PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
                 PERFORM 00003-LISTA-VENDAS-VND
                 PERFORM 00004-LISTA-VENDAS-VNA
                 PERFORM 00005-LISTA-PAGAMENTOS
                 PERFORM 00009-LISTA-PARCELAS
                 PERFORM 00006-TOTAIS-EXTRATO
              ELSE
                 DISPLAY "-- CLIENTE NAO CADASTRADO --> "
           END-IF.
           PERFORM 00005-A-LER-PAGTO.

      ******************************************************************
      * LISTA AS PARCELAS EM ABERTO DO CLIENTE PELO VENCIMENTO (ORDEM
      * DA CHAVE): AS QUE VENCEM ATE O FIM DA COMPETENCIA SAEM UMA A
      * UMA, MARCADAS QUANDO JA VENCIDAS; AS SEGUINTES SO NO TOTAL.
      ******************************************************************
       00009-LISTA-PARCELAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE "PARCELAS DO CREDIARIO ATE O FIM DO MES:"
                TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE 0 TO WS-FIM-PARCELAS.
           MOVE 0 TO WS-FILE-STATUS-PARC.
           OPEN INPUT FD-PARCELAS.
           IF WS-FILE-STATUS-PARC NOT = 0
              CONTINUE
           ELSE
              MOVE WS-CLIENTE-PEDIDO TO CR-CLIENTE
              MOVE ZERO TO CR-VENCIMENTO CR-NF CR-PARCELA
              START FD-PARCELAS KEY NOT < CR-CHAVE
                  INVALID KEY
                     MOVE 1 TO WS-FIM-PARCELAS
              END-START
              PERFORM 00009-A-LER-PARCELA
              PERFORM 00009-B-TESTA-PARCELA UNTIL FIM-DAS-PARCELAS
              CLOSE FD-PARCELAS.

       00009-A-LER-PARCELA.
           IF NOT FIM-DAS-PARCELAS
              READ FD-PARCELAS NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                      IF CR-CLIENTE NOT = WS-CLIENTE-PEDIDO
                         MOVE 1 TO WS-FIM-PARCELAS
                      END-IF
              END-READ
           END-IF.

       00009-B-TESTA-PARCELA.
           IF CR-SITUACAO = "A"
              COMPUTE WS-VALOR-ABERTO = CR-VALOR - CR-VALOR-PAGO
              IF CR-VENCIMENTO(1:6) > WS-COMPETENCIA
                 ADD 1 TO WS-CONT-PARC-FUTURAS
                 ADD WS-VALOR-ABERTO TO WS-TOTAL-PARC-FUTURAS
              ELSE
                 ADD 1 TO WS-CONT-PARC-MES
                 ADD WS-VALOR-ABERTO TO WS-TOTAL-PARC-MES
                 MOVE WS-VALOR-ABERTO TO WS-VALOR-EDT
                 MOVE SPACES TO REG-EXTRATO
                 STRING "  VENC "        DELIMITED BY SIZE
                        CR-VENCIMENTO    DELIMITED BY SIZE
                        "  NF "          DELIMITED BY SIZE
                        CR-NF            DELIMITED BY SIZE
                        "  PARC "        DELIMITED BY SIZE
                        CR-PARCELA       DELIMITED BY SIZE
                        "/"              DELIMITED BY SIZE
                        CR-QTD-PARCELAS  DELIMITED BY SIZE
                        "  "             DELIMITED BY SIZE
                        WS-VALOR-EDT     DELIMITED BY SIZE
                        INTO REG-EXTRATO
                 IF CR-VENCIMENTO < WS-DATA-HOJE
                    MOVE "VENCIDA" TO REG-EXTRATO(70:7)
                 END-IF
                 WRITE REG-EXTRATO
              END-IF
           END-IF.
           PERFORM 00009-A-LER-PARCELA.

       00006-TOTAIS-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.
                  INTO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE WS-TOTAL-PARC-MES TO WS-VALOR-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING "PARCELAS ATE O MES.: " DELIMITED BY SIZE
                  WS-VALOR-EDT            DELIMITED BY SIZE
                  INTO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE WS-TOTAL-PARC-FUTURAS TO WS-VALOR-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING "PARCELAS A VENCER..: " DELIMITED BY SIZE
                  WS-VALOR-EDT            DELIMITED BY SIZE
                  "  ("                   DELIMITED BY SIZE
                  WS-CONT-PARC-FUTURAS    DELIMITED BY SIZE
                  " PARCELAS)"            DELIMITED BY SIZE
                  INTO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE CL-SALDO-DEVEDOR TO WS-VALOR-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING "SALDO DEVEDOR ATUAL: " DELIMITED BY SIZE
           DISPLAY "==== EMISSAO DE EXTRATO DE CLIENTE ====".
           DISPLAY "NFS DO MES.............: " WS-CONT-NFS.
           DISPLAY "PAGAMENTOS DO MES......: " WS-CONT-PAGTOS.
           DISPLAY "PARCELAS ATE O MES.....: " WS-CONT-PARC-MES.
           IF CLIENTE-ACHADO
              DISPLAY "EXTRATO GERADO EM PROG53-001.EXT"
           END-IF.
