      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Pontos de Fidelidade
      *          Subprograma reutilizavel que mantem o extrato de
      *          pontos de fidelidade dos clientes identificados em
      *          PROG127-PONTOS.DAT (FIDELID.CPY): credita os pontos
      *          de cada linha de NF do PROG013 pelo valor gasto, com
      *          o multiplicador da categoria do produto
      *          (PROG127-MULT.DAT; categoria fora do arquivo vale
      *          1), resgata pontos como desconto na venda, estorna
      *          os pontos da linha devolvida (PROG026) ou cancelada
      *          (PROG074) e informa o saldo (PROG029, PROG030) e os
      *          pontos de uma NF. PROG127-PARM.DAT traz quanto o
      *          cliente gasta para ganhar um ponto e quanto vale um
      *          ponto no resgate; sem o arquivo, 1 ponto por 1,00
      *          gasto e 0,01 por ponto resgatado. O ponto vale 12
      *          meses a partir do lancamento; vencido, sai do saldo
      *          (o passivo do mes e o relatorio do PROG128). A
      *          numeracao dos lancamentos continua de PROG127-FL.KEY.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog127_fidelidade -std=default -I copybooks prog127_fidelidade.cob && ./bin/prog127_fidelidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG127-FIDELIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * EXTRATO DE PONTOS, POR CLIENTE + NUMERO DO LANCAMENTO.
           SELECT FD-FIDELIDADE ASSIGN TO "PROG127-PONTOS.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FL-CHAVE
                              ALTERNATE RECORD KEY IS FL-NF
                                 WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-FID.

      * VALOR GASTO POR PONTO E VALOR DO PONTO NO RESGATE.
           SELECT FD-PARAMETROS ASSIGN TO "PROG127-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * MULTIPLICADOR DE PONTOS POR CATEGORIA DE PRODUTO.
           SELECT FD-MULTIPLICADORES ASSIGN TO "PROG127-MULT.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-MUL.

      * ARMAZENA O ULTIMO NUMERO DE LANCAMENTO GRAVADO.
           SELECT FD-FIDEL-KEY ASSIGN TO "PROG127-FL.KEY"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD FD-FIDELIDADE
          RECORD CONTAINS 79 CHARACTERS.
           COPY FIDELID.CPY.

       FD FD-PARAMETROS
          RECORD CONTAINS 14 CHARACTERS.
       01 REG-PARAMETROS.
           02 LP-VALOR-POR-PONTO  PIC 9(05)V9(02).
           02 LP-VALOR-PONTO      PIC 9(03)V9(04).

       FD FD-MULTIPLICADORES
          RECORD CONTAINS 7 CHARACTERS.
       01 REG-MULTIPLICADOR.
           02 LM-CATEGORIA        PIC X(03).
           02 LM-FATOR            PIC 9(02)V9(02).

       FD FD-FIDEL-KEY.
       01 REGISTRO-FL-KEY         PIC 9(10).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-FID        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-MUL        PIC 9(02).
       77 WS-FILE-STATUS-KEY        PIC 9(02).

      ************* PARAMETROS EFETIVOS DOS PONTOS ************
      * CARREGADOS NA PRIMEIRA CHAMADA E MANTIDOS ENTRE AS CHAMADAS.
       77 WS-VALOR-POR-PONTO        PIC 9(05)V9(02) VALUE 1.
       77 WS-VALOR-PONTO            PIC 9(03)V9(04) VALUE 0.01.
       77 WS-PARAMETROS-LIDOS       PIC 9(01) VALUE ZERO.
           88 PARAMETROS-LIDOS      VALUE 1.

      ************ TABELA DE MULTIPLICADORES POR CATEGORIA ***********
       01 TAB-MULTIPLICADORES.
          02 MULTIPLICADOR-ITEM OCCURS 50 TIMES.
             03 MT-CATEGORIA    PIC X(03).
             03 MT-FATOR        PIC 9(02)V9(02).

       77 WS-QTD-MULTIPLICADORES    PIC 9(02) VALUE ZERO.
       77 WS-IDX-MULT               PIC 9(02) VALUE ZERO.
       77 WS-MULTIPLICADOR          PIC 9(02)V9(02) VALUE ZERO.
       77 WS-FIM-MULTIPLICADORES    PIC 9(01) VALUE ZERO.
           88 FIM-DOS-MULTIPLICADORES VALUE 1.

      ************ LANCAMENTOS DA LINHA A ESTORNAR ***********
       01 TAB-LANCTOS-LINHA.
          02 LANCTO-LINHA-ITEM OCCURS 20 TIMES.
             03 LN-CHAVE        PIC X(15).

       77 WS-QTD-LANCTOS            PIC 9(02) VALUE ZERO.
       77 WS-IDX-LANCTO             PIC 9(02) VALUE ZERO.

      ************* VARIAVEIS PARA OS LANCAMENTOS ************
       77 WS-ULTIMO-FL              PIC 9(10) VALUE ZERO.
       77 WS-FIM-LANCTOS            PIC 9(01) VALUE ZERO.
           88 FIM-DOS-LANCTOS       VALUE 1.
       77 WS-A-CONSUMIR             PIC 9(09) VALUE ZERO.
       77 WS-PARCELA                PIC 9(09) VALUE ZERO.
       77 WS-PONTOS-LINHA           PIC 9(09) VALUE ZERO.

       LINKAGE SECTION.
           COPY FIDCTRL.CPY
               REPLACING ==WS-FIDELIDADE== BY ==LK-FIDELIDADE==.

       PROCEDURE DIVISION USING LK-FIDELIDADE.
       MAIN-PROCEDURE.
           MOVE 1 TO FP-RESULTADO.
           MOVE ZERO TO FP-SALDO FP-PONTOS-DEVOLVIDOS
                        FP-PONTOS-FALTANTES FP-PONTOS-GANHOS
                        FP-PONTOS-RESGATADOS.
           IF NOT PARAMETROS-LIDOS
              PERFORM 00001-CARREGA-PARAMETROS
           END-IF.
           MOVE WS-VALOR-PONTO TO FP-VALOR-PONTO.

           PERFORM 00002-ABRE-PONTOS.
           IF FP-RESULTADO NOT = 9
              EVALUATE FP-FUNCAO
                 WHEN "C" PERFORM 00003-CONSULTA-SALDO
                 WHEN "G" PERFORM 00004-CREDITA-PONTOS
                 WHEN "R" PERFORM 00005-RESGATA-PONTOS
                 WHEN "E" PERFORM 00006-ESTORNA-LINHA
                 WHEN "N" PERFORM 00007-PONTOS-DA-NF
                 WHEN OTHER
                    MOVE 9 TO FP-RESULTADO
                    DISPLAY "-- FUNCAO DE FIDELIDADE INVALIDA --> "
                            FP-FUNCAO
              END-EVALUATE
              CLOSE FD-FIDELIDADE
           END-IF.
           GOBACK.

       00001-CARREGA-PARAMETROS.
           MOVE 1 TO WS-PARAMETROS-LIDOS.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              READ FD-PARAMETROS
                   AT END
                      DISPLAY "-- PARAMETROS DE PONTOS VAZIOS, VALE O "
                              "PADRAO"
                   NOT AT END
                      IF LP-VALOR-POR-PONTO NUMERIC
                         AND LP-VALOR-POR-PONTO > 0
                         MOVE LP-VALOR-POR-PONTO TO WS-VALOR-POR-PONTO
                      END-IF
                      IF LP-VALOR-PONTO NUMERIC
                         AND LP-VALOR-PONTO > 0
                         MOVE LP-VALOR-PONTO TO WS-VALOR-PONTO
                      END-IF
              END-READ
              CLOSE FD-PARAMETROS
           END-IF.

           MOVE 0 TO WS-QTD-MULTIPLICADORES.
           MOVE 0 TO WS-FIM-MULTIPLICADORES.
           MOVE 0 TO WS-FILE-STATUS-MUL.
           OPEN INPUT FD-MULTIPLICADORES.
           IF WS-FILE-STATUS-MUL = 0
              PERFORM 00001-A-LER-MULTIPLICADOR
              PERFORM 00001-B-GUARDA-MULTIPLICADOR
                  UNTIL FIM-DOS-MULTIPLICADORES
              CLOSE FD-MULTIPLICADORES
           END-IF.

       00001-A-LER-MULTIPLICADOR.
           READ FD-MULTIPLICADORES
                AT END
                   MOVE 1 TO WS-FIM-MULTIPLICADORES.

       00001-B-GUARDA-MULTIPLICADOR.
           IF WS-QTD-MULTIPLICADORES = 50
              DISPLAY "-- TABELA DE MULTIPLICADORES CHEIA, RESTANTES "
                      "IGNORADOS"
              MOVE 1 TO WS-FIM-MULTIPLICADORES
           ELSE
              IF LM-FATOR NUMERIC
                 ADD 1 TO WS-QTD-MULTIPLICADORES
                 MOVE LM-CATEGORIA
                   TO MT-CATEGORIA(WS-QTD-MULTIPLICADORES)
                 MOVE LM-FATOR
                   TO MT-FATOR(WS-QTD-MULTIPLICADORES)
              END-IF
              PERFORM 00001-A-LER-MULTIPLICADOR
           END-IF.

       00002-ABRE-PONTOS.
           MOVE 0 TO WS-FILE-STATUS-FID.
           OPEN I-O FD-FIDELIDADE.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-FIDELIDADE
              CLOSE FD-FIDELIDADE
              MOVE 0 TO WS-FILE-STATUS-FID
              OPEN I-O FD-FIDELIDADE
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR PONTOS DE FIDELIDADE -->"
                      WS-FILE-STATUS-FID
              MOVE 9 TO FP-RESULTADO.

      ******************************************************************
      * SALDO VALIDO: SOMA O QUE RESTA DOS LANCAMENTOS G E V DO
      * CLIENTE AINDA DENTRO DA VALIDADE NA DATA INFORMADA.
      ******************************************************************
       00003-CONSULTA-SALDO.
           MOVE ZERO TO FP-SALDO.
           MOVE 0 TO WS-FIM-LANCTOS.
           MOVE FP-CLIENTE TO FL-CLIENTE.
           MOVE ZERO       TO FL-NUMERO.
           START FD-FIDELIDADE KEY IS NOT LESS THAN FL-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-LANCTOS
           END-START.
           PERFORM 00003-A-SOMA-SALDO UNTIL FIM-DOS-LANCTOS.

       00003-A-SOMA-SALDO.
           READ FD-FIDELIDADE NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LANCTOS
                NOT AT END
                   IF FL-CLIENTE NOT = FP-CLIENTE
                      MOVE 1 TO WS-FIM-LANCTOS
                   ELSE
                      IF FL-TEM-SALDO
                         AND FL-DATA-VALIDADE NOT < FP-DATA
                         ADD FL-SALDO TO FP-SALDO
                      END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * GANHO: PONTOS = VALOR GASTO X MULTIPLICADOR DA CATEGORIA /
      * VALOR GASTO POR PONTO, SEM FRACAO. VALEM 12 MESES, ATE O
      * MESMO DIA DO ANO SEGUINTE.
      ******************************************************************
       00004-CREDITA-PONTOS.
           MOVE ZERO TO FP-PONTOS.
           PERFORM 00008-ACHA-MULTIPLICADOR.
           COMPUTE FP-PONTOS =
                   FP-VALOR * WS-MULTIPLICADOR / WS-VALOR-POR-PONTO.
           IF FP-PONTOS > 0
              MOVE "G"       TO FL-TIPO
              MOVE FP-PONTOS TO FL-PONTOS
              MOVE FP-PONTOS TO FL-SALDO
              COMPUTE FL-DATA-VALIDADE = FP-DATA + 10000
              PERFORM 00009-GRAVA-LANCAMENTO
           END-IF.

      ******************************************************************
      * RESGATE: SO COM SALDO VALIDO QUE COBRE OS PONTOS PEDIDOS. O
      * RESGATE CONSOME PRIMEIRO OS PONTOS MAIS ANTIGOS (QUE VENCEM
      * ANTES) E FICA REGISTRADO COMO LANCAMENTO R DA LINHA DA NF.
      ******************************************************************
       00005-RESGATA-PONTOS.
           PERFORM 00003-CONSULTA-SALDO.
           IF FP-PONTOS > FP-SALDO
              MOVE 4 TO FP-RESULTADO
           ELSE
           IF FP-PONTOS > 0
              MOVE FP-PONTOS TO WS-A-CONSUMIR
              PERFORM 00010-CONSOME-SALDO
              MOVE "R"       TO FL-TIPO
              MOVE FP-PONTOS TO FL-PONTOS
              MOVE ZERO      TO FL-SALDO
              MOVE ZERO      TO FL-DATA-VALIDADE
              PERFORM 00009-GRAVA-LANCAMENTO
              SUBTRACT FP-PONTOS FROM FP-SALDO.

      ******************************************************************
      * ESTORNO DA LINHA NF + PID (DEVOLUCAO OU CANCELAMENTO), NA
      * PROPORCAO DA QUANTIDADE DEVOLVIDA: OS PONTOS GANHOS NA LINHA
      * SAEM DO SALDO (O QUE JA FOI GASTO SAI DOS OUTROS PONTOS DO
      * CLIENTE; SEM SALDO, FICA APONTADO EM FP-PONTOS-FALTANTES) E
      * OS PONTOS RESGATADOS NA LINHA VOLTAM AO SALDO, COM NOVOS 12
      * MESES DE VALIDADE.
      ******************************************************************
       00006-ESTORNA-LINHA.
           MOVE ZERO TO FP-PONTOS.
           IF FP-QTD-TOTAL = 0
              MOVE 1 TO FP-QTD FP-QTD-TOTAL
           END-IF.
           IF FP-QTD > FP-QTD-TOTAL
              MOVE FP-QTD-TOTAL TO FP-QTD
           END-IF.

           PERFORM 00006-A-JUNTA-LANCAMENTOS.
           IF WS-QTD-LANCTOS = 0
              MOVE 2 TO FP-RESULTADO
           ELSE
              MOVE 1 TO WS-IDX-LANCTO
              PERFORM 00006-C-ESTORNA-LANCAMENTO
                  UNTIL WS-IDX-LANCTO > WS-QTD-LANCTOS
              IF FP-PONTOS > 0
                 MOVE "E"       TO FL-TIPO
                 MOVE FP-PONTOS TO FL-PONTOS
                 MOVE ZERO      TO FL-SALDO
                 MOVE ZERO      TO FL-DATA-VALIDADE
                 PERFORM 00009-GRAVA-LANCAMENTO
              END-IF
              IF FP-PONTOS-DEVOLVIDOS > 0
                 MOVE "V"                  TO FL-TIPO
                 MOVE FP-PONTOS-DEVOLVIDOS TO FL-PONTOS
                 MOVE FP-PONTOS-DEVOLVIDOS TO FL-SALDO
                 COMPUTE FL-DATA-VALIDADE = FP-DATA + 10000
                 PERFORM 00009-GRAVA-LANCAMENTO
              END-IF
           END-IF.

      * JUNTA AS CHAVES DOS LANCAMENTOS G E R DA LINHA PELA CHAVE
      * ALTERNADA FL-NF, ANTES DE REGRAVAR QUALQUER UM DELES.
       00006-A-JUNTA-LANCAMENTOS.
           MOVE 0 TO WS-QTD-LANCTOS.
           MOVE 0 TO WS-FIM-LANCTOS.
           MOVE FP-NF TO FL-NF.
           START FD-FIDELIDADE KEY IS EQUAL TO FL-NF
                 INVALID KEY
                    MOVE 1 TO WS-FIM-LANCTOS
           END-START.
           PERFORM 00006-B-LER-LANCAMENTO-NF UNTIL FIM-DOS-LANCTOS.

       00006-B-LER-LANCAMENTO-NF.
           READ FD-FIDELIDADE NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LANCTOS
                NOT AT END
                   IF FL-NF NOT = FP-NF
                      MOVE 1 TO WS-FIM-LANCTOS
                   ELSE
                      IF FL-CLIENTE = FP-CLIENTE AND FL-PID = FP-PID
                         AND (FL-GANHO OR FL-RESGATE)
                         AND WS-QTD-LANCTOS < 20
                         ADD 1 TO WS-QTD-LANCTOS
                         MOVE FL-CHAVE TO LN-CHAVE(WS-QTD-LANCTOS)
                      END-IF
                   END-IF
           END-READ.

       00006-C-ESTORNA-LANCAMENTO.
           MOVE LN-CHAVE(WS-IDX-LANCTO) TO FL-CHAVE.
           READ FD-FIDELIDADE RECORD KEY FL-CHAVE
                INVALID KEY
                   MOVE 9 TO FP-RESULTADO
                NOT INVALID KEY
                   PERFORM 00006-D-APLICA-ESTORNO
           END-READ.
           ADD 1 TO WS-IDX-LANCTO.

       00006-D-APLICA-ESTORNO.
           COMPUTE WS-PONTOS-LINHA ROUNDED =
                   FL-PONTOS * FP-QTD / FP-QTD-TOTAL.
           IF WS-PONTOS-LINHA > FL-PONTOS - FL-ESTORNADOS
              COMPUTE WS-PONTOS-LINHA = FL-PONTOS - FL-ESTORNADOS
           END-IF.
           ADD WS-PONTOS-LINHA TO FL-ESTORNADOS.
           MOVE ZERO TO WS-A-CONSUMIR.
           IF FL-GANHO
              IF FL-SALDO > WS-PONTOS-LINHA
                 MOVE WS-PONTOS-LINHA TO WS-PARCELA
              ELSE
                 MOVE FL-SALDO TO WS-PARCELA
              END-IF
              SUBTRACT WS-PARCELA FROM FL-SALDO
              COMPUTE WS-A-CONSUMIR = WS-PONTOS-LINHA - WS-PARCELA
              ADD WS-PONTOS-LINHA TO FP-PONTOS
           ELSE
              ADD WS-PONTOS-LINHA TO FP-PONTOS-DEVOLVIDOS
           END-IF.
           REWRITE REG-FIDELIDADE
               INVALID KEY
                  MOVE 9 TO FP-RESULTADO
                  DISPLAY "-- ERRO AO ESTORNAR PONTOS DA NF " FP-NF
           END-REWRITE.
      * PONTOS DA LINHA JA GASTOS: SAEM DO RESTANTE DO SALDO.
           IF WS-A-CONSUMIR > 0
              PERFORM 00010-CONSOME-SALDO
              ADD WS-A-CONSUMIR TO FP-PONTOS-FALTANTES
              SUBTRACT WS-A-CONSUMIR FROM FP-PONTOS
           END-IF.

      ******************************************************************
      * PONTOS GANHOS E RESGATADOS NAS LINHAS DE UMA NF.
      ******************************************************************
       00007-PONTOS-DA-NF.
           MOVE 0 TO WS-FIM-LANCTOS.
           MOVE FP-NF TO FL-NF.
           START FD-FIDELIDADE KEY IS EQUAL TO FL-NF
                 INVALID KEY
                    MOVE 1 TO WS-FIM-LANCTOS
           END-START.
           PERFORM 00007-A-SOMA-PONTOS-NF UNTIL FIM-DOS-LANCTOS.

       00007-A-SOMA-PONTOS-NF.
           READ FD-FIDELIDADE NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LANCTOS
                NOT AT END
                   IF FL-NF NOT = FP-NF
                      MOVE 1 TO WS-FIM-LANCTOS
                   ELSE
                      IF FL-GANHO
                         ADD FL-PONTOS TO FP-PONTOS-GANHOS
                      END-IF
                      IF FL-RESGATE
                         ADD FL-PONTOS TO FP-PONTOS-RESGATADOS
                      END-IF
                   END-IF
           END-READ.

       00008-ACHA-MULTIPLICADOR.
           MOVE 1 TO WS-MULTIPLICADOR.
           MOVE 1 TO WS-IDX-MULT.
           PERFORM 00008-A-PROCURA-MULTIPLICADOR
               UNTIL WS-IDX-MULT > WS-QTD-MULTIPLICADORES.

       00008-A-PROCURA-MULTIPLICADOR.
           IF MT-CATEGORIA(WS-IDX-MULT) = FP-CATEGORIA
              MOVE MT-FATOR(WS-IDX-MULT) TO WS-MULTIPLICADOR
              MOVE WS-QTD-MULTIPLICADORES TO WS-IDX-MULT
           END-IF.
           ADD 1 TO WS-IDX-MULT.

      ******************************************************************
      * GRAVA O LANCAMENTO MONTADO PELO CHAMADOR (TIPO, PONTOS, SALDO
      * E VALIDADE) COM O PROXIMO NUMERO DE PROG127-FL.KEY. A CHAVE E
      * REGRAVADA A CADA LANCAMENTO, PARA A NUMERACAO NAO SE REPETIR
      * ENTRE CHAMADORES.
      ******************************************************************
       00009-GRAVA-LANCAMENTO.
           MOVE 0 TO WS-FILE-STATUS-KEY.
           OPEN INPUT FD-FIDEL-KEY.
           IF WS-FILE-STATUS-KEY = 0
              READ FD-FIDEL-KEY INTO WS-ULTIMO-FL
              CLOSE FD-FIDEL-KEY
           ELSE
              MOVE 0 TO WS-ULTIMO-FL
           END-IF.
           ADD 1 TO WS-ULTIMO-FL.

           MOVE FP-CLIENTE    TO FL-CLIENTE.
           MOVE WS-ULTIMO-FL  TO FL-NUMERO.
           MOVE FP-DATA       TO FL-DATA.
           MOVE FP-NF         TO FL-NF.
           MOVE FP-PID        TO FL-PID.
           MOVE ZERO          TO FL-ESTORNADOS.
           WRITE REG-FIDELIDADE
               INVALID KEY
                  MOVE 9 TO FP-RESULTADO
                  DISPLAY "-- LANCAMENTO DE PONTOS " WS-ULTIMO-FL
                          " JA EXISTE, CONFERIR PROG127-FL.KEY"
               NOT INVALID KEY
                  PERFORM 00009-A-GRAVA-ULTIMO-FL
           END-WRITE.

       00009-A-GRAVA-ULTIMO-FL.
           MOVE 0 TO WS-FILE-STATUS-KEY.
           OPEN OUTPUT FD-FIDEL-KEY.
           IF WS-FILE-STATUS-KEY = 0
              WRITE REGISTRO-FL-KEY FROM WS-ULTIMO-FL
              CLOSE FD-FIDEL-KEY
           ELSE
              DISPLAY "-- ERRO AO GRAVAR ARQUIVO DE PONTOS -->"
                      WS-FILE-STATUS-KEY.

      ******************************************************************
      * CONSOME WS-A-CONSUMIR PONTOS DO SALDO VALIDO DO CLIENTE, DO
      * LANCAMENTO MAIS ANTIGO PARA O MAIS NOVO. O QUE NAO COUBER NO
      * SALDO FICA EM WS-A-CONSUMIR.
      ******************************************************************
       00010-CONSOME-SALDO.
           MOVE 0 TO WS-FIM-LANCTOS.
           MOVE FP-CLIENTE TO FL-CLIENTE.
           MOVE ZERO       TO FL-NUMERO.
           START FD-FIDELIDADE KEY IS NOT LESS THAN FL-CHAVE
                 INVALID KEY
                    MOVE 1 TO WS-FIM-LANCTOS
           END-START.
           PERFORM 00010-A-CONSOME-LANCAMENTO
               UNTIL FIM-DOS-LANCTOS OR WS-A-CONSUMIR = 0.

       00010-A-CONSOME-LANCAMENTO.
           READ FD-FIDELIDADE NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LANCTOS
                NOT AT END
                   IF FL-CLIENTE NOT = FP-CLIENTE
                      MOVE 1 TO WS-FIM-LANCTOS
                   ELSE
                      IF FL-TEM-SALDO AND FL-SALDO > 0
                         AND FL-DATA-VALIDADE NOT < FP-DATA
                         PERFORM 00010-B-BAIXA-LANCAMENTO
                      END-IF
                   END-IF
           END-READ.

       00010-B-BAIXA-LANCAMENTO.
           IF FL-SALDO > WS-A-CONSUMIR
              MOVE WS-A-CONSUMIR TO WS-PARCELA
           ELSE
              MOVE FL-SALDO TO WS-PARCELA
           END-IF.
           SUBTRACT WS-PARCELA FROM FL-SALDO WS-A-CONSUMIR.
           REWRITE REG-FIDELIDADE
               INVALID KEY
                  MOVE 9 TO FP-RESULTADO
                  DISPLAY "-- ERRO AO BAIXAR PONTOS DO CLIENTE "
                          FP-CLIENTE
           END-REWRITE.

       END PROGRAM PROG127-FIDELIDADE.
