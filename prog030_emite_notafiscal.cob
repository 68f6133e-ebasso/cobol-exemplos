      *          unico), com o nome do produto buscado em FD-PRODUTOS,
      *          quantidade, preco unitario e subtotal do item, nas
      *          mascaras monetarias do padrao MOEDA.CPY, e o total
      *          geral da nota. A NF com entrega agendada (PROG115)
      *          traz a linha da entrega (data e janela) e o frete em
      *          linha propria: o frete cobrado na venda (PROG013) sai
      *          do subtotal do primeiro item, e o frete de entrega
      *          pedida depois da nota soma no total.
      *          Item de produto controlado por numero de serie traz
      *          logo abaixo os numeros vendidos na nota (PROG119).
      *          A nota de cliente identificado traz os pontos de
      *          fidelidade ganhos e resgatados nela e o saldo de
      *          pontos do cliente na emissao (PROG127).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DOC.

      * ENTREGAS AGENDADAS (PROG115), PARA O FRETE DA NOTA.
           SELECT FD-ENTREGAS ASSIGN TO "PROG115-ENT.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EN-NUMERO
                              ALTERNATE RECORD KEY IS EN-PEDIDO
                                 WITH DUPLICATES
                              ALTERNATE RECORD KEY IS EN-NF
                                 WITH DUPLICATES
                              ALTERNATE RECORD KEY IS EN-ROTA
                                 WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-ENT.

      * NUMEROS DE SERIE (PROG119), LIDOS PELA NF DA VENDA.
           SELECT FD-SERIES ASSIGN TO "PROG10-SERIE.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS SR-CHAVE
                              ALTERNATE RECORD KEY IS SR-SERIE
                                  WITH DUPLICATES
                              ALTERNATE RECORD KEY IS SR-NF
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-SER.

       DATA DIVISION.
       FILE SECTION.

           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-DOCNOTAS.
       01 REG-NF-DOC              PIC X(80).

       FD FD-ENTREGAS
          RECORD CONTAINS 110 CHARACTERS.
           COPY ENTREGA.CPY.

       FD FD-SERIES
          RECORD CONTAINS 101 CHARACTERS.
           COPY SERIE.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).
       77 WS-FILE-STATUS-DOC        PIC 9(02).
       77 WS-FILE-STATUS-ENT        PIC 9(02).
       77 WS-FILE-STATUS-SER        PIC 9(02).

      ************* PADRAO DE EDICAO MONETARIA ************
           COPY MOEDA.CPY.
       77 WS-VALOR-UNIT-EDT         PIC -Z(9)9.99.
       77 WS-NOME-PRODUTO           PIC X(10).

      ************* VARIAVEIS PARA O FRETE DA ENTREGA ************
      * WS-FRETE-A-ABATER = FRETE JA SOMADO NA PRIMEIRA LINHA DA NF
      * PELO PROG013; WS-FRETE-EXTRA = FRETE DE ENTREGA PEDIDA DEPOIS
      * DA NOTA, QUE AINDA NAO ESTA NO VALOR DAS LINHAS.
       77 WS-FRETE-NF               PIC 9(07)V9(02) VALUE ZERO.
       77 WS-FRETE-A-ABATER         PIC 9(07)V9(02) VALUE ZERO.
       77 WS-FRETE-EXTRA            PIC 9(07)V9(02) VALUE ZERO.
       77 WS-SUBTOTAL-EDT           PIC X(16).
       77 WS-FIM-ENTREGAS           PIC 9(01) VALUE ZERO.
       77 WS-ENTREGAS-OK            PIC 9(01) VALUE ZERO.
           88 ENTREGAS-OK           VALUE 1.

      ************* VARIAVEIS PARA OS PONTOS DE FIDELIDADE ************
           COPY FIDCTRL.CPY.
       77 WS-CLIENTE-NF             PIC 9(05) VALUE ZERO.
       77 WS-PONTOS-EDT             PIC ZZZ,ZZZ,ZZ9.

      ************* VARIAVEIS PARA OS NUMEROS DE SERIE ************
       77 WS-FIM-SERIES             PIC 9(01) VALUE ZERO.
       77 WS-SERIES-OK              PIC 9(01) VALUE ZERO.
           88 SERIES-OK             VALUE 1.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-EMITIDAS          PIC 9(05) VALUE ZERO.
              CLOSE FD-PRODUTOS
              CLOSE FD-REGVENDAS
              CLOSE FD-DOCNOTAS
              IF ENTREGAS-OK
                 CLOSE FD-ENTREGAS
              END-IF
              IF SERIES-OK
                 CLOSE FD-SERIES
              END-IF
           END-IF.

           STOP RUN.
              CLOSE FD-PRODUTOS
              CLOSE FD-REGVENDAS
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK
              PERFORM 00011-ABRE-ENTREGAS
              PERFORM 00014-ABRE-SERIES.

      * SEM O ARQUIVO DE ENTREGAS AS NOTAS SAEM SEM LINHA DE FRETE.
       00011-ABRE-ENTREGAS.
           MOVE 0 TO WS-FILE-STATUS-ENT.
           OPEN INPUT FD-ENTREGAS.
           IF WS-FILE-STATUS-ENT = 0
              MOVE 1 TO WS-ENTREGAS-OK.

      * SEM O ARQUIVO DE SERIES OS ITENS SAEM SEM NUMERO DE SERIE.
       00014-ABRE-SERIES.
           MOVE 0 TO WS-FILE-STATUS-SER.
           OPEN INPUT FD-SERIES.
           IF WS-FILE-STATUS-SER = 0
              MOVE 1 TO WS-SERIES-OK.

       00001-LER-REGVENDA.
           READ FD-REGVENDAS
       00008-ABRE-DOCUMENTO.
           ADD 1 TO WS-CONT-EMITIDAS.
           MOVE VN-NF TO WS-NF-CORRENTE.
           MOVE VN-CLIENTE TO WS-CLIENTE-NF.
           MOVE ZERO  TO WS-TOTAL-NF.
           MOVE ZERO  TO WS-TOTAL-ICMS-NF.
           MOVE ZERO  TO WS-FRETE-NF WS-FRETE-A-ABATER WS-FRETE-EXTRA.

           MOVE SPACES TO REG-NF-DOC.
           MOVE "==============================================="
              WRITE REG-NF-DOC
           END-IF.

           PERFORM 00012-BUSCA-ENTREGA.

      * NF CANCELADA PELO PROG074: O DOCUMENTO SAI COMO TERMO DE
      * CANCELAMENTO, REFERENCIANDO A NOTA ORIGINAL.
           IF VN-SITUACAO = "C"
              MOVE ZERO TO WS-VALOR-UNIT
           END-IF.

      * A PRIMEIRA LINHA DA NF TRAZ O FRETE COBRADO NA VENDA: O ITEM
      * SAI SEM ELE E O FRETE SAI NA LINHA PROPRIA DO FECHAMENTO.
           MOVE VN-VALOR-EDT TO WS-SUBTOTAL-EDT.
           IF WS-FRETE-A-ABATER > 0
              SUBTRACT WS-FRETE-A-ABATER FROM WS-VALOR-LINHA
              MOVE ZERO TO WS-FRETE-A-ABATER
              IF VN-QTD > 0
                 COMPUTE WS-VALOR-UNIT ROUNDED =
                         WS-VALOR-LINHA / VN-QTD
              END-IF
              MOVE WS-VALOR-LINHA TO WS-VALOR-MOEDA
              MOVE WS-VALOR-MOEDA TO WS-VALOR-MOEDA-EDT
              MOVE WS-VALOR-MOEDA-EDT TO WS-SUBTOTAL-EDT
           END-IF.

           MOVE WS-VALOR-UNIT TO WS-VALOR-UNIT-EDT.
           MOVE SPACES TO REG-NF-DOC.
           STRING WS-NOME-PRODUTO   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-VALOR-UNIT-EDT DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SUBTOTAL-EDT   DELIMITED BY SIZE
                  INTO REG-NF-DOC.
           WRITE REG-NF-DOC.
           PERFORM 00013-SERIES-DO-ITEM.

       00009-FECHA-DOCUMENTO.
           IF WS-NF-CORRENTE > 0
              IF WS-FRETE-NF > 0
                 ADD WS-FRETE-EXTRA TO WS-TOTAL-NF
                 MOVE WS-FRETE-NF TO WS-VALOR-MOEDA
                 MOVE WS-VALOR-MOEDA TO WS-VALOR-MOEDA-EDT
                 MOVE SPACES TO REG-NF-DOC
                 STRING "FRETE DA ENTREGA:" DELIMITED BY SIZE
                        WS-VALOR-MOEDA-EDT  DELIMITED BY SIZE
                        INTO REG-NF-DOC
                 WRITE REG-NF-DOC
              END-IF
      * LINHA DE IMPOSTO: BASE DE CALCULO (O VALOR DA NOTA) E O
      * ICMS ACUMULADO DOS ITENS.
              MOVE WS-TOTAL-NF TO WS-VALOR-MOEDA
                     WS-VALOR-MOEDA-EDT DELIMITED BY SIZE
                     INTO REG-NF-DOC
              WRITE REG-NF-DOC
              IF WS-CLIENTE-NF > 0
                 PERFORM 00015-PONTOS-DA-NOTA
              END-IF
              MOVE SPACES TO REG-NF-DOC
              WRITE REG-NF-DOC
              MOVE ZERO TO WS-NF-CORRENTE
           END-IF.

      ******************************************************************
      * ENTREGA DA NF: PROCURA PELA CHAVE ALTERNADA EN-NF E IMPRIME
      * O NUMERO, A DATA E A JANELA DA ENTREGA NO CABECALHO. O FRETE
      * GUARDADO AQUI SAI NO FECHAMENTO DO DOCUMENTO.
      ******************************************************************
       00012-BUSCA-ENTREGA.
           IF ENTREGAS-OK
              MOVE 0 TO WS-FIM-ENTREGAS
              MOVE VN-NF TO EN-NF
              START FD-ENTREGAS KEY IS EQUAL TO EN-NF
                    INVALID KEY
                       MOVE 1 TO WS-FIM-ENTREGAS
              END-START
              IF WS-FIM-ENTREGAS = 0
                 READ FD-ENTREGAS NEXT RECORD
                      AT END
                         MOVE 1 TO WS-FIM-ENTREGAS
                 END-READ
              END-IF
              IF WS-FIM-ENTREGAS = 0 AND EN-NF = VN-NF
                 PERFORM 00012-A-LINHA-ENTREGA
              END-IF
           END-IF.

       00012-A-LINHA-ENTREGA.
           MOVE EN-FRETE TO WS-FRETE-NF.
           IF EN-FRETE-NA-VENDA
              MOVE EN-FRETE TO WS-FRETE-A-ABATER
           ELSE
              MOVE EN-FRETE TO WS-FRETE-EXTRA
           END-IF.
           MOVE SPACES TO REG-NF-DOC.
           STRING "ENTREGA "        DELIMITED BY SIZE
                  EN-NUMERO         DELIMITED BY SIZE
                  " EM "            DELIMITED BY SIZE
                  EN-DATA-ENTREGA   DELIMITED BY SIZE
                  " DAS "           DELIMITED BY SIZE
                  EN-HORA-INICIO    DELIMITED BY SIZE
                  " AS "            DELIMITED BY SIZE
                  EN-HORA-FIM       DELIMITED BY SIZE
                  " ENDERECO "      DELIMITED BY SIZE
                  EN-SEQ-END        DELIMITED BY SIZE
                  INTO REG-NF-DOC.
           WRITE REG-NF-DOC.

      ******************************************************************
      * NUMEROS DE SERIE DO ITEM: PROCURA PELA CHAVE ALTERNADA SR-NF
      * E IMPRIME, ABAIXO DA LINHA DO ITEM, OS NUMEROS DESTA LOJA E
      * DESTE PID VENDIDOS NA NF.
      ******************************************************************
       00013-SERIES-DO-ITEM.
           IF SERIES-OK
              MOVE 0 TO WS-FIM-SERIES
              MOVE VN-NF TO SR-NF
              START FD-SERIES KEY IS EQUAL TO SR-NF
                    INVALID KEY
                       MOVE 1 TO WS-FIM-SERIES
              END-START
              IF WS-FIM-SERIES = 0
                 PERFORM 00013-A-LER-SERIE
              END-IF
              PERFORM 00013-B-LINHA-SERIE UNTIL WS-FIM-SERIES = 1
           END-IF.

       00013-A-LER-SERIE.
           READ FD-SERIES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-SERIES
                NOT AT END
                   IF SR-NF NOT = VN-NF
                      MOVE 1 TO WS-FIM-SERIES
                   END-IF
           END-READ.

       00013-B-LINHA-SERIE.
           IF SR-LOJA = WS-LOJA-NUM AND SR-PID = VN-PID
              MOVE SPACES TO REG-NF-DOC
              STRING "  SERIE "        DELIMITED BY SIZE
                     SR-SERIE          DELIMITED BY SIZE
                     INTO REG-NF-DOC
              WRITE REG-NF-DOC
           END-IF.
           PERFORM 00013-A-LER-SERIE.

      ******************************************************************
      * PONTOS DE FIDELIDADE DO CLIENTE DA NOTA (PROG127): OS GANHOS
      * E OS RESGATADOS NAS LINHAS DA NF, QUANDO HOUVER, E O SALDO
      * VALIDO DO CLIENTE NA DATA DA EMISSAO DO DOCUMENTO.
      ******************************************************************
       00015-PONTOS-DA-NOTA.
           MOVE "N"            TO FP-FUNCAO.
           MOVE WS-CLIENTE-NF  TO FP-CLIENTE.
           MOVE WS-NF-CORRENTE TO FP-NF.
           CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE.
           IF FP-RESULTADO = 1 AND FP-PONTOS-GANHOS > 0
              MOVE FP-PONTOS-GANHOS TO WS-PONTOS-EDT
              MOVE SPACES TO REG-NF-DOC
              STRING "PONTOS GANHOS NA NOTA....: " DELIMITED BY SIZE
                     WS-PONTOS-EDT                 DELIMITED BY SIZE
                     INTO REG-NF-DOC
              WRITE REG-NF-DOC
           END-IF.
           IF FP-RESULTADO = 1 AND FP-PONTOS-RESGATADOS > 0
              MOVE FP-PONTOS-RESGATADOS TO WS-PONTOS-EDT
              MOVE SPACES TO REG-NF-DOC
              STRING "PONTOS RESGATADOS NA NOTA: " DELIMITED BY SIZE
                     WS-PONTOS-EDT                 DELIMITED BY SIZE
                     INTO REG-NF-DOC
              WRITE REG-NF-DOC
           END-IF.
           MOVE "C"            TO FP-FUNCAO.
           ACCEPT FP-DATA FROM DATE YYYYMMDD.
           CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE.
           IF FP-RESULTADO = 1
              MOVE FP-SALDO TO WS-PONTOS-EDT
              MOVE SPACES TO REG-NF-DOC
              STRING "SALDO DE PONTOS DO CLIENTE: " DELIMITED BY SIZE
                     WS-PONTOS-EDT                  DELIMITED BY SIZE
                     INTO REG-NF-DOC
              WRITE REG-NF-DOC
           END-IF.

       00003-RODAPE.
           DISPLAY " ".
           DISPLAY "==== EMISSAO DE NOTAS FISCAIS ====".
