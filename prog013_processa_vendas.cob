      *          vendida), baixa RP-QTD via REWRITE e grava o valor
      *          da venda em um registro de vendas, para dar baixa no
      *          estoque sem precisar passar pedido a pedido no menu
      *          interativo do PROG007_LOJA. A venda a prazo gera
      *          as parcelas do crediario da NF (PROG094). A venda
      *          paga com vale-troca resgata o saldo do vale
      *          (PROG097). A linha pode trazer o EAN lido no caixa
      *          em vez do PID: o PROG107 converte no PID e o fator
      *          da embalagem multiplica a quantidade. A linha gerada
      *          de um orcamento aceito (PROG110) traz o preco
      *          unitario congelado na cotacao, que prevalece sobre o
      *          catalogo, o contrato e a promocao. A venda so
      *          conta com o estoque disponivel (RP-QTD menos as
      *          reservas dos pedidos em aberto, PROG112); a linha de
      *          um pedido usa a propria reserva e, faturada, consome
      *          a reserva do pedido. O frete da entrega agendada
      *          para o pedido (PROG115) entra no valor da primeira
      *          linha faturada da NF do pedido, e a entrega fica
      *          ligada a essa NF. Produto controlado por numero de
      *          serie sai com o numero lido no caixa ou, sem ele,
      *          com os primeiros numeros em estoque, que ficam
      *          ligados a NF e ao cliente (PROG119). As unidades
      *          que saem de lote remarcado por validade (PROG123)
      *          saem pelo desconto do lote quando ele e maior que o
      *          da promocao, e cada lote remarcado consumido fica
      *          em PROG13-REMARCA.DAT para o PROG124; lote a
      *          retirar nao e mais consumido pela venda.
      *          Produto descontinuado (PROG125) vende so o estoque
      *          que sobrou: com o estoque zerado, ou sem estoque
      *          bastante, a linha e recusada com o motivo RJ-07 em
      *          vez de virar backorder.
      *          O cliente identificado ganha pontos de fidelidade em
      *          cada linha faturada, pelo valor gasto e pelo
      *          multiplicador da categoria, e pode resgatar pontos
      *          como desconto na linha (VD-PONTOS, PROG127).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS LT-CHAVE
                              FILE STATUS WS-FILE-STATUS-LOT.

      * VENDAS DE LOTE REMARCADO POR VALIDADE (PROG123), UMA LINHA
      * POR LOTE REMARCADO CONSUMIDO.
           SELECT FD-VENDAS-REMARCA ASSIGN TO "PROG13-REMARCA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VRM.

      * TABELA DE PRECOS CONTRATADOS POR CLIENTE + PID: PRECO FIXO
      * NEGOCIADO, SEM VENCIMENTO, QUE PREVALECE SOBRE O PRECO DE
      * CATALOGO E SOBRE A PROMOCAO.
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CHK.

      * ENTREGAS AGENDADAS (PROG115), PARA COBRAR O FRETE DO PEDIDO.
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

       DATA DIVISION.
       FILE SECTION.

           COPY PRODUTO.CPY.

       FD FD-VENDAS
          RECORD CONTAINS 113 CHARACTERS.
      *    VD-CLIENTE = 0 QUANDO A VENDA E DE BALCAO, SEM CLIENTE
      *    IDENTIFICADO (SEM CONTROLE DE CREDITO).
      *    VD-VENDEDOR = 0 QUANDO A VENDA NAO TEM VENDEDOR (NAO
      *    ENTRA NO CALCULO DE COMISSAO DO PROG055).
      *    VD-PEDIDO = 0 PARA VENDA AVULSA; LINHAS CONSECUTIVAS COM
      *    O MESMO PEDIDO SAEM SOB UMA UNICA NF.
      *    VD-PAGAMENTO: D = DINHEIRO, C = CARTAO, P = A PRAZO,
      *    V = VALE-TROCA.
      *    VD-PARCELAS: QUANTIDADE DE PARCELAS DA VENDA A PRAZO, UM
      *    DOS PLANOS DE PLANOS.DAT (0 OU 1 = PARCELA UNICA).
      *    VD-AUTORIZACAO: CODIGO DE AUTORIZACAO DA VENDA EM CARTAO.
      *    VD-VALE: NUMERO DO VALE-TROCA DA VENDA PAGA COM VALE.
      *    VD-EAN: CODIGO DE BARRAS LIDO NO CAIXA. QUANDO PREENCHIDO
      *    PREVALECE SOBRE O VD-PID; VD-QTD E EM EMBALAGENS DO EAN.
      *    VD-PRECO-COTADO: PRECO UNITARIO DO ORCAMENTO CONVERTIDO EM
      *    PEDIDO (PROG110); ZERO OU EM BRANCO = PRECO DO DIA.
      *    VD-SERIE: NUMERO DE SERIE LIDO NO CAIXA, SO PARA PRODUTO
      *    CONTROLADO POR SERIE E COM VD-QTD = 1; EM BRANCO, A VENDA
      *    LEVA OS PRIMEIROS NUMEROS EM ESTOQUE DO PID.
      *    VD-PONTOS: PONTOS DE FIDELIDADE QUE O CLIENTE RESGATA COMO
      *    DESCONTO NA LINHA (SO COM VD-CLIENTE); ZERO OU EM BRANCO =
      *    SEM RESGATE.
       01 REG-VENDA.
           02 VD-PID              PIC 9(10).
           02 VD-QTD              PIC 9(10)V9(02).
           02 VD-VENDEDOR         PIC 9(05).
           02 VD-PEDIDO           PIC 9(10).
           02 VD-PAGAMENTO        PIC X(01).
           02 VD-PARCELAS         PIC 9(02).
           02 VD-AUTORIZACAO      PIC X(06).
           02 VD-VALE             PIC 9(10).
           02 VD-EAN              PIC X(13).
           02 VD-PRECO-COTADO     PIC 9(10)V9(02).
           02 VD-SERIE            PIC X(20).
           02 VD-PONTOS           PIC 9(07).

       FD FD-REGVENDAS.
       01 REG-VENDA-EFETIVADA     PIC X(230).

       FD FD-MOVIMENTOS.
           COPY MOVPROD.CPY.
           COPY CLIENTE.CPY.

       FD FD-BACKORDERS
          RECORD CONTAINS 57 CHARACTERS.
           COPY BACKORD.CPY.

       FD FD-PROMOCOES


       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       FD FD-VENDAS-REMARCA
          RECORD CONTAINS 89 CHARACTERS.
           COPY VENDREM.CPY.

       FD FD-CONTRATOS
          RECORD CONTAINS 27 CHARACTERS.
       01 REG-CONTRATO.
           02 KT-COMP-PID         PIC 9(10).
           02 KT-QTD              PIC 9(10)V9(02).

       FD FD-ENTREGAS
          RECORD CONTAINS 110 CHARACTERS.
           COPY ENTREGA.CPY.

       FD FD-CHECKPOINT.
       01 REG-CHECKPOINT.
           02 CK-PROCESSADOS      PIC 9(05).
      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

      ************ AREA DAS COMPRAS DE FUNCIONARIOS (PROG093) ********
           COPY COMPRAFN.CPY.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

      ************ AREA DOS VALES-TROCA (PROG097) **********
           COPY VALETROC.CPY.

      ************ AREA DO ALERTA OPERACIONAL ***********
           COPY ALERTA.CPY.

      ************ AREA DA CONVERSAO DE EAN (PROG107) **********
           COPY EANCONV.CPY.
       77 WS-EAN-OK                 PIC 9(01) VALUE ZERO.
           88 EAN-OK                VALUE 1.

      ************ AREA DAS RESERVAS DE ESTOQUE (PROG112) ***********
           COPY RESVCTRL.CPY.

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***********
           COPY SERCTRL.CPY.
       77 WS-SERIALIZADO            PIC 9(01) VALUE ZERO.
       77 WS-SERIES-OK              PIC 9(01) VALUE ZERO.
           88 SERIES-OK             VALUE 1.
       77 WS-QTD-SERIES-VENDA       PIC 9(10) VALUE ZERO.
       77 WS-QTD-INTEIRA            PIC 9(10) VALUE ZERO.
       77 WS-CONT-SER-REJEITADAS    PIC 9(05) VALUE ZERO.
       77 WS-CONT-SERIES-VENDIDAS   PIC 9(05) VALUE ZERO.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
           COPY CICLCTRL.CPY.
       77 WS-CONT-DESCONTINUADOS    PIC 9(05) VALUE ZERO.

      ************ AREA DOS PONTOS DE FIDELIDADE (PROG127) ***********
           COPY FIDCTRL.CPY.
       77 WS-PONTOS-RESGATE         PIC 9(09) VALUE ZERO.
       77 WS-PONTOS-MAXIMO          PIC 9(09) VALUE ZERO.
       77 WS-SALDO-PONTOS           PIC 9(09) VALUE ZERO.
       77 WS-DESCONTO-PONTOS        PIC 9(09)V9(02) VALUE ZERO.
       77 WS-TOTAL-PONTOS-GANHOS    PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-PONTOS-RESGATE   PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-DESCONTO-PONTOS  PIC 9(12)V9(02) VALUE ZERO.

       77 WS-NOVA-QTD                PIC 9(10)V9(02).
       77 WS-VALOR-VENDA             PIC 9(12)V9(02).
       77 WS-VALOR-SALDO             PIC 9(12)V9(02).
       77 WS-VALOR-VENDA-EDT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-SALDO-VALE-EDT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-BRUTO             PIC 9(12)V9(02).
       77 WS-VALOR-BRUTO-EDT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-DATA-VENDA               PIC 9(08).
       77 WS-BAIXOU-LOTE            PIC 9(01) VALUE ZERO.
       77 WS-LOTE-PID               PIC 9(10) VALUE ZERO.
       77 WS-LOTE-QTD               PIC 9(10)V9(02) VALUE ZERO.

      ************ VARIAVEIS PARA A REMARCACAO POR VALIDADE ***********
       77 WS-FILE-STATUS-VRM        PIC 9(02).
       77 WS-REMARCA-OK             PIC 9(01) VALUE ZERO.
           88 REMARCA-OK            VALUE 1.
       77 WS-PRECO-POR-LOTE         PIC 9(01) VALUE ZERO.
       77 WS-PERC-PROMO             PIC 9(03)V9(02) VALUE ZERO.
       77 WS-PERC-LOTE              PIC 9(03)V9(02) VALUE ZERO.
       77 WS-QTD-A-PRECIFICAR       PIC 9(10)V9(02) VALUE ZERO.
       77 WS-QTD-PORCAO             PIC 9(10)V9(02) VALUE ZERO.
       77 WS-ULTIMA-VALIDADE        PIC 9(08) VALUE ZERO.
       77 WS-ULTIMO-LOTE            PIC X(10) VALUE SPACES.
       77 WS-VALOR-REMARCA          PIC 9(12)V9(02) VALUE ZERO.
       77 WS-VALOR-PORCAO           PIC 9(12)V9(02) VALUE ZERO.
       77 WS-CONT-REMARCADAS        PIC 9(05) VALUE ZERO.

      ************ VARIAVEIS PARA O FRETE DA ENTREGA (PROG115) *******
       77 WS-FILE-STATUS-ENT        PIC 9(02).
       77 WS-ENTREGAS-OK            PIC 9(01) VALUE ZERO.
           88 ENTREGAS-OK           VALUE 1.
       77 WS-FIM-ENTREGAS           PIC 9(01) VALUE ZERO.
       77 WS-ENTREGA-FRETE          PIC 9(10) VALUE ZERO.
       77 WS-VALOR-FRETE            PIC 9(07)V9(02) VALUE ZERO.
      ************ VARIAVEL PARA NUMERACAO DA NOTA FISCAL ***********
      * WS-PEDIDO-NF GUARDA O PEDIDO DA NF ABERTA: LINHA SEGUINTE DO
      * MESMO PEDIDO REAPROVEITA O NUMERO EM VEZ DE QUEIMAR OUTRO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-BACKORDERS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-CRED-RECUSADAS    PIC 9(05) VALUE ZERO.
       77 WS-CONT-EAN-REJEITADOS    PIC 9(05) VALUE ZERO.
       77 WS-VALOR-TOTAL-VENDIDO    PIC 9(14)V9(02) VALUE ZERO.
       77 WS-VALOR-TOTAL-EDT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

              IF LOTES-OK
                 CLOSE FD-LOTES
              END-IF
              IF REMARCA-OK
                 CLOSE FD-VENDAS-REMARCA
              END-IF
              IF ENTREGAS-OK
                 CLOSE FD-ENTREGAS
              END-IF
           END-IF.

           PERFORM 9902-LIBERA-TRAVA.
           PERFORM 00016-ABRE-BACKORDERS.
           PERFORM 00018-ABRE-CLIENTES.
           PERFORM 00023-ABRE-LOTES.
           PERFORM 00043-ABRE-ENTREGAS.

           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                   ADD 1 TO WS-CONT-LIDOS.

       00002-PROCESSA-VENDA.
           PERFORM 00040-CONVERTE-EAN.
           IF EAN-OK
              PERFORM 00002-A-APLICA-VENDA
           END-IF.
           PERFORM 00012-GRAVA-CHECKPOINT.
           PERFORM 00001-LER-VENDA.

       00002-A-APLICA-VENDA.
           MOVE 0 TO WS-PRECO-POR-LOTE.
           MOVE VD-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                   ADD 1 TO WS-CONT-ERROS
                   DISPLAY "-- PID NAO ENCONTRADO --> " VD-PID
                NOT INVALID KEY
                   PERFORM 00050-CONSULTA-CICLO
                   PERFORM 00029-TESTA-KIT
                   IF VP-DESCONTINUADO AND RP-QTD = 0
                      PERFORM 00050-A-RECUSA-DESCONTINUADO
                   ELSE
                   IF WS-EH-KIT = 1
      * O KIT NAO CARREGA ESTOQUE PROPRIO: A COBERTURA E CONFERIDA
      * COMPONENTE A COMPONENTE.
                      PERFORM 00031-PROCESSA-KIT
                   ELSE
                      PERFORM 00041-APURA-DISPONIVEL
                      IF VD-QTD > RV-QTD-DISPONIVEL
                         DISPLAY "-- ESTOQUE DISPONIVEL INSUFICIENTE "
                                 "--> " VD-PID
      * O VALE E RESGATADO NO BALCAO, NA HORA DA VENDA: SEM ESTOQUE
      * A VENDA COM VALE E RECUSADA EM VEZ DE VIRAR BACKORDER. O
      * PRODUTO DESCONTINUADO NAO SERA MAIS COMPRADO, ENTAO TAMBEM
      * NAO VIRA BACKORDER.
                         IF VD-PAGAMENTO = "V"
                            ADD 1 TO WS-CONT-ERROS
                            DISPLAY "-- VENDA COM VALE-TROCA NAO VAI "
                                    "PARA BACKORDER --> " VD-PID
                         ELSE
                         IF VP-DESCONTINUADO
                            PERFORM 00050-A-RECUSA-DESCONTINUADO
                         ELSE
                            PERFORM 00017-GRAVA-BACKORDER
                         END-IF
                         END-IF
                      ELSE
                         PERFORM 00046-CONFERE-SERIES
                         IF SERIES-OK
                            PERFORM 00004-BAIXA-ESTOQUE
                         ELSE
                            ADD 1 TO WS-CONT-ERROS
                            ADD 1 TO WS-CONT-SER-REJEITADAS
                         END-IF
                      END-IF
                   END-IF.

      ******************************************************************
      * SITUACAO DO PID LIDO NO CICLO DE VIDA (PROG125). O PRODUTO
      * DESCONTINUADO COM O ESTOQUE ZERADO NAO VENDE MAIS: A LINHA E
      * RECUSADA COM O MOTIVO RJ-07, NA SERIE RJ-NN DO PROG011.
      ******************************************************************
       00050-CONSULTA-CICLO.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE RP-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.

       00050-A-RECUSA-DESCONTINUADO.
           ADD 1 TO WS-CONT-ERROS.
           ADD 1 TO WS-CONT-DESCONTINUADOS.
           DISPLAY "-- LINHA REJEITADA (RJ-07) PRODUTO DESCONTINUADO "
                   "SEM ESTOQUE --> " VD-PID.

      ******************************************************************
      * RESGATE DE PONTOS DE FIDELIDADE (PROG127): OS PONTOS PEDIDOS
      * NA LINHA VIRAM DESCONTO PELO VALOR DO PONTO, ANTES DO ICMS E
      * DO CREDITO, LIMITADOS AO VALOR DA LINHA SEM O FRETE. O SALDO
      * E CONFERIDO NO CREDITO (00052) E BAIXADO NA POSTAGEM (00053).
      ******************************************************************
       00051-DESCONTO-PONTOS.
           MOVE ZERO TO WS-PONTOS-RESGATE WS-DESCONTO-PONTOS.
           MOVE ZERO TO WS-SALDO-PONTOS.
           IF VD-PONTOS NOT NUMERIC
              MOVE ZERO TO VD-PONTOS
           END-IF.
           IF VD-PONTOS > 0 AND VD-CLIENTE > 0 AND CLIENTES-OK
              MOVE "C"           TO FP-FUNCAO
              MOVE VD-CLIENTE    TO FP-CLIENTE
              MOVE WS-DATA-VENDA TO FP-DATA
              CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE
              MOVE FP-SALDO  TO WS-SALDO-PONTOS
              MOVE VD-PONTOS TO WS-PONTOS-RESGATE
              COMPUTE WS-PONTOS-MAXIMO =
                      (WS-VALOR-VENDA - WS-VALOR-FRETE) / FP-VALOR-PONTO
              IF WS-PONTOS-RESGATE > WS-PONTOS-MAXIMO
                 MOVE WS-PONTOS-MAXIMO TO WS-PONTOS-RESGATE
                 DISPLAY "-- RESGATE LIMITADO A " WS-PONTOS-MAXIMO
                         " PONTOS PELO VALOR DA LINHA --> CLIENTE "
                         VD-CLIENTE " PID " VD-PID
              END-IF
              COMPUTE WS-DESCONTO-PONTOS ROUNDED =
                      WS-PONTOS-RESGATE * FP-VALOR-PONTO
              SUBTRACT WS-DESCONTO-PONTOS FROM WS-VALOR-VENDA
           END-IF.

      * O RESGATE PRECISA DE CLIENTE IDENTIFICADO E DE SALDO VALIDO
      * QUE COBRE OS PONTOS; SENAO A LINHA E RECUSADA, COMO A VENDA
      * COM VALE SEM SALDO.
       00052-VERIFICA-PONTOS.
           IF VD-CLIENTE = 0 OR NOT CLIENTES-OK
              MOVE 0 TO WS-CREDITO-OK
              DISPLAY "-- RESGATE DE PONTOS SEM CLIENTE IDENTIFICADO "
                      "--> PID " VD-PID
           ELSE
           IF WS-PONTOS-RESGATE > WS-SALDO-PONTOS
              MOVE 0 TO WS-CREDITO-OK
              DISPLAY "-- SALDO DE PONTOS INSUFICIENTE --> CLIENTE "
                      VD-CLIENTE " SALDO " WS-SALDO-PONTOS
                      " PEDIDOS " WS-PONTOS-RESGATE.

      * LINHA GRAVADA: BAIXA OS PONTOS RESGATADOS E CREDITA OS PONTOS
      * GANHOS PELO VALOR PAGO NA LINHA (SEM O FRETE), COM O
      * MULTIPLICADOR DA CATEGORIA DO PRODUTO VENDIDO.
       00053-POSTA-PONTOS.
           IF CLIENTES-OK AND VD-CLIENTE > 0
              IF WS-PONTOS-RESGATE > 0
                 MOVE "R"               TO FP-FUNCAO
                 MOVE VD-CLIENTE        TO FP-CLIENTE
                 MOVE WS-DATA-VENDA     TO FP-DATA
                 MOVE WS-ULTIMO-NF      TO FP-NF
                 MOVE VD-PID            TO FP-PID
                 MOVE WS-PONTOS-RESGATE TO FP-PONTOS
                 CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE
                 IF FP-RESULTADO = 1
                    ADD WS-PONTOS-RESGATE  TO WS-TOTAL-PONTOS-RESGATE
                    ADD WS-DESCONTO-PONTOS TO WS-TOTAL-DESCONTO-PONTOS
                 ELSE
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY "-- ERRO AO RESGATAR PONTOS DO CLIENTE "
                            VD-CLIENTE " NA NF " WS-ULTIMO-NF
                 END-IF
              END-IF
              MOVE "G"           TO FP-FUNCAO
              MOVE VD-CLIENTE    TO FP-CLIENTE
              MOVE WS-DATA-VENDA TO FP-DATA
              MOVE WS-ULTIMO-NF  TO FP-NF
              MOVE VD-PID        TO FP-PID
              MOVE RP-CATEGORIA  TO FP-CATEGORIA
              COMPUTE FP-VALOR = WS-VALOR-VENDA - WS-VALOR-FRETE
              CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE
              IF FP-RESULTADO = 1
                 ADD FP-PONTOS TO WS-TOTAL-PONTOS-GANHOS
              ELSE
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- ERRO AO CREDITAR PONTOS DO CLIENTE "
                         VD-CLIENTE " NA NF " WS-ULTIMO-NF
              END-IF
           END-IF.

      ******************************************************************
      * LINHA LIDA PELO CODIGO DE BARRAS: O PROG107 CONFERE O DIGITO
      * E CONVERTE O EAN NO PID; A QUANTIDADE VENDIDA PASSA PARA
      * UNIDADES DO PID PELO FATOR DA EMBALAGEM. EAN RECUSADO CONTA
      * COMO ERRO, COM O MOTIVO RJ-NN DA REJEICAO.
      ******************************************************************
       00040-CONVERTE-EAN.
           MOVE 1 TO WS-EAN-OK.
           IF VD-EAN NOT = SPACES
              MOVE "C"    TO EA-FUNCAO
              MOVE VD-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO VD-PID
                 COMPUTE VD-QTD = VD-QTD * EA-FATOR
              ELSE
                 MOVE 0 TO WS-EAN-OK
                 ADD 1 TO WS-CONT-ERROS
                 ADD 1 TO WS-CONT-EAN-REJEITADOS
                 IF EA-RESULTADO = 9
                    DISPLAY "-- ERRO NOS CODIGOS DE BARRAS --> " VD-EAN
                 ELSE
                    DISPLAY "-- LINHA REJEITADA (" EA-MOTIVO ") EAN "
                            "--> " VD-EAN
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * DISPONIVEL PARA VENDA DO PID LIDO EM REG-PRODUTO: O ESTOQUE
      * MENOS AS RESERVAS DOS PEDIDOS EM ABERTO (PROG112). A LINHA DE
      * UM PEDIDO CONTA TAMBEM COM A RESERVA DO PROPRIO PEDIDO; A
      * VENDA AVULSA (PEDIDO 0) SO COM O QUE NINGUEM RESERVOU.
      ******************************************************************
       00041-APURA-DISPONIVEL.
           MOVE "D"         TO RV-FUNCAO.
           MOVE WS-LOJA-NUM TO RV-LOJA.
           MOVE RP-PID      TO RV-PID.
           MOVE VD-PEDIDO   TO RV-PEDIDO.
           MOVE RP-QTD      TO RV-QTD-ESTOQUE.
           CALL "PROG112-RESERVA" USING WS-RESERVA.

      * LINHA DO PEDIDO FATURADA: ABATE DA RESERVA DO PEDIDO O QUE
      * SAIU DO ESTOQUE DO PID (WS-LOTE-PID / WS-LOTE-QTD).
       00042-CONSOME-RESERVA.
           IF VD-PEDIDO > 0
              MOVE "C"         TO RV-FUNCAO
              MOVE WS-LOJA-NUM TO RV-LOJA
              MOVE WS-LOTE-PID TO RV-PID
              MOVE VD-PEDIDO   TO RV-PEDIDO
              MOVE WS-LOTE-QTD TO RV-QTD
              CALL "PROG112-RESERVA" USING WS-RESERVA
           END-IF.

      ******************************************************************
      * PRODUTO CONTROLADO POR NUMERO DE SERIE: O NUMERO LIDO NO
      * CAIXA VALE PARA UMA UNIDADE E PRECISA ESTAR EM ESTOQUE; SEM
      * NUMERO, A QUANTIDADE E INTEIRA E HA NUMEROS EM ESTOQUE PARA
      * COBRI-LA. PRODUTO SEM CONTROLE PASSA DIRETO.
      ******************************************************************
       00046-CONFERE-SERIES.
           MOVE 1 TO WS-SERIES-OK.
           MOVE 0 TO WS-SERIALIZADO.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE VD-PID      TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              MOVE 1 TO WS-SERIALIZADO
              IF VD-SERIE NOT = SPACES
                 PERFORM 00046-A-CONFERE-SERIE-LIDA
              ELSE
                 PERFORM 00046-B-CONFERE-SERIES-ESTOQUE
              END-IF
           END-IF.

       00046-A-CONFERE-SERIE-LIDA.
           IF VD-QTD NOT = 1
              MOVE 0 TO WS-SERIES-OK
              DISPLAY "-- NUMERO DE SERIE INFORMADO EXIGE QUANTIDADE 1 "
                      "--> PID " VD-PID " SERIE " VD-SERIE
           ELSE
              MOVE "S"      TO SE-FUNCAO
              MOVE VD-SERIE TO SE-SERIE
              CALL "PROG119-SERIE" USING WS-SERIE
              IF SE-RESULTADO NOT = 1 OR SE-SITUACAO NOT = "E"
                 MOVE 0 TO WS-SERIES-OK
                 DISPLAY "-- NUMERO DE SERIE NAO ESTA EM ESTOQUE --> "
                         "PID " VD-PID " SERIE " VD-SERIE
              END-IF
           END-IF.

       00046-B-CONFERE-SERIES-ESTOQUE.
           MOVE VD-QTD TO WS-QTD-INTEIRA.
           IF WS-QTD-INTEIRA NOT = VD-QTD
              MOVE 0 TO WS-SERIES-OK
              DISPLAY "-- PRODUTO COM NUMERO DE SERIE SO SAI EM "
                      "UNIDADES INTEIRAS --> PID " VD-PID
           ELSE
              MOVE "C" TO SE-FUNCAO
              CALL "PROG119-SERIE" USING WS-SERIE
              IF SE-RESULTADO NOT = 1 OR SE-QTD-ESTOQUE < VD-QTD
                 MOVE 0 TO WS-SERIES-OK
                 DISPLAY "-- NUMEROS DE SERIE EM ESTOQUE ("
                         SE-QTD-ESTOQUE ") NAO COBREM A VENDA --> PID "
                         VD-PID
              END-IF
           END-IF.

      ******************************************************************
      * VENDA GRAVADA: OS NUMEROS DE SERIE SAEM DO ESTOQUE LIGADOS A
      * NF E AO CLIENTE (A NF DO PROG030 IMPRIME CADA UM).
      ******************************************************************
       00047-ATRIBUI-SERIES.
           IF WS-SERIALIZADO = 1
              MOVE ZERO TO WS-QTD-SERIES-VENDA
              MOVE 1 TO WS-SERIES-OK
              PERFORM 00047-A-VENDE-SERIE
                  UNTIL WS-QTD-SERIES-VENDA NOT < VD-QTD
                     OR NOT SERIES-OK
           END-IF.

       00047-A-VENDE-SERIE.
           MOVE "V"          TO SE-FUNCAO.
           MOVE WS-LOJA-NUM  TO SE-LOJA.
           MOVE VD-PID       TO SE-PID.
           MOVE VD-SERIE     TO SE-SERIE.
           MOVE WS-ULTIMO-NF TO SE-NF.
           MOVE VD-CLIENTE   TO SE-CLIENTE.
           MOVE ZERO         TO SE-FORNECEDOR.
           MOVE SPACES       TO SE-DOCUMENTO.
           STRING "NF="         DELIMITED BY SIZE
                  WS-ULTIMO-NF  DELIMITED BY SIZE
                  INTO SE-DOCUMENTO.
           MOVE "PROG013"    TO SE-PROGRAMA.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-RESULTADO = 1
              ADD 1 TO WS-QTD-SERIES-VENDA
              ADD 1 TO WS-CONT-SERIES-VENDIDAS
              DISPLAY "NUMERO DE SERIE VENDIDO: " SE-SERIE
                      " PID " VD-PID " NF " WS-ULTIMO-NF
           ELSE
              MOVE 0 TO WS-SERIES-OK
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- NUMERO DE SERIE NAO BAIXADO, CONFERIR O "
                      "ESTOQUE --> PID " VD-PID " NF " WS-ULTIMO-NF
           END-IF.

       00004-BAIXA-ESTOQUE.
           ACCEPT WS-DATA-VENDA FROM DATE YYYYMMDD.
              ELSE
                 MOVE WS-VALOR-BRUTO TO WS-VALOR-VENDA
              END-IF
              PERFORM 00048-APURA-REMARCACAO
           END-IF.

           PERFORM 00044-BUSCA-FRETE.
           PERFORM 00051-DESCONTO-PONTOS.
           PERFORM 00027-CALCULA-ICMS.
           PERFORM 00019-VERIFICA-CREDITO.
           IF NOT CREDITO-OK
                     ADD 1 TO WS-CONT-VENDIDOS
                     ADD WS-VALOR-VENDA TO WS-VALOR-TOTAL-VENDIDO
                     PERFORM 00005-GRAVA-VENDA
                     PERFORM 00047-ATRIBUI-SERIES
                     PERFORM 00045-FATURA-FRETE
                     PERFORM 00039-RESGATA-VALE
                     PERFORM 00053-POSTA-PONTOS
                     PERFORM 00009-GRAVA-MOVIMENTO
                     PERFORM 00020-POSTA-SALDO-CLIENTE
                     MOVE VD-PID TO WS-LOTE-PID
                     MOVE VD-QTD TO WS-LOTE-QTD
                     PERFORM 00022-BAIXA-LOTES
                     PERFORM 00042-CONSOME-RESERVA
              END-REWRITE
           END-IF.

      * CONTROLE DE CREDITO: VENDA IDENTIFICADA SO PASSA SE O CLIENTE
      * EXISTE, ESTA ATIVO E O SALDO DEVEDOR MAIS ESTA VENDA NAO
      * ESTOURA O LIMITE. VENDA DE BALCAO (CLIENTE 0) NAO E CONTROLADA.
      * CLIENTE BLOQUEADO POR ATRASO (PROG095) NAO COMPRA A PRAZO.
      * VENDA PAGA COM VALE-TROCA, DE CLIENTE OU DE BALCAO, SO PASSA
      * COM O VALE VALIDO E SALDO QUE COBRE A LINHA.
      ******************************************************************
       00019-VERIFICA-CREDITO.
           MOVE 1 TO WS-CREDITO-OK.
                         MOVE 0 TO WS-CREDITO-OK
                         DISPLAY "-- CLIENTE DESLIGADO --> " VD-CLIENTE
                      ELSE
                         IF CL-STATUS-REG = "B" AND VD-PAGAMENTO = "P"
                            MOVE 0 TO WS-CREDITO-OK
                            DISPLAY "-- CLIENTE BLOQUEADO POR ATRASO, "
                                    "SEM VENDA A PRAZO --> " VD-CLIENTE
                         END-IF
                         IF CREDITO-OK AND
                            CL-SALDO-DEVEDOR + WS-VALOR-VENDA >
                            CL-LIMITE-CREDITO
                            MOVE 0 TO WS-CREDITO-OK
                         END-IF
                         IF CREDITO-OK AND VD-PAGAMENTO = "P"
                            PERFORM 00036-VERIFICA-PLANO
                         END-IF
                         IF CREDITO-OK AND VD-PAGAMENTO = "P"
                            PERFORM 00034-VERIFICA-COMPRA-FUNC
                         END-IF
                      END-IF
              END-READ
           END-IF.
           IF CREDITO-OK AND VD-PAGAMENTO = "V"
              PERFORM 00038-VERIFICA-VALE
           END-IF.
           IF CREDITO-OK AND VD-PONTOS > 0
              PERFORM 00052-VERIFICA-PONTOS
           END-IF.

      * NA VENDA A PRAZO O SALDO DEVEDOR RECEBE O TOTAL DAS PARCELAS
      * GERADAS (VALOR MAIS JUROS DO PLANO, PROG094); SE AS PARCELAS
      * NAO SAIRAM, FICA O VALOR DA VENDA.
       00020-POSTA-SALDO-CLIENTE.
           IF CLIENTES-OK AND VD-CLIENTE > 0
              MOVE WS-VALOR-VENDA TO WS-VALOR-SALDO
              IF VD-PAGAMENTO = "P"
                 PERFORM 00037-GERA-PARCELAS
                 IF PZ-RESULTADO = 1
                    MOVE PZ-VALOR-FINANCIADO TO WS-VALOR-SALDO
                 END-IF
              END-IF
              ADD WS-VALOR-SALDO TO CL-SALDO-DEVEDOR
              REWRITE REG-CLIENTE
                  INVALID KEY
                     DISPLAY "-- ERRO AO ATUALIZAR SALDO DO CLIENTE "
                             "--> " VD-CLIENTE
              END-REWRITE
              IF VD-PAGAMENTO = "P"
                 PERFORM 00035-POSTA-COMPRA-FUNC
              END-IF
           END-IF.

      ******************************************************************
      * COMPRA A PRAZO DE CLIENTE VINCULADO A FUNCIONARIO: ALEM DO
      * LIMITE DE CREDITO, RESPEITA O LIMITE MENSAL DE DESCONTO EM
      * FOLHA (PROG093). CLIENTE SEM VINCULO SEGUE COMO VENDA COMUM.
      ******************************************************************
       00034-VERIFICA-COMPRA-FUNC.
           MOVE "V"            TO FC-FUNCAO.
           MOVE VD-CLIENTE     TO FC-CLIENTE.
           MOVE WS-VALOR-VENDA TO FC-VALOR.
           MOVE WS-DATA-VENDA  TO FC-DATA.
           CALL "PROG093-COMPRA-FUNCIONARIO" USING WS-COMPRA-FUNC.
           IF FC-RESULTADO = 2
              MOVE 0 TO WS-CREDITO-OK
              DISPLAY "-- LIMITE MENSAL DE COMPRAS DA MATRICULA "
                      FC-MATRICULA " ESTOURADO"
           END-IF.

       00035-POSTA-COMPRA-FUNC.
           MOVE "P"            TO FC-FUNCAO.
           MOVE VD-CLIENTE     TO FC-CLIENTE.
           MOVE WS-VALOR-SALDO TO FC-VALOR.
           MOVE WS-DATA-VENDA  TO FC-DATA.
           CALL "PROG093-COMPRA-FUNCIONARIO" USING WS-COMPRA-FUNC.

      ******************************************************************
      * CREDIARIO: A QUANTIDADE DE PARCELAS DA VENDA A PRAZO PRECISA
      * SER UM PLANO ACEITO; NA POSTAGEM A LINHA DA NF E DIVIDIDA EM
      * PARCELAS COM VENCIMENTO PROPRIO (PROG094).
      ******************************************************************
       00036-VERIFICA-PLANO.
           IF VD-PARCELAS NOT NUMERIC
              MOVE ZERO TO VD-PARCELAS
           END-IF.
           MOVE "V"            TO PZ-FUNCAO.
           MOVE VD-CLIENTE     TO PZ-CLIENTE.
           MOVE VD-PARCELAS    TO PZ-PARCELAS.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO NOT = 1
              MOVE 0 TO WS-CREDITO-OK
              DISPLAY "-- PLANO DE " VD-PARCELAS " PARCELAS NAO "
                      "CADASTRADO"
           END-IF.

       00037-GERA-PARCELAS.
           MOVE "G"            TO PZ-FUNCAO.
           MOVE VD-CLIENTE     TO PZ-CLIENTE.
           MOVE WS-ULTIMO-NF   TO PZ-NF.
           MOVE WS-DATA-VENDA  TO PZ-DATA.
           MOVE WS-VALOR-VENDA TO PZ-VALOR.
           MOVE VD-PARCELAS    TO PZ-PARCELAS.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO NOT = 1
              DISPLAY "-- ERRO AO GERAR PARCELAS DA NF " WS-ULTIMO-NF
           END-IF.

      ******************************************************************
      * VALE-TROCA: O VALE PRECISA EXISTIR, ESTAR EM ABERTO E DENTRO
      * DA VALIDADE, COM SALDO PARA A LINHA; O RESGATE ABATE O VALOR
      * DA LINHA E O QUE SOBRA FICA NO VALE (PROG097).
      ******************************************************************
       00038-VERIFICA-VALE.
           IF VD-VALE NOT NUMERIC
              MOVE ZERO TO VD-VALE
           END-IF.
           MOVE "C"            TO VT-FUNCAO.
           MOVE VD-VALE        TO VT-NUMERO.
           MOVE WS-DATA-VENDA  TO VT-DATA.
           CALL "PROG097-VALE-TROCA" USING WS-VALE-TROCA.
           MOVE VT-SALDO TO WS-SALDO-VALE-EDT.
           EVALUATE VT-RESULTADO
              WHEN 1
                 IF WS-VALOR-VENDA > VT-SALDO
                    MOVE 0 TO WS-CREDITO-OK
                    DISPLAY "-- SALDO DO VALE " VD-VALE
                            " NAO COBRE A VENDA, SALDO "
                            WS-SALDO-VALE-EDT
                 END-IF
              WHEN 2
                 MOVE 0 TO WS-CREDITO-OK
                 DISPLAY "-- VALE-TROCA NAO CADASTRADO --> " VD-VALE
              WHEN 3
                 MOVE 0 TO WS-CREDITO-OK
                 DISPLAY "-- VALE-TROCA VENCIDO EM " VT-DATA-VALIDADE
                         " --> " VD-VALE
              WHEN 4
                 MOVE 0 TO WS-CREDITO-OK
                 DISPLAY "-- VALE-TROCA JA UTILIZADO --> " VD-VALE
              WHEN OTHER
                 MOVE 0 TO WS-CREDITO-OK
                 DISPLAY "-- ERRO AO CONSULTAR VALE-TROCA --> "
                         VD-VALE
           END-EVALUATE.

       00039-RESGATA-VALE.
           IF VD-PAGAMENTO = "V"
              MOVE "R"            TO VT-FUNCAO
              MOVE VD-VALE        TO VT-NUMERO
              MOVE WS-DATA-VENDA  TO VT-DATA
              MOVE WS-VALOR-VENDA TO VT-VALOR
              MOVE WS-ULTIMO-NF   TO VT-NF
              CALL "PROG097-VALE-TROCA" USING WS-VALE-TROCA
              IF VT-RESULTADO NOT = 1
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- ERRO AO RESGATAR VALE " VD-VALE
                         " NA NF " WS-ULTIMO-NF
              END-IF
           END-IF.

      ******************************************************************
                  VD-PAGAMENTO        DELIMITED BY SIZE
                  " SIT="             DELIMITED BY SIZE
                  "A"                 DELIMITED BY SIZE
                  " AUT="             DELIMITED BY SIZE
                  VD-AUTORIZACAO      DELIMITED BY SIZE
                  " VT="              DELIMITED BY SIZE
                  VD-VALE             DELIMITED BY SIZE
                  INTO REG-VENDA-EFETIVADA.

           WRITE REG-VENDA-EFETIVADA.
           MOVE VD-CLIENTE TO BK-CLIENTE.
           MOVE VD-VENDEDOR TO BK-VENDEDOR.
           MOVE VD-PAGAMENTO TO BK-PAGAMENTO.
           MOVE VD-PARCELAS TO BK-PARCELAS.
           MOVE VD-AUTORIZACAO TO BK-AUTORIZACAO.
           WRITE REG-BACKORDER.

      * A FALTA DE ESTOQUE TAMBEM VIRA ALERTA PARA A REVISAO DA
           OPEN I-O FD-LOTES.
           IF WS-FILE-STATUS-LOT = 0
              MOVE 1 TO WS-LOTES-OK
              PERFORM 00023-A-ABRE-VENDAS-REMARCA
           ELSE
              DISPLAY "-- SEM ARQUIVO DE LOTES, VENDAS SEM BAIXA DE "
                      "LOTE".

       00023-A-ABRE-VENDAS-REMARCA.
           MOVE 0 TO WS-FILE-STATUS-VRM.
           OPEN EXTEND FD-VENDAS-REMARCA.
           IF WS-FILE-STATUS-VRM = 35
              OPEN OUTPUT FD-VENDAS-REMARCA
              CLOSE FD-VENDAS-REMARCA
              MOVE 0 TO WS-FILE-STATUS-VRM
              OPEN EXTEND FD-VENDAS-REMARCA
           END-IF.
           IF WS-FILE-STATUS-VRM = 0
              MOVE 1 TO WS-REMARCA-OK
           ELSE
              DISPLAY "-- ERRO AO ABRIR VENDAS REMARCADAS -->"
                      WS-FILE-STATUS-VRM.

      ******************************************************************
      * ABRE AS ENTREGAS AGENDADAS. SEM O ARQUIVO, NENHUM PEDIDO TEM
      * ENTREGA E AS VENDAS SAEM SEM FRETE.
      ******************************************************************
       00043-ABRE-ENTREGAS.
           MOVE 0 TO WS-FILE-STATUS-ENT.
           OPEN I-O FD-ENTREGAS.
           IF WS-FILE-STATUS-ENT = 0
              MOVE 1 TO WS-ENTREGAS-OK
           ELSE
              DISPLAY "-- SEM ENTREGAS AGENDADAS, VENDAS SEM FRETE".

      ******************************************************************
      * FRETE DA ENTREGA: NA PRIMEIRA LINHA DA NF DE UM PEDIDO, PROCURA
      * A ENTREGA DO PEDIDO AINDA NAO FATURADA (SEM NF E SEM FRETE
      * COBRADO) E SOMA O FRETE AO VALOR DA LINHA, ANTES DO ICMS E DO
      * CREDITO. AS DEMAIS LINHAS DO PEDIDO NAO COBRAM FRETE.
      ******************************************************************
       00044-BUSCA-FRETE.
           MOVE ZERO TO WS-ENTREGA-FRETE WS-VALOR-FRETE.
           IF ENTREGAS-OK AND VD-PEDIDO > 0
              AND VD-PEDIDO NOT = WS-PEDIDO-NF
              MOVE 0 TO WS-FIM-ENTREGAS
              MOVE VD-PEDIDO TO EN-PEDIDO
              START FD-ENTREGAS KEY IS EQUAL TO EN-PEDIDO
                    INVALID KEY
                       MOVE 1 TO WS-FIM-ENTREGAS
              END-START
              PERFORM 00044-A-LER-ENTREGA
                  UNTIL WS-FIM-ENTREGAS = 1
              ADD WS-VALOR-FRETE TO WS-VALOR-VENDA
           END-IF.

       00044-A-LER-ENTREGA.
           READ FD-ENTREGAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ENTREGAS
                NOT AT END
                   IF EN-PEDIDO NOT = VD-PEDIDO
                      MOVE 1 TO WS-FIM-ENTREGAS
                   ELSE
                      IF EN-NF = 0 AND NOT EN-FRETE-NA-VENDA
                         AND NOT EN-RECUSADA
                         MOVE EN-NUMERO TO WS-ENTREGA-FRETE
                         MOVE EN-FRETE  TO WS-VALOR-FRETE
                         MOVE 1 TO WS-FIM-ENTREGAS
                      END-IF
                   END-IF
           END-READ.

      * LINHA GRAVADA: A ENTREGA FICA LIGADA A NF E O FRETE COBRADO.
       00045-FATURA-FRETE.
           IF WS-ENTREGA-FRETE > 0
              MOVE WS-ENTREGA-FRETE TO EN-NUMERO
              READ FD-ENTREGAS RECORD KEY EN-NUMERO
                   INVALID KEY
                      DISPLAY "-- ENTREGA NAO ENCONTRADA --> "
                              WS-ENTREGA-FRETE
                   NOT INVALID KEY
                      MOVE WS-ULTIMO-NF TO EN-NF
                      MOVE "S" TO EN-FRETE-FATURADO
                      REWRITE REG-ENTREGA
                          INVALID KEY
                             DISPLAY "-- ERRO AO FATURAR FRETE DA "
                                     "ENTREGA --> " WS-ENTREGA-FRETE
                      END-REWRITE
              END-READ
           END-IF.

      ******************************************************************
      * BAIXA FEFO DOS LOTES DO PID VENDIDO: CONSOME PRIMEIRO O LOTE
      * COM A MENOR DATA DE VALIDADE E SALDO POSITIVO, LOTE A LOTE,
                             MOVE 1 TO WS-BAIXOU-LOTE
                             SUBTRACT WS-QTD-BAIXA-LOTE
                                 FROM WS-QTD-A-BAIXAR
                             PERFORM 00049-GRAVA-VENDA-REMARCADA
                      END-REWRITE
              END-READ
           END-IF.

      * VARRE OS LOTES DO PID A PROCURA DO QUE VENCE PRIMEIRO E
      * AINDA TEM SALDO. LOTE A RETIRAR (PROG123) NAO VAI PARA VENDA.
       00022-B-ESCOLHE-LOTE.
           MOVE 0 TO WS-ACHOU-LOTE.
           MOVE 0 TO WS-FIM-LOTES.
                   IF LT-PID NOT = WS-LOTE-PID
                      MOVE 1 TO WS-FIM-LOTES
                   ELSE
                      IF LT-QTD > 0 AND NOT LT-RETIRAR
                         AND LT-VALIDADE < WS-MELHOR-VALIDADE
                         MOVE LT-LOTE     TO WS-MELHOR-LOTE
                         MOVE LT-VALIDADE TO WS-MELHOR-VALIDADE
      ******************************************************************
      * PROCURA PRECO CONTRATADO PARA O CLIENTE + PID DA VENDA. O
      * PRECO DE CONTRATO VALE SOZINHO: NAO ACUMULA COM PROMOCAO.
      * O PRECO CONGELADO NO ORCAMENTO JA TRAZ O CONTRATO OU A
      * PROMOCAO DA DATA DA COTACAO E VALE COMO PRECO CONTRATADO.
      ******************************************************************
       00025-BUSCA-CONTRATO.
           MOVE 0 TO WS-TEM-CONTRATO.
           MOVE ZERO TO WS-VALOR-CONTRATO.
           IF VD-PRECO-COTADO NUMERIC AND VD-PRECO-COTADO > 0
              MOVE VD-PRECO-COTADO TO WS-VALOR-CONTRATO
              MOVE 1 TO WS-TEM-CONTRATO
           END-IF.
           IF VD-CLIENTE > 0 AND WS-TEM-CONTRATO = 0
              MOVE 1 TO WS-IDX-CONTRATO
              PERFORM 00025-A-TESTA-CONTRATO
                  UNTIL WS-IDX-CONTRATO > WS-QTD-CONTRATOS
                      DISPLAY "-- COMPONENTE NAO CADASTRADO --> "
                              KC-COMPONENTE(WS-IDX-KIT)
                   NOT INVALID KEY
                      PERFORM 00041-APURA-DISPONIVEL
                      IF WS-QTD-COMPONENTE > RV-QTD-DISPONIVEL
                         MOVE 0 TO WS-KIT-OK
                         DISPLAY "-- COMPONENTE SEM ESTOQUE --> "
                                 KC-COMPONENTE(WS-IDX-KIT)
                                 " (PRECISA " WS-QTD-COMPONENTE
                                 " DISPONIVEL " RV-QTD-DISPONIVEL ")"
                      END-IF
                      PERFORM 00031-D-TESTA-SERIE-COMPONENTE
              END-READ
           END-IF.
           ADD 1 TO WS-IDX-KIT.

      * COMPONENTE CONTROLADO POR SERIE NAO SAI DENTRO DE KIT: O KIT
      * NAO TEM COMO DIZER QUAL UNIDADE FOI ENTREGUE.
       00031-D-TESTA-SERIE-COMPONENTE.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE KC-COMPONENTE(WS-IDX-KIT) TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              MOVE 0 TO WS-KIT-OK
              DISPLAY "-- COMPONENTE COM NUMERO DE SERIE, VENDER "
                      "AVULSO --> " KC-COMPONENTE(WS-IDX-KIT)
           END-IF.

       00031-B-EFETIVA-KIT.
           ACCEPT WS-DATA-VENDA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-VENDA FROM TIME.
                 MOVE WS-VALOR-BRUTO TO WS-VALOR-VENDA
              END-IF
           END-IF.
           PERFORM 00044-BUSCA-FRETE.
           PERFORM 00051-DESCONTO-PONTOS.
           PERFORM 00027-CALCULA-ICMS.

           PERFORM 00019-VERIFICA-CREDITO.
              ADD 1 TO WS-CONT-VENDIDOS
              ADD WS-VALOR-VENDA TO WS-VALOR-TOTAL-VENDIDO
              PERFORM 00005-GRAVA-VENDA
              PERFORM 00045-FATURA-FRETE
              PERFORM 00039-RESGATA-VALE
              PERFORM 00053-POSTA-PONTOS
              PERFORM 00020-POSTA-SALDO-CLIENTE
              MOVE 1 TO WS-IDX-KIT
              PERFORM 00032-BAIXA-COMPONENTE
                               TO WS-LOTE-PID
                             MOVE WS-QTD-COMPONENTE TO WS-LOTE-QTD
                             PERFORM 00022-BAIXA-LOTES
                             PERFORM 00042-CONSOME-RESERVA
                      END-REWRITE
              END-READ
           END-IF.
           MOVE "PROG013"       TO MV-PROGRAMA.
           WRITE REG-MOVIMENTO.

      ******************************************************************
      * REMARCACAO POR VALIDADE: PERCORRE OS LOTES DO PID NA MESMA
      * ORDEM EM QUE A BAIXA FEFO VAI CONSUMI-LOS (VALIDADE E LOTE)
      * E, PARA AS UNIDADES DE LOTE REMARCADO COM DESCONTO MAIOR QUE
      * O DA PROMOCAO, ABATE A DIFERENCA DO VALOR DA LINHA. O
      * DESCONTO GRAVADO NA VENDA PASSA A SER O EFETIVO DA LINHA.
      ******************************************************************
       00048-APURA-REMARCACAO.
           MOVE 1 TO WS-PRECO-POR-LOTE.
           MOVE WS-PERC-DESCONTO TO WS-PERC-PROMO.
           MOVE ZERO TO WS-VALOR-REMARCA.
           IF LOTES-OK
              MOVE VD-QTD TO WS-QTD-A-PRECIFICAR
              MOVE ZERO TO WS-ULTIMA-VALIDADE
              MOVE LOW-VALUES TO WS-ULTIMO-LOTE
              MOVE 1 TO WS-ACHOU-LOTE
              PERFORM 00048-A-PRECIFICA-LOTE
                  UNTIL WS-QTD-A-PRECIFICAR = 0 OR WS-ACHOU-LOTE = 0
           END-IF.
           IF WS-VALOR-REMARCA > 0
              SUBTRACT WS-VALOR-REMARCA FROM WS-VALOR-VENDA
              COMPUTE WS-PERC-DESCONTO ROUNDED =
                      (WS-VALOR-BRUTO - WS-VALOR-VENDA) * 100
                      / WS-VALOR-BRUTO
           END-IF.

       00048-A-PRECIFICA-LOTE.
           PERFORM 00048-B-PROXIMO-LOTE.
           IF WS-ACHOU-LOTE = 1
              MOVE VD-PID TO LT-PID
              MOVE WS-MELHOR-LOTE TO LT-LOTE
              READ FD-LOTES RECORD KEY LT-CHAVE
                   INVALID KEY
                      MOVE 0 TO WS-ACHOU-LOTE
                   NOT INVALID KEY
                      IF LT-QTD > WS-QTD-A-PRECIFICAR
                         MOVE WS-QTD-A-PRECIFICAR TO WS-QTD-PORCAO
                      ELSE
                         MOVE LT-QTD TO WS-QTD-PORCAO
                      END-IF
                      IF LT-REMARCADO
                         AND LT-PERC-REMARCA > WS-PERC-PROMO
                         COMPUTE WS-VALOR-PORCAO ROUNDED =
                                 RP-VALOR * WS-QTD-PORCAO *
                                 (LT-PERC-REMARCA - WS-PERC-PROMO)
                                 / 100
                         ADD WS-VALOR-PORCAO TO WS-VALOR-REMARCA
                      END-IF
                      SUBTRACT WS-QTD-PORCAO FROM WS-QTD-A-PRECIFICAR
                      MOVE LT-VALIDADE TO WS-ULTIMA-VALIDADE
                      MOVE LT-LOTE     TO WS-ULTIMO-LOTE
              END-READ
           END-IF.

      * PROXIMO LOTE NA ORDEM FEFO DEPOIS DO ULTIMO PRECIFICADO: NA
      * MESMA VALIDADE, O DE MENOR CODIGO DE LOTE SAI PRIMEIRO.
       00048-B-PROXIMO-LOTE.
           MOVE 0 TO WS-ACHOU-LOTE.
           MOVE 0 TO WS-FIM-LOTES.
           MOVE SPACES TO WS-MELHOR-LOTE.
           MOVE 99999999 TO WS-MELHOR-VALIDADE.
           MOVE VD-PID TO LT-PID.
           MOVE LOW-VALUES TO LT-LOTE.
           START FD-LOTES KEY NOT < LT-CHAVE
               INVALID KEY
                  MOVE 1 TO WS-FIM-LOTES.
           PERFORM 00048-C-VARRE-LOTE UNTIL WS-FIM-LOTES = 1.

       00048-C-VARRE-LOTE.
           READ FD-LOTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LOTES
                NOT AT END
                   IF LT-PID NOT = VD-PID
                      MOVE 1 TO WS-FIM-LOTES
                   ELSE
                      IF LT-QTD > 0 AND NOT LT-RETIRAR
                         AND (LT-VALIDADE > WS-ULTIMA-VALIDADE
                              OR (LT-VALIDADE = WS-ULTIMA-VALIDADE
                                  AND LT-LOTE > WS-ULTIMO-LOTE))
                         AND LT-VALIDADE < WS-MELHOR-VALIDADE
                         MOVE LT-LOTE     TO WS-MELHOR-LOTE
                         MOVE LT-VALIDADE TO WS-MELHOR-VALIDADE
                         MOVE 1           TO WS-ACHOU-LOTE
                      END-IF
                   END-IF.

      ******************************************************************
      * LOTE REMARCADO CONSUMIDO PELA VENDA DE CATALOGO: GRAVA O VALOR
      * CHEIO E O VENDIDO DAS UNIDADES DO LOTE, A RECEITA RECUPERADA
      * QUE O PROG124 COMPARA COM AS BAIXAS POR VALIDADE VENCIDA.
      ******************************************************************
       00049-GRAVA-VENDA-REMARCADA.
           IF WS-PRECO-POR-LOTE = 1 AND REMARCA-OK AND LT-REMARCADO
              MOVE LT-PERC-REMARCA TO WS-PERC-LOTE
              IF WS-PERC-PROMO > WS-PERC-LOTE
                 MOVE WS-PERC-PROMO TO WS-PERC-LOTE
              END-IF
              MOVE WS-DATA-VENDA     TO VR-DATA
              MOVE WS-ULTIMO-NF      TO VR-NF
              MOVE WS-LOJA-NUM       TO VR-LOJA
              MOVE LT-PID            TO VR-PID
              MOVE RP-CATEGORIA      TO VR-CATEGORIA
              MOVE LT-LOTE           TO VR-LOTE
              MOVE WS-QTD-BAIXA-LOTE TO VR-QTD
              MOVE WS-PERC-LOTE      TO VR-PERCENTUAL
              COMPUTE VR-VALOR-CHEIO ROUNDED =
                      RP-VALOR * WS-QTD-BAIXA-LOTE
              COMPUTE VR-VALOR-VENDA ROUNDED =
                      RP-VALOR * WS-QTD-BAIXA-LOTE *
                      (100 - WS-PERC-LOTE) / 100
              WRITE REG-VENDA-REMARCADA
              ADD 1 TO WS-CONT-REMARCADAS
           END-IF.

       00003-RODAPE.
           MOVE WS-VALOR-TOTAL-VENDIDO TO WS-VALOR-TOTAL-EDT.
           DISPLAY " ".
           DISPLAY "VENDAS BAIXADAS.........: " WS-CONT-VENDIDOS.
           DISPLAY "BACKORDERS GERADOS......: " WS-CONT-BACKORDERS.
           DISPLAY "RECUSADAS POR CREDITO...: " WS-CONT-CRED-RECUSADAS.
           DISPLAY "EAN REJEITADOS..........: " WS-CONT-EAN-REJEITADOS.
           DISPLAY "REJEITADAS POR SERIE....: " WS-CONT-SER-REJEITADAS.
           DISPLAY "NUMEROS DE SERIE........: " WS-CONT-SERIES-VENDIDAS.
           DISPLAY "VENDAS DE LOTE REMARCADO: " WS-CONT-REMARCADAS.
           DISPLAY "RECUSADAS DESCONTINUADO.: " WS-CONT-DESCONTINUADOS.
           DISPLAY "PONTOS CONCEDIDOS.......: " WS-TOTAL-PONTOS-GANHOS.
           DISPLAY "PONTOS RESGATADOS.......: " WS-TOTAL-PONTOS-RESGATE.
           MOVE WS-TOTAL-DESCONTO-PONTOS TO WS-VALOR-TOTAL-EDT.
           DISPLAY "DESCONTO EM PONTOS......: " WS-VALOR-TOTAL-EDT.
           MOVE WS-VALOR-TOTAL-VENDIDO TO WS-VALOR-TOTAL-EDT.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.
           DISPLAY "VALOR TOTAL VENDIDO.....: " WS-VALOR-TOTAL-EDT.

