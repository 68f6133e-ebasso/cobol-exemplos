      * Purpose: COBOL STUDY - Validacao Previa do Arquivo de Vendas
      *          Critica o arquivo de transmissao VENDAS.TRM (header
      *          'H' com a data, detalhes 'D' com PID + QTD + CLIENTE
      *          + VENDEDOR + PEDIDO + FORMA DE PAGAMENTO + PARCELAS
      *          + AUTORIZACAO DO CARTAO + NUMERO DO VALE-TROCA
      *          + EAN LIDO NO CAIXA + NUMERO DE SERIE LIDO NO
      *          CAIXA + PONTOS DE FIDELIDADE RESGATADOS,
      *          trailer 'T' com contagem e hash total de quantidade
      *          declarados pelo sistema remetente) ANTES de o PROG013
      *          comecar a regravar estoque: campos numericos, PID
      *          existente em FD-PRODUTOS (ou EAN com digito
      *          valido e cadastrado no PROG107), quantidade positiva,
      *          parcelas de venda a prazo em plano cadastrado
      *          (PROG094), numero de serie so em linha de uma
      *          unidade, resgate de pontos so com cliente
      *          identificado, e contagem/hash batendo com o trailer.
      *          So quando tudo
      *          confere o arquivo e liberado como VENDAS.DAT; arquivo
      *          truncado na transmissao para de ser processado pela
      *          metade. Na liberacao, os pedidos gerados por
      *          orcamentos aceitos no PROG110 (VENDAS.ORC, com o
      *          preco cotado) sao anexados ao fim do VENDAS.DAT.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VENDA.

      * PEDIDOS DE ORCAMENTOS ACEITOS NO PROG110, A ANEXAR NO
      * VENDAS.DAT NA PROXIMA LIBERACAO.
           SELECT FD-ORCADAS ASSIGN TO "VENDAS.ORC"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ORC.

       DATA DIVISION.
       FILE SECTION.

           COPY PRODUTO.CPY.

       FD FD-TRANSMISSAO
          RECORD CONTAINS 102 CHARACTERS.
       01 REG-TRANSMISSAO.
           02 TR-TIPO             PIC X(01).
           02 TR-RESTO            PIC X(101).

       FD FD-VALIDADAS
          RECORD CONTAINS 101 CHARACTERS.
       01 REG-VALIDADA            PIC X(101).

      *    VD-PEDIDO = 0 PARA VENDA AVULSA DE UMA LINHA; LINHAS
      *    CONSECUTIVAS COM O MESMO PEDIDO FORMAM UMA UNICA NF NO
      *    PROG013.
      *    VD-PAGAMENTO: D = DINHEIRO, C = CARTAO, P = A PRAZO,
      *    V = VALE-TROCA.
      *    VD-PARCELAS: QUANTIDADE DE PARCELAS DA VENDA A PRAZO
      *    (0 OU 1 = PARCELA UNICA).
      *    VD-AUTORIZACAO: CODIGO DE AUTORIZACAO DA VENDA EM CARTAO.
      *    VD-VALE: NUMERO DO VALE-TROCA DA VENDA PAGA COM VALE.
      *    VD-EAN: CODIGO DE BARRAS LIDO NO CAIXA. QUANDO PREENCHIDO
      *    PREVALECE SOBRE O VD-PID E O PROG013 CONVERTE NO PID.
      *    VD-PRECO-COTADO: PRECO UNITARIO DO ORCAMENTO CONVERTIDO;
      *    ZERO NAS VENDAS DA TRANSMISSAO.
      *    VD-SERIE: NUMERO DE SERIE LIDO NO CAIXA (LINHA DE UMA
      *    UNIDADE); EM BRANCO O PROG013 ATRIBUI OS DO ESTOQUE.
      *    VD-PONTOS: PONTOS DE FIDELIDADE RESGATADOS COMO DESCONTO
      *    NA LINHA (SO COM VD-CLIENTE); ZERO = SEM RESGATE.
       FD FD-VENDAS
          RECORD CONTAINS 113 CHARACTERS.
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

       FD FD-ORCADAS
          RECORD CONTAINS 113 CHARACTERS.
       01 REG-ORCADA              PIC X(113).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
       77 WS-FILE-STATUS-TRM        PIC 9(02).
       77 WS-FILE-STATUS-VAL        PIC 9(02).
       77 WS-FILE-STATUS-VENDA      PIC 9(02).
       77 WS-FILE-STATUS-ORC        PIC 9(02).

      ************* DESMEMBRAMENTO DO DETALHE E DO TRAILER **********
       01 WS-DETALHE.
           02 WS-DET-VEN-X        PIC X(05).
           02 WS-DET-PED-X        PIC X(10).
           02 WS-DET-PAG          PIC X(01).
           02 WS-DET-PARC-X       PIC X(02).
           02 WS-DET-AUT          PIC X(06).
           02 WS-DET-VALE-X       PIC X(10).
           02 WS-DET-EAN          PIC X(13).
           02 WS-DET-SERIE        PIC X(20).
           02 WS-DET-PONTOS-X     PIC X(07).

       01 WS-DETALHE-NUM REDEFINES WS-DETALHE.
           02 WS-DET-PID          PIC 9(10).
           02 WS-DET-VEN          PIC 9(05).
           02 WS-DET-PED          PIC 9(10).
           02 FILLER              PIC X(01).
           02 WS-DET-PARC         PIC 9(02).
           02 FILLER              PIC X(06).
           02 WS-DET-VALE         PIC 9(10).
           02 FILLER              PIC X(13).
           02 FILLER              PIC X(20).
           02 WS-DET-PONTOS       PIC 9(07).

      ********* CONSISTENCIA DO PEDIDO MULTI-ITEM **********
      * AS LINHAS DE UM PEDIDO PRECISAM SER CONSECUTIVAS (O PROG013
       77 WS-IDX-PED                PIC 9(03) VALUE ZERO.
       77 WS-PED-REPETIDO           PIC 9(01) VALUE ZERO.

      ********* PLANO DE PARCELAMENTO DA VENDA A PRAZO **********
       77 WS-PLANO-OK               PIC 9(01) VALUE 1.
           88 PLANO-OK              VALUE 1.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

      ************ AREA DA CONVERSAO DE EAN (PROG107) **********
           COPY EANCONV.CPY.
       77 WS-EAN-OK                 PIC 9(01) VALUE ZERO.

       01 WS-TRAILER.
           02 WS-TRL-CONT-X       PIC X(05).
           02 WS-TRL-HASH-X       PIC X(16).
      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-ORCADAS           PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
           PERFORM 00001-LER-TRANSMISSAO.

       00002-A-CRITICA-DETALHE.
           MOVE TR-RESTO(1:101) TO WS-DETALHE.
      * LINHA LIDA PELO CODIGO DE BARRAS PODE VIR SEM O PID.
           IF WS-DET-EAN NOT = SPACES AND WS-DET-PID-X = SPACES
              MOVE ZEROS TO WS-DET-PID-X
           END-IF.
      * TRANSMISSAO SEM O CAMPO DE PARCELAS = PARCELA UNICA.
           IF WS-DET-PARC-X = SPACES
              MOVE "00" TO WS-DET-PARC-X
           END-IF.
      * TRANSMISSAO SEM O CAMPO DO VALE = VENDA SEM VALE.
           IF WS-DET-VALE-X = SPACES
              MOVE ZEROS TO WS-DET-VALE-X
           END-IF.
      * TRANSMISSAO SEM O CAMPO DE PONTOS = VENDA SEM RESGATE.
           IF WS-DET-PONTOS-X = SPACES
              MOVE ZEROS TO WS-DET-PONTOS-X
           END-IF.
           MOVE 1 TO WS-PLANO-OK.
           IF WS-DET-PAG = "P" AND WS-DET-PARC-X NUMERIC
              PERFORM 00002-G-VALIDA-PLANO
           END-IF.

           IF WS-DET-PID-X NOT NUMERIC
              OR WS-DET-QTD-X NOT NUMERIC
                      WS-DET-PID
           ELSE
           IF WS-DET-PAG NOT = "D" AND WS-DET-PAG NOT = "C"
              AND WS-DET-PAG NOT = "P" AND WS-DET-PAG NOT = "V"
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- FORMA DE PAGAMENTO INVALIDA (D/C/P/V) --> "
                      WS-DET-PAG " PID " WS-DET-PID
           ELSE
           IF WS-DET-VALE-X NOT NUMERIC
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- NUMERO DO VALE-TROCA NAO NUMERICO --> "
                      WS-DET-VALE-X " PID " WS-DET-PID
           ELSE
           IF WS-DET-PAG = "V" AND WS-DET-VALE = 0
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- VENDA COM VALE-TROCA SEM NUMERO DO VALE "
                      "--> PID " WS-DET-PID
           ELSE
           IF WS-DET-VALE > 0 AND WS-DET-PAG NOT = "V"
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- VALE-TROCA SO NA VENDA PAGA COM VALE --> PID "
                      WS-DET-PID
           ELSE
           IF WS-DET-PARC-X NOT NUMERIC
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- QUANTIDADE DE PARCELAS NAO NUMERICA --> "
                      WS-DET-PARC-X " PID " WS-DET-PID
           ELSE
           IF WS-DET-PARC > 1 AND WS-DET-PAG NOT = "P"
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- PARCELAMENTO SO NA VENDA A PRAZO --> PID "
                      WS-DET-PID
           ELSE
           IF WS-DET-AUT NOT = SPACES AND WS-DET-PAG NOT = "C"
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- AUTORIZACAO SO NA VENDA EM CARTAO --> PID "
                      WS-DET-PID
           ELSE
           IF WS-DET-PONTOS-X NOT NUMERIC
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- PONTOS DE FIDELIDADE NAO NUMERICOS --> "
                      WS-DET-PONTOS-X " PID " WS-DET-PID
           ELSE
           IF WS-DET-PONTOS > 0 AND WS-DET-CLI = 0
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- RESGATE DE PONTOS SO COM CLIENTE "
                      "IDENTIFICADO --> PID " WS-DET-PID
           ELSE
           IF WS-DET-SERIE NOT = SPACES AND WS-DET-QTD NOT = 1
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- NUMERO DE SERIE INFORMADO EXIGE QUANTIDADE 1 "
                      "--> PID " WS-DET-PID " SERIE " WS-DET-SERIE
           ELSE
           IF NOT PLANO-OK
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- PLANO DE " WS-DET-PARC " PARCELAS NAO "
                      "CADASTRADO EM PLANOS.DAT --> PID " WS-DET-PID
           ELSE
              PERFORM 00002-H-CONFERE-PRODUTO.
      * CARTAO SEM AUTORIZACAO PASSA, MAS SO CONCILIA COM A
      * ADQUIRENTE (PROG096) POR DATA E VALOR.
           IF WS-DET-PAG = "C" AND WS-DET-AUT = SPACES
              DISPLAY "-- VENDA EM CARTAO SEM AUTORIZACAO --> PID "
                      WS-DET-PID
           END-IF.

      ******************************************************************
      * PRODUTO DA LINHA: PELO EAN QUANDO INFORMADO (DIGITO E
      * CADASTRO CONFERIDOS PELO PROG107, COM O MOTIVO RJ-NN DA
      * REJEICAO), SENAO PELO PID; EM AMBOS O PID PRECISA EXISTIR
      * NO CATALOGO.
      ******************************************************************
       00002-H-CONFERE-PRODUTO.
           MOVE WS-DET-PID TO RP-PID.
           MOVE 1 TO WS-EAN-OK.
           IF WS-DET-EAN NOT = SPACES
              MOVE "C"        TO EA-FUNCAO
              MOVE WS-DET-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO RP-PID
              ELSE
                 MOVE 0 TO WS-EAN-OK
                 ADD 1 TO WS-CONT-ERROS
                 IF EA-RESULTADO = 9
                    DISPLAY "-- ERRO NOS CODIGOS DE BARRAS --> "
                            WS-DET-EAN
                 ELSE
                    DISPLAY "-- LINHA REJEITADA (" EA-MOTIVO ") EAN "
                            "--> " WS-DET-EAN
                 END-IF
              END-IF
           END-IF.
           IF WS-EAN-OK = 1
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      ADD 1 TO WS-CONT-ERROS
                      DISPLAY "-- PID NAO EXISTE NO CATALOGO --> "
                              RP-PID
                   NOT INVALID KEY
                      PERFORM 00002-B-CRITICA-PEDIDO
              END-READ
           END-IF.

      ******************************************************************
      * CRITICA DO PEDIDO MULTI-ITEM: AS LINHAS DE UM MESMO PEDIDO
           ADD WS-DET-QTD TO WS-HASH-QTD.
           WRITE REG-VALIDADA FROM WS-DETALHE.

      ******************************************************************
      * VENDA A PRAZO: A QUANTIDADE DE PARCELAS PRECISA SER UM DOS
      * PLANOS ACEITOS (PROG094 / PLANOS.DAT).
      ******************************************************************
       00002-G-VALIDA-PLANO.
           MOVE "V"         TO PZ-FUNCAO.
           MOVE WS-DET-PARC TO PZ-PARCELAS.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO NOT = 1
              MOVE 0 TO WS-PLANO-OK.

       00002-D-TESTA-REPETICAO.
           MOVE 0 TO WS-PED-REPETIDO.
           MOVE 1 TO WS-IDX-PED.
              PERFORM 00006-A-LER-VALIDADA
              PERFORM 00006-B-COPIA-VALIDADA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-VALIDADAS
              PERFORM 00007-ANEXA-ORCAMENTOS
              CLOSE FD-VENDAS
              DISPLAY "-- ARQUIVO LIBERADO PARA O PROG013: "
                      WS-CONT-DETALHES " VENDAS".
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00006-B-COPIA-VALIDADA.
           MOVE REG-VALIDADA TO WS-DETALHE.
           MOVE SPACES TO REG-VENDA.
           MOVE WS-DETALHE(1:74) TO REG-VENDA(1:74).
           MOVE ZERO          TO VD-PRECO-COTADO.
           MOVE WS-DET-SERIE  TO VD-SERIE.
           MOVE WS-DET-PONTOS TO VD-PONTOS.
           WRITE REG-VENDA.
           PERFORM 00006-A-LER-VALIDADA.

      ******************************************************************
      * ANEXA OS PEDIDOS DE ORCAMENTOS ACEITOS (PROG110) DEPOIS DAS
      * VENDAS DA TRANSMISSAO E ESVAZIA O VENDAS.ORC, PARA QUE CADA
      * PEDIDO SEJA FATURADO UMA UNICA VEZ. SEM VENDAS.ORC, NADA A
      * ANEXAR.
      ******************************************************************
       00007-ANEXA-ORCAMENTOS.
           MOVE 0 TO WS-CONT-ORCADAS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-ORC.
           OPEN INPUT FD-ORCADAS.
           IF WS-FILE-STATUS-ORC = 0
              PERFORM 00007-A-LER-ORCADA
              PERFORM 00007-B-COPIA-ORCADA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-ORCADAS
              OPEN OUTPUT FD-ORCADAS
              CLOSE FD-ORCADAS
              IF WS-CONT-ORCADAS > 0
                 DISPLAY "-- LINHAS DE ORCAMENTOS ACEITOS ANEXADAS: "
                         WS-CONT-ORCADAS
              END-IF
           END-IF.

       00007-A-LER-ORCADA.
           READ FD-ORCADAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00007-B-COPIA-ORCADA.
           WRITE REG-VENDA FROM REG-ORCADA.
           ADD 1 TO WS-CONT-ORCADAS.
           PERFORM 00007-A-LER-ORCADA.

       00004-RODAPE.
           DISPLAY " ".
           DISPLAY "==== VALIDACAO DO ARQUIVO DE VENDAS ====".
