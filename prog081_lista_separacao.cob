      *          endereco e imprime a lista de separacao em
      *          PROG81-001.PIC - o deposito percorre os corredores
      *          em uma unica passada em vez de ir e voltar na ordem
      *          de digitacao. A mesma separacao e gravada linha a
      *          linha em PROG81-SEP.DAT, de onde o manifesto de rotas
      *          (PROG116) tira os itens a carregar de cada entrega.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PIC.

      * SEPARACAO DO DIA EM REGISTROS, PARA O MANIFESTO DE ROTAS.
           SELECT FD-SEPARACAO ASSIGN TO "PROG81-SEP.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-SEP.

       DATA DIVISION.
       FILE SECTION.


      * MESMO DESENHO DO VENDAS.DAT CONSUMIDO PELO PROG013.
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

       FD FD-LOCALIZACAO
          RECORD CONTAINS 20 CHARACTERS.
       FD FD-PICKING.
       01 REG-PICKING             PIC X(80).

       FD FD-SEPARACAO
          RECORD CONTAINS 60 CHARACTERS.
           COPY SEPARAC.CPY.

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

      ************ AREA DA CONVERSAO DE EAN (PROG107) **********
           COPY EANCONV.CPY.

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-VENDA      PIC 9(02).
       77 WS-FILE-STATUS-LOC        PIC 9(02).
       77 WS-FILE-STATUS-PIC        PIC 9(02).
       77 WS-FILE-STATUS-SEP        PIC 9(02).

      ************ TABELA DAS LINHAS A SEPARAR ***********
       01 TAB-SEPARACAO.
           88 ARQUIVOS-OK           VALUE 1.
       77 WS-LOCAIS-OK              PIC 9(01) VALUE ZERO.
           88 LOCAIS-OK             VALUE 1.
       77 WS-SEPARACAO-OK           PIC 9(01) VALUE ZERO.
           88 SEPARACAO-OK          VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              IF LOCAIS-OK
                 CLOSE FD-LOCALIZACAO
              END-IF
              IF SEPARACAO-OK
                 CLOSE FD-SEPARACAO
              END-IF
           END-IF.

           STOP RUN.
              CLOSE FD-VENDAS
              CLOSE FD-PRODUTOS
           ELSE
              MOVE 1 TO WS-ARQUIVOS-OK
              PERFORM 00009-ABRE-SEPARACAO.

      * SEM O ARQUIVO DA SEPARACAO A LISTA IMPRESSA SAI IGUAL; SO O
      * MANIFESTO DE ROTAS FICA SEM OS ITENS A CARREGAR.
       00009-ABRE-SEPARACAO.
           MOVE 0 TO WS-FILE-STATUS-SEP.
           OPEN OUTPUT FD-SEPARACAO.
           IF WS-FILE-STATUS-SEP = 0
              MOVE 1 TO WS-SEPARACAO-OK
           ELSE
              DISPLAY "-- ERRO AO CRIAR PROG81-SEP.DAT -->"
                      WS-FILE-STATUS-SEP.

       00005-ABRE-LOCAIS.
           MOVE 0 TO WS-FILE-STATUS-LOC.
                   ADD 1 TO WS-CONT-LIDAS.

       00002-GUARDA-LINHA.
           PERFORM 00008-CONVERTE-EAN.
           IF EA-RESULTADO NOT = 1
              DISPLAY "-- LINHA FORA DA LISTA (" EA-MOTIVO ") EAN "
                      "--> " VD-EAN
           ELSE
           IF WS-QTD-LINHAS = 200
              DISPLAY "-- TABELA DE SEPARACAO CHEIA, LINHA FORA DA "
                      "LISTA --> " VD-PID
           END-IF.
           PERFORM 00001-LER-VENDA.

      ******************************************************************
      * LINHA LIDA PELO CODIGO DE BARRAS: O PROG107 CONVERTE O EAN NO
      * PID E O FATOR DA EMBALAGEM PASSA A QUANTIDADE PARA UNIDADES,
      * COMO NO PROG013.
      ******************************************************************
       00008-CONVERTE-EAN.
           MOVE 1 TO EA-RESULTADO.
           MOVE SPACES TO EA-MOTIVO.
           IF VD-EAN NOT = SPACES
              MOVE "C"    TO EA-FUNCAO
              MOVE VD-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO VD-PID
                 COMPUTE VD-QTD = VD-QTD * EA-FATOR
              END-IF
           END-IF.

       00006-BUSCA-NOME.
           MOVE VD-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                  SE-PEDIDO(WS-IDX-LINHA) DELIMITED BY SIZE
                  INTO REG-PICKING.
           WRITE REG-PICKING.
           IF SEPARACAO-OK
              MOVE WS-DATA-LISTA           TO SS-DATA
              MOVE SE-PEDIDO(WS-IDX-LINHA) TO SS-PEDIDO
              MOVE SE-PID(WS-IDX-LINHA)    TO SS-PID
              MOVE SE-NOME(WS-IDX-LINHA)   TO SS-NOME
              MOVE SE-QTD(WS-IDX-LINHA)    TO SS-QTD
              MOVE SE-LOCAL(WS-IDX-LINHA)  TO SS-LOCAL
              WRITE REG-SEPARACAO
           END-IF.
           ADD 1 TO WS-IDX-LINHA.

       END PROGRAM PROG081-LISTA-SEPARACAO.
