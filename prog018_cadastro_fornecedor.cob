      *          PROG007_LOJA, e do vinculo produto x fornecedor
      *          (PROG18-PRDF.DAT), para que o setor de compras saiba
      *          de quem cada produto do catalogo e comprado.
      *          Registra tambem a cotacao de preco de cada vinculo
      *          (PROG18-COT.DAT): preco unitario, quantidade minima
      *          de pedido, prazo de entrega e validade, usada pelo
      *          PROG019 para escolher o fornecedor mais barato.
      *          O CNPJ ou CPF do fornecedor e conferido pelos digitos
      *          verificadores (PROG134) na digitacao e fica gravado
      *          so com os algarismos em PROG18-DOC.DAT, consultado
      *          tambem pelo relatorio de duplicidades (PROG135).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-PRDF.

      * COTACAO DE PRECO POR FORNECEDOR + PRODUTO.
           SELECT FD-COTACOES ASSIGN TO "PROG18-COT.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CQ-CHAVE
                              ALTERNATE RECORD KEY IS CQ-PID
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-COT.

      * DOCUMENTO (CNPJ/CPF) DO FORNECEDOR, PELO CODIGO.
           SELECT FD-DOC-FORNEC ASSIGN TO "PROG18-DOC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS DF-FORNECEDOR
                              FILE STATUS WS-FILE-STATUS-DOC.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
          RECORD CONTAINS 15 CHARACTERS.
           COPY PRODFORN.CPY.

       FD FD-COTACOES
          RECORD CONTAINS 58 CHARACTERS.
           COPY COTACAO.CPY.

       FD FD-DOC-FORNEC
          RECORD CONTAINS 20 CHARACTERS.
           COPY FORNDOC.CPY.

       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
       77 WS-FILE-STATUS-FORN-KEY   PIC 9(02).
       77 WS-FILE-STATUS-PRDF       PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-COT        PIC 9(02).
       77 WS-FILE-STATUS-DOC        PIC 9(02).

      ************* VARIAVEIS PARA O FORNECEDOR DIGITADO ************
       01 WS-FORNECEDOR.
       77 WS-NOME-LIMPO                   PIC X(30).
       77 WS-PID-VINCULO                  PIC 9(10).
       77 WS-CONT-VINCULOS                PIC 9(05).
       77 WS-CONT-COTACOES                PIC 9(05).
       77 WS-DATA-HOJE                    PIC 9(08).

      ************* VARIAVEIS PARA A COTACAO DIGITADA ************
       01 WS-COTACAO.
           02 WS-CQ-PRECO        PIC 9(10)V9(02).
           02 WS-CQ-QTD-MINIMA   PIC 9(10)V9(02).
           02 WS-CQ-PRAZO-DIAS   PIC 9(03).
           02 WS-CQ-VALIDADE     PIC 9(08).

       77 WS-PRECO-EDT                    PIC Z(09)9.99.
       77 WS-QTD-EDT                      PIC Z(09)9.99.
       77 WS-SITUACAO-COT                 PIC X(07).

       77 WS-COTACAO-EXISTE               PIC 9(01) VALUE ZERO.
           88 COTACAO-EXISTE              VALUE 1.

       77 WS-FIM-LISTA                    PIC 9(01) VALUE ZERO.
           88 FIM-DA-LISTA                VALUE 1.

      ************* VARIAVEIS PARA O DOCUMENTO DO FORNECEDOR *********
      * NA ALTERACAO O DOCUMENTO E OPCIONAL (EM BRANCO MANTEM O ATUAL).
       77 WS-DOC-OPCIONAL                 PIC 9(01) VALUE ZERO.
           88 DOCUMENTO-OPCIONAL          VALUE 1.
       77 WS-DOC-PRONTO                   PIC 9(01) VALUE ZERO.
           88 DOCUMENTO-PRONTO            VALUE 1.

      ************ AREA DA VALIDACAO DE CPF/CNPJ (PROG134) ***********
           COPY DOCVALID.CPY.


      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.
              PERFORM 00000-OPEN-FILE-PROD-FORN
           END-IF.

           IF WS-EXIT = 0
              PERFORM 00000-OPEN-FILE-COTACOES
           END-IF.

           IF WS-EXIT = 0
              PERFORM 00000-OPEN-FILE-DOCUMENTOS
           END-IF.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           PERFORM 9002-GRAVA-ULTIMO-CODIGO.
           CLOSE FD-FORNECEDORES.
           CLOSE FD-PROD-FORN.
           CLOSE FD-COTACOES.
           CLOSE FD-DOC-FORNEC.
           DISPLAY "BYE"
           STOP RUN.

              END-IF
           END-IF.

       00000-OPEN-FILE-COTACOES.
           MOVE 0 TO WS-FILE-STATUS-COT.
           OPEN I-O FD-COTACOES.

           IF WS-FILE-STATUS-COT = 35
              DISPLAY "-- PROG18-COT.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-COTACOES
              IF WS-FILE-STATUS-COT NOT = 0
                 DISPLAY "-- ERRO AO CRIAR ARQUIVO DE COTACOES -->"
                         WS-FILE-STATUS-COT
                 MOVE 1 TO WS-EXIT
              ELSE
                 CLOSE FD-COTACOES
                 OPEN I-O FD-COTACOES
              END-IF
           ELSE
              IF WS-FILE-STATUS-COT NOT = 0
                 DISPLAY "-- ERRO AO ABRIR ARQUIVO DE COTACOES -->"
                         WS-FILE-STATUS-COT
                 MOVE 1 TO WS-EXIT
              END-IF
           END-IF.

       00000-OPEN-FILE-DOCUMENTOS.
           MOVE 0 TO WS-FILE-STATUS-DOC.
           OPEN I-O FD-DOC-FORNEC.

           IF WS-FILE-STATUS-DOC = 35
              DISPLAY "-- PROG18-DOC.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-DOC-FORNEC
              IF WS-FILE-STATUS-DOC NOT = 0
                 DISPLAY "-- ERRO AO CRIAR ARQUIVO DE DOCUMENTOS -->"
                         WS-FILE-STATUS-DOC
                 MOVE 1 TO WS-EXIT
              ELSE
                 CLOSE FD-DOC-FORNEC
                 OPEN I-O FD-DOC-FORNEC
              END-IF
           ELSE
              IF WS-FILE-STATUS-DOC NOT = 0
                 DISPLAY "-- ERRO AO ABRIR ARQUIVO DE DOCUMENTOS -->"
                         WS-FILE-STATUS-DOC
                 MOVE 1 TO WS-EXIT
              END-IF
           END-IF.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "4) CONSULTA FORNECEDOR POR CODIGO".
           DISPLAY "5) VINCULA PRODUTO A FORNECEDOR".
           DISPLAY "6) LISTA PRODUTOS DO FORNECEDOR".
           DISPLAY "7) REGISTRA COTACAO DE PRECO".
           DISPLAY "8) LISTA COTACOES DO PRODUTO".
           DISPLAY " ".
           DISPLAY "9) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 4 PERFORM 00002-SELECT-FORNECEDOR
              WHEN 5 PERFORM 00005-VINCULA-PRODUTO
              WHEN 6 PERFORM 00006-LISTA-PRODUTOS
              WHEN 7 PERFORM 00007-REGISTRA-COTACAO
              WHEN 8 PERFORM 00008-LISTA-COTACOES
              WHEN 9
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           MOVE SPACES TO WS-FR-NOME.
           PERFORM 00002-PEDE-NOME UNTIL WS-FR-NOME NOT = SPACES.

           MOVE 0 TO WS-DOC-OPCIONAL.
           MOVE 0 TO WS-DOC-PRONTO.
           PERFORM 00002-PEDE-DOCUMENTO UNTIL DOCUMENTO-PRONTO.

           DISPLAY "CONTATO: " WITH NO ADVANCING.
           ACCEPT WS-FR-CONTATO.

                         WS-ULTIMO-CODIGO
              NOT INVALID KEY
                 DISPLAY "FORNECEDOR ARMAZENADO --> " WS-FR-CODIGO
                 PERFORM 9002-GRAVA-ULTIMO-CODIGO
                 PERFORM 00009-GRAVA-DOCUMENTO.

       00002-PEDE-NOME.
           DISPLAY "NOME: " WITH NO ADVANCING.
           IF WS-FR-NOME = SPACES
              DISPLAY "-- NOME INVALIDO, NAO PODE SER EM BRANCO".

      ******************************************************************
      * CNPJ OU CPF CONFERIDO PELOS DIGITOS VERIFICADORES (PROG134).
      * NA ALTERACAO, EM BRANCO MANTEM O DOCUMENTO QUE JA ESTA GRAVADO.
      ******************************************************************
       00002-PEDE-DOCUMENTO.
           IF DOCUMENTO-OPCIONAL
              DISPLAY "NOVO DOCUMENTO (EM BRANCO MANTEM): "
                      WITH NO ADVANCING
           ELSE
              DISPLAY "DOCUMENTO (CNPJ/CPF): " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO DV-DOCUMENTO.
           ACCEPT DV-DOCUMENTO.
           IF DV-DOCUMENTO = SPACES AND DOCUMENTO-OPCIONAL
              MOVE 1 TO WS-DOC-PRONTO
           ELSE
              CALL "PROG134-VALIDA-DOCUMENTO"
                   USING WS-VALIDA-DOCUMENTO
              EVALUATE DV-RESULTADO
                 WHEN 1
                    MOVE 1 TO WS-DOC-PRONTO
                 WHEN 0
                    DISPLAY "-- DOCUMENTO INVALIDO, DIGITO "
                            "VERIFICADOR NAO CONFERE"
                 WHEN OTHER
                    DISPLAY "-- DOCUMENTO INVALIDO, INFORME 14 "
                            "ALGARISMOS (CNPJ) OU 11 (CPF)"
              END-EVALUATE
           END-IF.

       00002-SELECT-FORNECEDOR.
           DISPLAY "CONSULTA FORNECEDOR".
           DISPLAY "CODIGO: " WITH NO ADVANCING.
                    DISPLAY " "
                    DISPLAY "CODIGO: " FR-CODIGO
                    DISPLAY "NOME: " FR-NOME
                    PERFORM 00009-A-EXIBE-DOCUMENTO
                    DISPLAY "CONTATO: " FR-CONTATO
                    DISPLAY "PRAZO PGTO (DIAS): " FR-PRAZO-PGTO
                    DISPLAY "STATUS: " FR-STATUS-REG.
                           DISPLAY "ERRO AO REMOVER FORNECEDOR"
                        NOT INVALID KEY
                           DISPLAY "FORNECEDOR REMOVIDO --> "
                                   WS-FR-CODIGO
                           PERFORM 00009-B-REMOVE-DOCUMENTO.

       00004-UPDATE-FORNECEDOR.
           DISPLAY "ATUALIZA FORNECEDOR".
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    PERFORM 00009-A-EXIBE-DOCUMENTO
                    MOVE 1 TO WS-DOC-OPCIONAL
                    MOVE 0 TO WS-DOC-PRONTO
                    PERFORM 00002-PEDE-DOCUMENTO
                        UNTIL DOCUMENTO-PRONTO
                    DISPLAY "CONTATO ATUAL: " FR-CONTATO
                    DISPLAY "NOVO CONTATO: " WITH NO ADVANCING
                    ACCEPT WS-FR-CONTATO
                           DISPLAY "ERRO AO ATUALIZAR FORNECEDOR"
                        NOT INVALID KEY
                           DISPLAY "FORNECEDOR ATUALIZADO --> "
                                   WS-FR-CODIGO
                           IF DV-DOCUMENTO NOT = SPACES
                              PERFORM 00009-GRAVA-DOCUMENTO
                           END-IF.

       00005-VINCULA-PRODUTO.
           DISPLAY "VINCULA PRODUTO A FORNECEDOR".
           END-IF.
           PERFORM 00006-A-LER-VINCULO.

      ******************************************************************
      * REGISTRA (OU RENOVA) A COTACAO DE UM FORNECEDOR PARA UM
      * PRODUTO. SO SE COTA O QUE ESTA VINCULADO EM PROG18-PRDF.DAT;
      * UMA NOVA COTACAO DO MESMO PAR SUBSTITUI A ANTERIOR.
      ******************************************************************
       00007-REGISTRA-COTACAO.
           DISPLAY "REGISTRA COTACAO DE PRECO".
           DISPLAY "CODIGO DO FORNECEDOR: " WITH NO ADVANCING.
           ACCEPT WS-FR-CODIGO.
           DISPLAY "PID DO PRODUTO: " WITH NO ADVANCING.
           ACCEPT WS-PID-VINCULO.

           MOVE WS-FR-CODIGO   TO PF-FORNECEDOR.
           MOVE WS-PID-VINCULO TO PF-PID.
           READ FD-PROD-FORN RECORD KEY PF-CHAVE
                INVALID KEY
                   DISPLAY "-- PRODUTO NAO VINCULADO AO FORNECEDOR, "
                           "USE A OPCAO 5 ANTES"
                NOT INVALID KEY
                   PERFORM 00007-A-LE-COTACAO.

       00007-A-LE-COTACAO.
           MOVE 0 TO WS-COTACAO-EXISTE.
           MOVE WS-FR-CODIGO   TO CQ-FORNECEDOR.
           MOVE WS-PID-VINCULO TO CQ-PID.
           READ FD-COTACOES RECORD KEY CQ-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO WS-COTACAO-EXISTE
                   MOVE CQ-PRECO TO WS-PRECO-EDT
                   DISPLAY "COTACAO ATUAL: PRECO " WS-PRECO-EDT
                           "  VALIDADE " CQ-VALIDADE.

           MOVE ZERO TO WS-CQ-PRECO.
           PERFORM 00007-B-PEDE-PRECO UNTIL WS-CQ-PRECO > 0.

           DISPLAY "QUANTIDADE MINIMA DE PEDIDO: " WITH NO ADVANCING.
           ACCEPT WS-CQ-QTD-MINIMA.
           DISPLAY "PRAZO DE ENTREGA (DIAS): " WITH NO ADVANCING.
           ACCEPT WS-CQ-PRAZO-DIAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CQ-VALIDADE.
           PERFORM 00007-C-PEDE-VALIDADE
               UNTIL WS-CQ-VALIDADE NOT < WS-DATA-HOJE.

           MOVE WS-FR-CODIGO     TO CQ-FORNECEDOR.
           MOVE WS-PID-VINCULO   TO CQ-PID.
           MOVE WS-CQ-PRECO      TO CQ-PRECO.
           MOVE WS-CQ-QTD-MINIMA TO CQ-QTD-MINIMA.
           MOVE WS-CQ-PRAZO-DIAS TO CQ-PRAZO-DIAS.
           MOVE WS-DATA-HOJE     TO CQ-DATA-COTACAO.
           MOVE WS-CQ-VALIDADE   TO CQ-VALIDADE.

           IF COTACAO-EXISTE
              REWRITE REG-COTACAO
                  INVALID KEY
                     DISPLAY "-- ERRO AO ATUALIZAR COTACAO -->"
                             WS-FILE-STATUS-COT
                  NOT INVALID KEY
                     DISPLAY "COTACAO ATUALIZADA --> FORNECEDOR "
                             WS-FR-CODIGO " PID " WS-PID-VINCULO
              END-REWRITE
           ELSE
              WRITE REG-COTACAO
                  INVALID KEY
                     DISPLAY "-- ERRO AO GRAVAR COTACAO -->"
                             WS-FILE-STATUS-COT
                  NOT INVALID KEY
                     DISPLAY "COTACAO GRAVADA --> FORNECEDOR "
                             WS-FR-CODIGO " PID " WS-PID-VINCULO
              END-WRITE
           END-IF.

       00007-B-PEDE-PRECO.
           DISPLAY "PRECO UNITARIO: " WITH NO ADVANCING.
           ACCEPT WS-CQ-PRECO.
           IF WS-CQ-PRECO = 0
              DISPLAY "-- PRECO INVALIDO, DEVE SER MAIOR QUE ZERO".

       00007-C-PEDE-VALIDADE.
           DISPLAY "VALIDA ATE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-CQ-VALIDADE.
           IF WS-CQ-VALIDADE < WS-DATA-HOJE
              DISPLAY "-- VALIDADE INVALIDA, NAO PODE SER ANTERIOR "
                      "A HOJE (" WS-DATA-HOJE ")".

      ******************************************************************
      * LISTA TODAS AS COTACOES DE UM PRODUTO PELA CHAVE ALTERNADA
      * CQ-PID, MARCANDO AS QUE JA PASSARAM DA VALIDADE.
      ******************************************************************
       00008-LISTA-COTACOES.
           DISPLAY "LISTA COTACOES DO PRODUTO".
           DISPLAY "PID DO PRODUTO: " WITH NO ADVANCING.
           ACCEPT WS-PID-VINCULO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-FIM-LISTA.
           MOVE 0 TO WS-CONT-COTACOES.
           MOVE WS-PID-VINCULO TO CQ-PID.
           START FD-COTACOES KEY IS = CQ-PID
               INVALID KEY
                  MOVE 1 TO WS-FIM-LISTA.

           PERFORM 00008-A-LER-COTACAO.
           PERFORM 00008-B-EXIBE-COTACAO UNTIL FIM-DA-LISTA.

           DISPLAY "COTACOES DO PRODUTO: " WS-CONT-COTACOES.

       00008-A-LER-COTACAO.
           IF NOT FIM-DA-LISTA
              READ FD-COTACOES NEXT RECORD
                   AT END
                      MOVE 1 TO WS-FIM-LISTA
                   NOT AT END
                      IF CQ-PID NOT = WS-PID-VINCULO
                         MOVE 1 TO WS-FIM-LISTA
                      END-IF
              END-READ
           END-IF.

       00008-B-EXIBE-COTACAO.
           ADD 1 TO WS-CONT-COTACOES.
           IF CQ-VALIDADE < WS-DATA-HOJE
              MOVE "VENCIDA" TO WS-SITUACAO-COT
           ELSE
              MOVE "VALIDA" TO WS-SITUACAO-COT
           END-IF.
           MOVE CQ-PRECO      TO WS-PRECO-EDT.
           MOVE CQ-QTD-MINIMA TO WS-QTD-EDT.
           DISPLAY "FORNECEDOR " CQ-FORNECEDOR
                   "  PRECO " WS-PRECO-EDT
                   "  MINIMO " WS-QTD-EDT.
           DISPLAY "   PRAZO " CQ-PRAZO-DIAS " DIAS"
                   "  COTADA EM " CQ-DATA-COTACAO
                   "  VALIDA ATE " CQ-VALIDADE
                   "  " WS-SITUACAO-COT.
           PERFORM 00008-A-LER-COTACAO.

      ******************************************************************
      * DOCUMENTO DO FORNECEDOR EM PROG18-DOC.DAT: GRAVA OU SUBSTITUI
      * O DO CODIGO EM WS-FR-CODIGO, JA SO COM OS ALGARISMOS.
      ******************************************************************
       00009-GRAVA-DOCUMENTO.
           MOVE WS-FR-CODIGO TO DF-FORNECEDOR.
           MOVE DV-NUMERO    TO DF-DOCUMENTO.
           MOVE DV-TIPO      TO DF-TIPO.
           WRITE REG-DOC-FORNECEDOR
              INVALID KEY
                 REWRITE REG-DOC-FORNECEDOR
                    INVALID KEY
                       DISPLAY "-- ERRO AO GRAVAR DOCUMENTO -->"
                               WS-FILE-STATUS-DOC
                 END-REWRITE
           END-WRITE.

       00009-A-EXIBE-DOCUMENTO.
           MOVE WS-FR-CODIGO TO DF-FORNECEDOR.
           READ FD-DOC-FORNEC RECORD KEY DF-FORNECEDOR
                INVALID KEY
                   DISPLAY "DOCUMENTO: (NAO INFORMADO)"
                NOT INVALID KEY
                   DISPLAY "DOCUMENTO: " DF-DOCUMENTO
           END-READ.

       00009-B-REMOVE-DOCUMENTO.
           MOVE WS-FR-CODIGO TO DF-FORNECEDOR.
           DELETE FD-DOC-FORNEC RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.

       END PROGRAM PROG018-CADASTRO-FORNECEDOR.
