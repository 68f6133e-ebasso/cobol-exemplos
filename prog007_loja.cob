      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Progama Loja ou Cadastro de Produtos
      *          Le os produtos e faz o cadastro e consulta de produtos
      *          A consulta mostra, alem da quantidade em estoque, o
      *          reservado para pedidos em aberto e o disponivel para
      *          venda (PROG112)
      *          A opcao 9 marca o produto de alto valor para controle
      *          por numero de serie (PROG119), mostrando quantos
      *          numeros estao em estoque contra a quantidade.
      *          A opcao 0 muda a situacao do produto no ciclo de
      *          vida (ativo, saindo de linha, descontinuado) em
      *          PROG10-CICLO.DAT: ativo e saindo de linha pelo
      *          operador de nivel 3 ou mais, descontinuado (e a volta
      *          dele) so pelo supervisor, com registro na auditoria.
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
                              RECORD KEY IS LO-PID
                              FILE STATUS WS-FILE-STATUS-LOC.

      * REFERENCIA CRUZADA DE CODIGOS DE BARRAS (EAN-13) DE CADA PID,
      * MANTIDA NA OPCAO 8 DO MENU.
           SELECT FD-EAN ASSIGN TO "PROG107-EAN.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EB-EAN
                              ALTERNATE RECORD KEY IS EB-PID
                                  WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-EAN.

      * MARCA DE CONTROLE POR NUMERO DE SERIE DE CADA PID DA LOJA,
      * MANTIDA NA OPCAO 9 DO MENU.
           SELECT FD-PROD-SERIE ASSIGN TO "PROG10-SERPRD.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS PZ-CHAVE
                              FILE STATUS WS-FILE-STATUS-PZ.

      * SITUACAO NO CICLO DE VIDA DE CADA PID DA LOJA, MANTIDA NA
      * OPCAO 0 DO MENU.
           SELECT FD-PROD-CICLO ASSIGN TO "PROG10-CICLO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CY-CHAVE
                              FILE STATUS WS-FILE-STATUS-CY.

      * COPIA DE SEGURANCA DATADA DE PROG10-NNN.DAT/.KEY, GERADA NO
      * INICIO DE CADA SESSAO ANTES DE ABRIR O CATALOGO PARA USO.
           SELECT FD-PRODUTOS-DATBKP ASSIGN TO WS-BACKUP-DAT-FILENAME
          RECORD CONTAINS 20 CHARACTERS.
           COPY LOCALPRD.CPY.

       FD FD-EAN
          RECORD CONTAINS 38 CHARACTERS.
           COPY EANPROD.CPY.

       FD FD-PROD-SERIE
          RECORD CONTAINS 22 CHARACTERS.
           COPY PRODSER.CPY.

       FD FD-PROD-CICLO
          RECORD CONTAINS 27 CHARACTERS.
           COPY PRODCICL.CPY.

       FD FD-PRODUTOS-DATBKP.
       01 REG-PRODUTO-BKP       PIC X(69).

       77 WS-FILE-STATUS-LOC        PIC 9(02).
       77 WS-NOVO-LOCAL             PIC X(10).

      ************* VARIAVEIS PARA OS CODIGOS DE BARRAS (EAN) ********
       77 WS-FILE-STATUS-EAN        PIC 9(02).
       77 WS-OPCAO-EAN              PIC 9(01).
       77 WS-NOVO-EAN               PIC X(13).
       77 WS-NOVO-FATOR             PIC 9(05).
       77 WS-NOVA-EMBALAGEM         PIC X(10).
       77 WS-QTD-EANS               PIC 9(03) VALUE ZERO.
       77 WS-FIM-EANS               PIC 9(01) VALUE ZERO.
           88 FIM-DOS-EANS          VALUE 1.
           COPY EANCONV.CPY.

      ************* VARIAVEIS PARA O NUMERO DE SERIE (PROG119) ******
       77 WS-FILE-STATUS-PZ         PIC 9(02).
       77 WS-NOVA-MARCA-SERIE       PIC X(01).
       77 WS-MARCA-SERIE-ANTES      PIC X(01).
           COPY SERCTRL.CPY.

      ************* VARIAVEIS PARA O CICLO DE VIDA (PROG125) ********
      * NIVEL MINIMO PARA TIRAR OU VOLTAR O PRODUTO DE LINHA; O
      * DESCONTINUADO E SEMPRE DO SUPERVISOR (NIVEL 9).
       77 WS-FILE-STATUS-CY         PIC 9(02).
       77 WS-NIVEL-CICLO            PIC 9(01) VALUE 3.
       77 WS-NOVA-SITUACAO          PIC X(01).
       77 WS-SITUACAO-ANTES         PIC X(01).
       77 WS-CICLO-PERMITIDO        PIC 9(01) VALUE ZERO.
           88 CICLO-PERMITIDO       VALUE 1.
           COPY CICLCTRL.CPY.

      ************* AREA DAS RESERVAS DE ESTOQUE (PROG112) **********
           COPY RESVCTRL.CPY.

      ************* VARIAVEIS PARA EXIBICAO DE VALOR EM TELA ********
       77 WS-VALOR-EDT                    PIC Z(9)9.99.

           MOVE WS-VALOR-ANTES TO HP-VALOR-ANTES.
           MOVE WS-VALOR       TO HP-VALOR-DEPOIS.
           MOVE "PROG007"      TO HP-PROGRAMA.
           MOVE ZERO           TO HP-APROVADOR.
           WRITE REG-HIST-PRECO.

       00001-MENU-OPCOES.
           DISPLAY "4) CONSULTA PRODUTO POR PID".
           DISPLAY "5) CONSULTA PRODUTO POR NOME".
           DISPLAY "6) LOCALIZACAO DO PRODUTO".
           DISPLAY "8) CODIGOS DE BARRAS (EAN)".
           DISPLAY "9) CONTROLE POR NUMERO DE SERIE".
           DISPLAY "0) CICLO DE VIDA (ATIVO/SAINDO/DESCONTINUADO)".
           DISPLAY " ".
           DISPLAY "7) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.
              WHEN 4 PERFORM 00002-SELECT-PRODUTO
              WHEN 5 PERFORM 00005-SELECT-PRODUTO-POR-NOME
              WHEN 6 PERFORM 00006-LOCALIZA-PRODUTO
              WHEN 8 PERFORM 00007-CODIGOS-BARRAS
              WHEN 9 PERFORM 00008-CONTROLE-SERIE
              WHEN 0 PERFORM 00009-CICLO-VIDA
              WHEN 7
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
              CLOSE FD-LOCALIZACAO
           END-IF.

      ******************************************************************
      * CODIGOS DE BARRAS DO PID: LISTA OS EANS JA LIGADOS AO PRODUTO
      * E PERMITE INCLUIR (COM O FATOR DA EMBALAGEM) OU REMOVER. O
      * DIGITO VERIFICADOR E CONFERIDO PELO PROG107-CONVERTE-EAN. O
      * ARQUIVO E ABERTO SO NO MOMENTO DO USO E CRIADO NA PRIMEIRA
      * INCLUSAO, COMO O DE LOCALIZACAO.
      ******************************************************************
       00007-CODIGOS-BARRAS.
           DISPLAY "CODIGOS DE BARRAS (EAN) DO PRODUTO".
           DISPLAY "PID: " WITH NO ADVANCING.
           ACCEPT WS-PID.

           MOVE WS-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY "PRODUTO: " RP-NOME " " RP-DESCRICAO
                    PERFORM 00007-A-MANTEM-EAN.

       00007-A-MANTEM-EAN.
           MOVE 0 TO WS-FILE-STATUS-EAN.
           OPEN I-O FD-EAN.
           IF WS-FILE-STATUS-EAN = 35
              DISPLAY "-- PROG107-EAN.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-EAN
              CLOSE FD-EAN
              MOVE 0 TO WS-FILE-STATUS-EAN
              OPEN I-O FD-EAN
           END-IF.
           IF WS-FILE-STATUS-EAN NOT = 0
              DISPLAY "-- ERRO AO ABRIR CODIGOS DE BARRAS -->"
                      WS-FILE-STATUS-EAN
           ELSE
              PERFORM 00007-B-LISTA-EANS
              DISPLAY "1) INCLUI EAN  2) REMOVE EAN  3) VOLTA: "
                      WITH NO ADVANCING
              ACCEPT WS-OPCAO-EAN
              EVALUATE WS-OPCAO-EAN
                 WHEN 1 PERFORM 00007-E-INCLUI-EAN
                 WHEN 2 PERFORM 00007-F-REMOVE-EAN
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              CLOSE FD-EAN
           END-IF.

       00007-B-LISTA-EANS.
           MOVE 0 TO WS-QTD-EANS.
           MOVE 0 TO WS-FIM-EANS.
           MOVE WS-PID TO EB-PID.
           START FD-EAN KEY EQUAL EB-PID
                 INVALID KEY
                    MOVE 1 TO WS-FIM-EANS
           END-START.
           IF NOT FIM-DOS-EANS
              PERFORM 00007-C-LER-EAN
              PERFORM 00007-D-MOSTRA-EAN UNTIL FIM-DOS-EANS
           END-IF.
           IF WS-QTD-EANS = 0
              DISPLAY "SEM CODIGO DE BARRAS LIGADO AO PID".

       00007-C-LER-EAN.
           READ FD-EAN NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-EANS.
           IF NOT FIM-DOS-EANS AND EB-PID NOT = WS-PID
              MOVE 1 TO WS-FIM-EANS.

       00007-D-MOSTRA-EAN.
           ADD 1 TO WS-QTD-EANS.
           DISPLAY "EAN: " EB-EAN "  FATOR: " EB-FATOR
                   "  EMBALAGEM: " EB-EMBALAGEM.
           PERFORM 00007-C-LER-EAN.

       00007-E-INCLUI-EAN.
           DISPLAY "EAN (13 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-NOVO-EAN.
           MOVE "D"         TO EA-FUNCAO.
           MOVE WS-NOVO-EAN TO EA-CODIGO.
           CALL "PROG107-CONVERTE-EAN" USING WS-EAN.
           IF EA-RESULTADO NOT = 1
              DISPLAY "-- EAN COM DIGITO VERIFICADOR INVALIDO --> "
                      WS-NOVO-EAN
           ELSE
              DISPLAY "UNIDADES DO PID NA EMBALAGEM (1 = AVULSA): "
                      WITH NO ADVANCING
              ACCEPT WS-NOVO-FATOR
              IF WS-NOVO-FATOR = 0
                 MOVE 1 TO WS-NOVO-FATOR
              END-IF
              DISPLAY "EMBALAGEM (EX: UN, CX 12): " WITH NO ADVANCING
              ACCEPT WS-NOVA-EMBALAGEM
              MOVE WS-NOVO-EAN       TO EB-EAN
              MOVE WS-PID            TO EB-PID
              MOVE WS-NOVO-FATOR     TO EB-FATOR
              MOVE WS-NOVA-EMBALAGEM TO EB-EMBALAGEM
              WRITE REG-EAN-PRODUTO
                    INVALID KEY
                       PERFORM 00007-G-EAN-DUPLICADO
                    NOT INVALID KEY
                       DISPLAY "EAN LIGADO AO PID --> " WS-NOVO-EAN
                       MOVE "EAN INCLUIDO" TO WS-AUD-CAMPO
                       MOVE SPACES         TO WS-AUD-ANTES
                       MOVE WS-NOVO-EAN    TO WS-AUD-DEPOIS
                       PERFORM 9000-GRAVA-AUDITORIA
              END-WRITE
           END-IF.

       00007-G-EAN-DUPLICADO.
           MOVE WS-NOVO-EAN TO EB-EAN.
           READ FD-EAN RECORD KEY EB-EAN
                INVALID KEY
                   DISPLAY "-- ERRO AO GRAVAR EAN --> " WS-NOVO-EAN
                NOT INVALID KEY
                   DISPLAY "-- EAN JA LIGADO AO PID " EB-PID
                           ", REMOVER LA ANTES --> " WS-NOVO-EAN.

       00007-F-REMOVE-EAN.
           DISPLAY "EAN A REMOVER: " WITH NO ADVANCING.
           ACCEPT WS-NOVO-EAN.
           MOVE WS-NOVO-EAN TO EB-EAN.
           READ FD-EAN RECORD KEY EB-EAN
                INVALID KEY
                   DISPLAY "-- EAN NAO CADASTRADO --> " WS-NOVO-EAN
                NOT INVALID KEY
                   IF EB-PID NOT = WS-PID
                      DISPLAY "-- EAN LIGADO A OUTRO PID --> " EB-PID
                   ELSE
                      DELETE FD-EAN RECORD
                          INVALID KEY
                             DISPLAY "-- ERRO AO REMOVER EAN"
                          NOT INVALID KEY
                             DISPLAY "EAN REMOVIDO --> " WS-NOVO-EAN
                             MOVE "EAN REMOVIDO" TO WS-AUD-CAMPO
                             MOVE WS-NOVO-EAN    TO WS-AUD-ANTES
                             MOVE SPACES         TO WS-AUD-DEPOIS
                             PERFORM 9000-GRAVA-AUDITORIA
                      END-DELETE
                   END-IF
           END-READ.

      ******************************************************************
      * CONTROLE POR NUMERO DE SERIE DO PID NESTA LOJA: MOSTRA A
      * MARCA ATUAL E QUANTOS NUMEROS ESTAO EM ESTOQUE CONTRA A
      * QUANTIDADE DO CADASTRO, E PERMITE LIGAR (S) OU DESLIGAR (N)
      * O CONTROLE. O ARQUIVO E ABERTO SO NO MOMENTO DO USO E CRIADO
      * NA PRIMEIRA MARCACAO, COMO O DE LOCALIZACAO.
      ******************************************************************
       00008-CONTROLE-SERIE.
           DISPLAY "CONTROLE POR NUMERO DE SERIE".
           DISPLAY "PID: " WITH NO ADVANCING.
           ACCEPT WS-PID.

           MOVE WS-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    DISPLAY "PRODUTO: " RP-NOME " " RP-DESCRICAO
                    PERFORM 00008-A-MANTEM-MARCA.

       00008-A-MANTEM-MARCA.
           MOVE 0 TO WS-FILE-STATUS-PZ.
           OPEN I-O FD-PROD-SERIE.
           IF WS-FILE-STATUS-PZ = 35
              DISPLAY "-- PROG10-SERPRD.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-PROD-SERIE
              CLOSE FD-PROD-SERIE
              MOVE 0 TO WS-FILE-STATUS-PZ
              OPEN I-O FD-PROD-SERIE
           END-IF.
           IF WS-FILE-STATUS-PZ NOT = 0
              DISPLAY "-- ERRO AO ABRIR CONTROLE DE SERIE -->"
                      WS-FILE-STATUS-PZ
           ELSE
              MOVE WS-LOJA-NUM TO PZ-LOJA
              MOVE WS-PID      TO PZ-PID
              READ FD-PROD-SERIE RECORD KEY PZ-CHAVE
                   INVALID KEY
                      MOVE "N" TO WS-MARCA-SERIE-ANTES
                   NOT INVALID KEY
                      MOVE PZ-SERIALIZADO TO WS-MARCA-SERIE-ANTES
              END-READ
              IF WS-MARCA-SERIE-ANTES NOT = "S"
                 MOVE "N" TO WS-MARCA-SERIE-ANTES
              END-IF
              PERFORM 00008-B-MOSTRA-SITUACAO
              DISPLAY "CONTROLA NUMERO DE SERIE (S/N, BRANCO = "
                      "MANTEM): " WITH NO ADVANCING
              ACCEPT WS-NOVA-MARCA-SERIE
              IF (WS-NOVA-MARCA-SERIE = "S" OR "N")
                 AND WS-NOVA-MARCA-SERIE NOT = WS-MARCA-SERIE-ANTES
                 PERFORM 00008-C-GRAVA-MARCA
              END-IF
              CLOSE FD-PROD-SERIE
           END-IF.

       00008-B-MOSTRA-SITUACAO.
           MOVE "C"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE WS-PID      TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           DISPLAY "CONTROLE DE SERIE ATUAL: " WS-MARCA-SERIE-ANTES.
           MOVE RP-QTD TO WS-VALOR-EDT.
           DISPLAY "QUANTIDADE EM ESTOQUE  : " WS-VALOR-EDT.
           DISPLAY "NUMEROS DE SERIE EM ESTOQUE: " SE-QTD-ESTOQUE.
           IF WS-MARCA-SERIE-ANTES = "S" AND SE-QTD-ESTOQUE NOT = RP-QTD
              DISPLAY "-- ATENCAO: ESTOQUE E NUMEROS DE SERIE NAO "
                      "BATEM, VER CONCILIACAO NO PROG120".

       00008-C-GRAVA-MARCA.
           MOVE WS-LOJA-NUM         TO PZ-LOJA.
           MOVE WS-PID              TO PZ-PID.
           MOVE WS-NOVA-MARCA-SERIE TO PZ-SERIALIZADO.
           ACCEPT PZ-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE REG-PRODUTO-SERIE
                 INVALID KEY
                    REWRITE REG-PRODUTO-SERIE
                        INVALID KEY
                           DISPLAY "-- ERRO AO GRAVAR CONTROLE DE SERIE"
                        NOT INVALID KEY
                           PERFORM 00008-D-AUDITA-MARCA
                    END-REWRITE
                 NOT INVALID KEY
                    PERFORM 00008-D-AUDITA-MARCA
           END-WRITE.

       00008-D-AUDITA-MARCA.
           DISPLAY "CONTROLE DE SERIE ATUALIZADO --> "
                   WS-NOVA-MARCA-SERIE.
           IF WS-NOVA-MARCA-SERIE = "S" AND RP-QTD > SE-QTD-ESTOQUE
              DISPLAY "-- ATENCAO: O ESTOQUE SEM NUMERO DE SERIE NAO "
                      "PODE SER VENDIDO ATE SER REGULARIZADO"
           END-IF.
           MOVE "SERIE"              TO WS-AUD-CAMPO.
           MOVE WS-MARCA-SERIE-ANTES TO WS-AUD-ANTES.
           MOVE WS-NOVA-MARCA-SERIE  TO WS-AUD-DEPOIS.
           PERFORM 9000-GRAVA-AUDITORIA.

      ******************************************************************
      * CICLO DE VIDA DO PID NESTA LOJA: MOSTRA A SITUACAO ATUAL E O
      * ESTOQUE E PERMITE MUDAR PARA A (ATIVO), S (SAINDO DE LINHA)
      * OU D (DESCONTINUADO). ENTRE A E S BASTA O NIVEL
      * WS-NIVEL-CICLO; PARA D, OU PARA SAIR DE D, SO O SUPERVISOR.
      * O ARQUIVO E ABERTO SO NO MOMENTO DO USO E CRIADO NA PRIMEIRA
      * MUDANCA, COMO O DE LOCALIZACAO.
      ******************************************************************
       00009-CICLO-VIDA.
           DISPLAY "CICLO DE VIDA DO PRODUTO".
           IF WS-OPER-NIVEL < WS-NIVEL-CICLO
              DISPLAY "-- OPCAO RESTRITA AO NIVEL " WS-NIVEL-CICLO
                      " OU MAIS"
           ELSE
              DISPLAY "PID: " WITH NO ADVANCING
              ACCEPT WS-PID
              MOVE WS-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                       DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                   NOT INVALID KEY
                       DISPLAY "PRODUTO: " RP-NOME " " RP-DESCRICAO
                       PERFORM 00009-A-MANTEM-CICLO
              END-READ
           END-IF.

       00009-A-MANTEM-CICLO.
           MOVE 0 TO WS-FILE-STATUS-CY.
           OPEN I-O FD-PROD-CICLO.
           IF WS-FILE-STATUS-CY = 35
              DISPLAY "-- PROG10-CICLO.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-PROD-CICLO
              CLOSE FD-PROD-CICLO
              MOVE 0 TO WS-FILE-STATUS-CY
              OPEN I-O FD-PROD-CICLO
           END-IF.
           IF WS-FILE-STATUS-CY NOT = 0
              DISPLAY "-- ERRO AO ABRIR CICLO DE VIDA -->"
                      WS-FILE-STATUS-CY
           ELSE
              MOVE WS-LOJA-NUM TO CY-LOJA
              MOVE WS-PID      TO CY-PID
              READ FD-PROD-CICLO RECORD KEY CY-CHAVE
                   INVALID KEY
                      MOVE "A" TO WS-SITUACAO-ANTES
                   NOT INVALID KEY
                      MOVE CY-SITUACAO TO WS-SITUACAO-ANTES
              END-READ
              IF WS-SITUACAO-ANTES NOT = "S" AND NOT = "D"
                 MOVE "A" TO WS-SITUACAO-ANTES
              END-IF
              DISPLAY "SITUACAO ATUAL: " WS-SITUACAO-ANTES
                      " (A = ATIVO, S = SAINDO DE LINHA, "
                      "D = DESCONTINUADO)"
              MOVE RP-QTD TO WS-VALOR-EDT
              DISPLAY "QUANTIDADE EM ESTOQUE: " WS-VALOR-EDT
              DISPLAY "NOVA SITUACAO (A/S/D, BRANCO = MANTEM): "
                      WITH NO ADVANCING
              ACCEPT WS-NOVA-SITUACAO
              INSPECT WS-NOVA-SITUACAO CONVERTING "asd" TO "ASD"
              IF (WS-NOVA-SITUACAO = "A" OR "S" OR "D")
                 AND WS-NOVA-SITUACAO NOT = WS-SITUACAO-ANTES
                 PERFORM 00009-B-CONFERE-NIVEL
                 IF CICLO-PERMITIDO
                    PERFORM 00009-C-GRAVA-CICLO
                 ELSE
                    DISPLAY "-- DESCONTINUAR OU REATIVAR PRODUTO "
                            "DESCONTINUADO E DO SUPERVISOR"
                 END-IF
              END-IF
              CLOSE FD-PROD-CICLO
           END-IF.

       00009-B-CONFERE-NIVEL.
           MOVE 1 TO WS-CICLO-PERMITIDO.
           IF (WS-NOVA-SITUACAO = "D" OR WS-SITUACAO-ANTES = "D")
              AND WS-OPER-NIVEL NOT = 9
              MOVE 0 TO WS-CICLO-PERMITIDO
           END-IF.

       00009-C-GRAVA-CICLO.
           MOVE WS-LOJA-NUM      TO CY-LOJA.
           MOVE WS-PID           TO CY-PID.
           MOVE WS-NOVA-SITUACAO TO CY-SITUACAO.
           ACCEPT CY-DATA-ALTERACAO FROM DATE YYYYMMDD.
           MOVE WS-OPER-CODIGO   TO CY-OPERADOR.
           WRITE REG-PRODUTO-CICLO
                 INVALID KEY
                    REWRITE REG-PRODUTO-CICLO
                        INVALID KEY
                           DISPLAY "-- ERRO AO GRAVAR CICLO DE VIDA"
                        NOT INVALID KEY
                           PERFORM 00009-D-AUDITA-CICLO
                    END-REWRITE
                 NOT INVALID KEY
                    PERFORM 00009-D-AUDITA-CICLO
           END-WRITE.

       00009-D-AUDITA-CICLO.
           DISPLAY "CICLO DE VIDA ATUALIZADO --> " WS-NOVA-SITUACAO.
           IF WS-NOVA-SITUACAO = "D" AND RP-QTD > 0
              DISPLAY "-- ATENCAO: O ESTOQUE RESTANTE CONTINUA A "
                      "VENDA ATE ZERAR"
           END-IF.
           MOVE "CICLO DE VIDA"   TO WS-AUD-CAMPO.
           MOVE WS-SITUACAO-ANTES TO WS-AUD-ANTES.
           MOVE WS-NOVA-SITUACAO  TO WS-AUD-DEPOIS.
           PERFORM 9000-GRAVA-AUDITORIA.

      * SITUACAO NO CICLO DE VIDA NA CONSULTA DO PRODUTO.
       00009-E-EXIBE-CICLO.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE WS-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.
           DISPLAY "SITUACAO: " WITH NO ADVANCING.
           EVALUATE TRUE
              WHEN VP-SAINDO-DE-LINHA
                 DISPLAY "SAINDO DE LINHA"
              WHEN VP-DESCONTINUADO
                 DISPLAY "DESCONTINUADO"
              WHEN OTHER
                 DISPLAY "ATIVO"
           END-EVALUATE.

       00002-CREATE-PRODUTO.
           DISPLAY "CRIA UM NOVO PRODUTO".
           MOVE SPACES TO WS-NOME.
                    DISPLAY WS-VALOR-EDT
                    DISPLAY "QUANTIDADE: " WITH NO ADVANCING
                    DISPLAY WS-QTD
                    PERFORM 00002-EXIBE-DISPONIVEL
                    PERFORM 00009-E-EXIBE-CICLO
                    DISPLAY "UNIDADE: " WITH NO ADVANCING
                    DISPLAY WS-UNIDADE
                    DISPLAY "DESCRICAO: " WITH NO ADVANCING
                    DISPLAY WS-DESCRICAO.

      * ESTOQUE RESERVADO PARA PEDIDOS EM ABERTO NA LOJA E O QUE
      * SOBRA DISPONIVEL PARA A VENDA DE BALCAO.
       00002-EXIBE-DISPONIVEL.
           MOVE "D"         TO RV-FUNCAO.
           MOVE WS-LOJA-NUM TO RV-LOJA.
           MOVE WS-PID      TO RV-PID.
           MOVE ZERO        TO RV-PEDIDO.
           MOVE WS-QTD      TO RV-QTD-ESTOQUE.
           CALL "PROG112-RESERVA" USING WS-RESERVA.
           DISPLAY "RESERVADO: " WITH NO ADVANCING.
           DISPLAY RV-QTD-RESERVADA.
           DISPLAY "DISPONIVEL: " WITH NO ADVANCING.
           DISPLAY RV-QTD-DISPONIVEL.

       00005-SELECT-PRODUTO-POR-NOME.
           DISPLAY "CONSULTA PRODUTO POR NOME".
           DISPLAY "NOME: " WITH NO ADVANCING.
                    DISPLAY WS-VALOR-EDT
                    DISPLAY "QUANTIDADE: " WITH NO ADVANCING
                    DISPLAY WS-QTD
                    PERFORM 00002-EXIBE-DISPONIVEL
                    PERFORM 00009-E-EXIBE-CICLO
                    DISPLAY "UNIDADE: " WITH NO ADVANCING
                    DISPLAY WS-UNIDADE
                    DISPLAY "DESCRICAO: " WITH NO ADVANCING
