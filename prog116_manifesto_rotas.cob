      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Manifesto de Rotas de Entrega
      *          Lista as entregas pendentes (programadas e
      *          reagendadas) de uma data e loja, agrupadas por regiao
      *          de entrega, na ordem da chave alternada EN-ROTA de
      *          PROG115-ENT.DAT: cliente, endereco, janela de horario
      *          e frete de cada entrega e os itens a carregar no
      *          veiculo. Os itens da entrega de pedido vem da
      *          separacao do dia gravada pelo PROG081
      *          (PROG81-SEP.DAT); os da entrega de NF (ou de pedido
      *          separado em outro dia e ja faturado) vem das linhas
      *          da NF no registro de vendas. O manifesto sai no spool
      *          de relatorios (PROG071) e volta assinado com os
      *          comprovantes, que sao baixados no PROG115.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog116_manifesto_rotas -std=default -I copybooks prog116_manifesto_rotas.cob && ./bin/prog116_manifesto_rotas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG116-MANIFESTO-ROTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

           SELECT FD-ENDERECOS ASSIGN TO "PROG29-END.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EE-CHAVE
                              FILE STATUS WS-FILE-STATUS-END.

           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * SEPARACAO DO DIA GRAVADA PELO PROG081.
           SELECT FD-SEPARACAO ASSIGN TO "PROG81-SEP.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-SEP.

      * REGISTRO DE VENDAS E ARQUIVO MORTO, PARA OS ITENS DA NF.
           SELECT FD-REGVENDAS ASSIGN TO "PROG10-001.VND"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

           SELECT FD-REGARQUIVO ASSIGN TO "PROG10-001.VNA"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNA.

       DATA DIVISION.
       FILE SECTION.

       FD FD-ENTREGAS
          RECORD CONTAINS 110 CHARACTERS.
           COPY ENTREGA.CPY.

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-ENDERECOS
          RECORD CONTAINS 116 CHARACTERS.
           COPY ENDENTR.CPY.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-SEPARACAO
          RECORD CONTAINS 60 CHARACTERS.
           COPY SEPARAC.CPY.

       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       77 WS-FILE-STATUS-ENT        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-END        PIC 9(02).
       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-SEP        PIC 9(02).
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).

      ************* SELECAO DO MANIFESTO ************
       77 WS-DATA-MANIFESTO         PIC 9(08) VALUE ZERO.
       77 WS-REGIAO-ATUAL           PIC X(03) VALUE SPACES.

      ************ TABELA DA SEPARACAO DO DIA (PROG081) ***********
       01 TAB-CARGA.
          02 CARGA-ITEM OCCURS 500 TIMES INDEXED BY CGIDX.
             03 CG-PEDIDO       PIC 9(10).
             03 CG-PID          PIC 9(10).
             03 CG-NOME         PIC X(10).
             03 CG-QTD          PIC 9(10)V9(02).
             03 CG-LOCAL        PIC X(10).

       77 WS-QTD-CARGA              PIC 9(03) VALUE ZERO.
       77 WS-IDX-CARGA              PIC 9(03) VALUE ZERO.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-ITENS-ENTREGA          PIC 9(03) VALUE ZERO.
       77 WS-CONT-REGIAO            PIC 9(05) VALUE ZERO.
       77 WS-FRETE-REGIAO           PIC 9(09)V9(02) VALUE ZERO.
       77 WS-CONT-ENTREGAS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-REGIOES           PIC 9(03) VALUE ZERO.
       77 WS-FRETE-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
       77 WS-CONT-SEM-ITENS         PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA EXIBICAO ************
       77 WS-FRETE-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-QTD-EDT                PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-NOME-CLIENTE           PIC X(30).
       77 WS-SITUACAO-DESC          PIC X(10).

       77 WS-FIM-ENTREGAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-ENTREGAS      VALUE 1.
       77 WS-FIM-LEITURA            PIC 9(01) VALUE ZERO.
           88 FIM-DA-LEITURA        VALUE 1.
       77 WS-CLIENTES-OK            PIC 9(01) VALUE ZERO.
           88 CLIENTES-OK           VALUE 1.
       77 WS-ENDERECOS-OK           PIC 9(01) VALUE ZERO.
           88 ENDERECOS-OK          VALUE 1.
       77 WS-PRODUTOS-OK            PIC 9(01) VALUE ZERO.
           88 PRODUTOS-OK           VALUE 1.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA-NUM.
           IF WS-LOJA-NUM = 0
              MOVE 1 TO WS-LOJA-NUM
           END-IF.
           MOVE WS-LOJA-NUM TO NUM.
           MOVE WS-LOJA-NUM TO KNUM.

           DISPLAY "DATA DAS ENTREGAS (AAAAMMDD, ENTER = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-MANIFESTO.
           IF WS-DATA-MANIFESTO = 0
              ACCEPT WS-DATA-MANIFESTO FROM DATE YYYYMMDD
           END-IF.

           MOVE 0 TO WS-FILE-STATUS-ENT.
           OPEN INPUT FD-ENTREGAS.
           IF NOT FS-OK
              DISPLAY "-- SEM ENTREGAS AGENDADAS (STATUS "
                      WS-FILE-STATUS-ENT ")"
              STOP RUN
           END-IF.

           PERFORM 00000-ABRE-CADASTROS.
           PERFORM 00001-CARREGA-SEPARACAO.

           PERFORM 9801-ABRE-SPOOL.
           MOVE SPACES TO SP-LINHA.
           STRING "==== MANIFESTO DE ROTAS - ENTREGAS DE "
                  DELIMITED BY SIZE
                  WS-DATA-MANIFESTO DELIMITED BY SIZE
                  " - LOJA "        DELIMITED BY SIZE
                  WS-LOJA-NUM       DELIMITED BY SIZE
                  " ===="           DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE 0 TO WS-FIM-ENTREGAS.
           MOVE WS-DATA-MANIFESTO TO EN-DATA-ENTREGA.
           MOVE LOW-VALUES        TO EN-REGIAO.
           START FD-ENTREGAS KEY IS NOT LESS THAN EN-ROTA
                 INVALID KEY
                    MOVE 1 TO WS-FIM-ENTREGAS
           END-START.
           IF NOT FIM-DAS-ENTREGAS
              PERFORM 00002-LER-ENTREGA
           END-IF.
           PERFORM 00003-PROCESSA-ENTREGA UNTIL FIM-DAS-ENTREGAS.
           IF WS-CONT-REGIAO > 0
              PERFORM 00005-FECHA-REGIAO
           END-IF.

           PERFORM 00009-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.

           CLOSE FD-ENTREGAS.
           IF CLIENTES-OK
              CLOSE FD-CLIENTES
           END-IF.
           IF ENDERECOS-OK
              CLOSE FD-ENDERECOS
           END-IF.
           IF PRODUTOS-OK
              CLOSE FD-PRODUTOS
           END-IF.
           STOP RUN.

      * CADASTROS DE APOIO: SEM ELES O MANIFESTO SAI SO COM OS CODIGOS.
       00000-ABRE-CADASTROS.
           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN INPUT FD-CLIENTES.
           IF WS-FILE-STATUS-CLI = 0
              MOVE 1 TO WS-CLIENTES-OK
           END-IF.
           MOVE 0 TO WS-FILE-STATUS-END.
           OPEN INPUT FD-ENDERECOS.
           IF WS-FILE-STATUS-END = 0
              MOVE 1 TO WS-ENDERECOS-OK
           ELSE
              DISPLAY "-- SEM ENDERECOS DE ENTREGA, MANIFESTO SEM "
                      "ENDERECO"
           END-IF.
           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD = 0
              MOVE 1 TO WS-PRODUTOS-OK
           END-IF.

      ******************************************************************
      * CARREGA A SEPARACAO DO DIA EM TABELA. SEM O ARQUIVO, OS ITENS
      * DAS ENTREGAS DE PEDIDO AINDA NAO FATURADO FICAM EM BRANCO.
      ******************************************************************
       00001-CARREGA-SEPARACAO.
           MOVE 0 TO WS-FILE-STATUS-SEP.
           OPEN INPUT FD-SEPARACAO.
           IF WS-FILE-STATUS-SEP NOT = 0
              DISPLAY "-- SEM SEPARACAO DO DIA (PROG081), ITENS DE "
                      "PEDIDO SO PELA NF"
           ELSE
              MOVE 0 TO WS-FIM-LEITURA
              PERFORM 00001-A-LER-SEPARACAO UNTIL FIM-DA-LEITURA
              CLOSE FD-SEPARACAO
           END-IF.

       00001-A-LER-SEPARACAO.
           READ FD-SEPARACAO
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   IF SS-PEDIDO > 0
                      IF WS-QTD-CARGA = 500
                         DISPLAY "-- TABELA DE CARGA CHEIA, ITEM FORA "
                                 "--> PEDIDO " SS-PEDIDO " PID " SS-PID
                      ELSE
                         ADD 1 TO WS-QTD-CARGA
                         MOVE SS-PEDIDO TO CG-PEDIDO(WS-QTD-CARGA)
                         MOVE SS-PID    TO CG-PID(WS-QTD-CARGA)
                         MOVE SS-NOME   TO CG-NOME(WS-QTD-CARGA)
                         MOVE SS-QTD    TO CG-QTD(WS-QTD-CARGA)
                         MOVE SS-LOCAL  TO CG-LOCAL(WS-QTD-CARGA)
                      END-IF
                   END-IF
           END-READ.

       00002-LER-ENTREGA.
           READ FD-ENTREGAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ENTREGAS
                NOT AT END
                   IF EN-DATA-ENTREGA NOT = WS-DATA-MANIFESTO
                      MOVE 1 TO WS-FIM-ENTREGAS
                   END-IF
           END-READ.

      ******************************************************************
      * QUEBRA POR REGIAO: A CHAVE EN-ROTA (DATA + REGIAO) JA ENTREGA
      * AS ENTREGAS DO DIA AGRUPADAS. SO ENTRAM AS PENDENTES DA LOJA.
      ******************************************************************
       00003-PROCESSA-ENTREGA.
           IF EN-LOJA = WS-LOJA-NUM AND EN-PENDENTE
              IF WS-CONT-REGIAO > 0 AND EN-REGIAO NOT = WS-REGIAO-ATUAL
                 PERFORM 00005-FECHA-REGIAO
              END-IF
              IF WS-CONT-REGIAO = 0
                 PERFORM 00004-ABRE-REGIAO
              END-IF
              PERFORM 00006-LINHA-ENTREGA
           END-IF.
           PERFORM 00002-LER-ENTREGA.

       00004-ABRE-REGIAO.
           MOVE EN-REGIAO TO WS-REGIAO-ATUAL.
           MOVE ZERO TO WS-FRETE-REGIAO.
           ADD 1 TO WS-CONT-REGIOES.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "---- REGIAO " DELIMITED BY SIZE
                  EN-REGIAO      DELIMITED BY SIZE
                  " ----"        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00005-FECHA-REGIAO.
           MOVE WS-FRETE-REGIAO TO WS-FRETE-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "   REGIAO "         DELIMITED BY SIZE
                  WS-REGIAO-ATUAL      DELIMITED BY SIZE
                  ": "                 DELIMITED BY SIZE
                  WS-CONT-REGIAO       DELIMITED BY SIZE
                  " ENTREGAS, FRETE "  DELIMITED BY SIZE
                  WS-FRETE-EDT         DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ZERO TO WS-CONT-REGIAO.

      ******************************************************************
      * CABECALHO DA ENTREGA (NUMERO, JANELA, CLIENTE, ENDERECO, FRETE)
      * E OS ITENS A CARREGAR.
      ******************************************************************
       00006-LINHA-ENTREGA.
           ADD 1 TO WS-CONT-REGIAO.
           ADD 1 TO WS-CONT-ENTREGAS.
           ADD EN-FRETE TO WS-FRETE-REGIAO.
           ADD EN-FRETE TO WS-FRETE-TOTAL.

           MOVE SPACES TO WS-NOME-CLIENTE.
           IF CLIENTES-OK
              MOVE EN-CLIENTE TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   INVALID KEY
                      MOVE "(CLIENTE NAO CADASTRADO)"
                        TO WS-NOME-CLIENTE
                   NOT INVALID KEY
                      MOVE CL-NOME TO WS-NOME-CLIENTE
              END-READ
           END-IF.
           IF EN-REAGENDADA
              MOVE "REAGENDADA" TO WS-SITUACAO-DESC
           ELSE
              MOVE SPACES TO WS-SITUACAO-DESC
           END-IF.

           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "ENTREGA "        DELIMITED BY SIZE
                  EN-NUMERO         DELIMITED BY SIZE
                  "  DAS "          DELIMITED BY SIZE
                  EN-HORA-INICIO    DELIMITED BY SIZE
                  " AS "            DELIMITED BY SIZE
                  EN-HORA-FIM       DELIMITED BY SIZE
                  "  PEDIDO "       DELIMITED BY SIZE
                  EN-PEDIDO         DELIMITED BY SIZE
                  "  NF "           DELIMITED BY SIZE
                  EN-NF             DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SITUACAO-DESC  DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "  CLIENTE "      DELIMITED BY SIZE
                  EN-CLIENTE        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NOME-CLIENTE   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           PERFORM 00007-LINHA-ENDERECO.
           MOVE EN-FRETE TO WS-FRETE-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "  FRETE "        DELIMITED BY SIZE
                  WS-FRETE-EDT      DELIMITED BY SIZE
                  "  COBRADO NA NF: " DELIMITED BY SIZE
                  EN-FRETE-FATURADO DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

           MOVE ZERO TO WS-ITENS-ENTREGA.
           IF EN-PEDIDO > 0
              MOVE 1 TO WS-IDX-CARGA
              PERFORM 00008-ITEM-SEPARACAO
                  UNTIL WS-IDX-CARGA > WS-QTD-CARGA
           END-IF.
           IF WS-ITENS-ENTREGA = 0 AND EN-NF > 0
              PERFORM 00010-ITENS-DA-NF
           END-IF.
           IF WS-ITENS-ENTREGA = 0
              ADD 1 TO WS-CONT-SEM-ITENS
              MOVE "    ** SEM ITENS NA SEPARACAO NEM NA NF **"
                TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

       00007-LINHA-ENDERECO.
           MOVE SPACES TO SP-LINHA.
           IF ENDERECOS-OK
              MOVE EN-CLIENTE TO EE-CLIENTE
              MOVE EN-SEQ-END TO EE-SEQ
              READ FD-ENDERECOS RECORD KEY EE-CHAVE
                   INVALID KEY
                      MOVE "  ENDERECO NAO CADASTRADO" TO SP-LINHA
                   NOT INVALID KEY
                      STRING "  "          DELIMITED BY SIZE
                             EE-LOGRADOURO DELIMITED BY SIZE
                             " "           DELIMITED BY SIZE
                             EE-BAIRRO     DELIMITED BY SIZE
                             " "           DELIMITED BY SIZE
                             EE-CIDADE     DELIMITED BY SIZE
                             INTO SP-LINHA
              END-READ
           ELSE
              STRING "  ENDERECO " DELIMITED BY SIZE
                     EN-SEQ-END    DELIMITED BY SIZE
                     INTO SP-LINHA
           END-IF.
           PERFORM 9802-IMPRIME-LINHA.

       00008-ITEM-SEPARACAO.
           IF CG-PEDIDO(WS-IDX-CARGA) = EN-PEDIDO
              ADD 1 TO WS-ITENS-ENTREGA
              MOVE CG-QTD(WS-IDX-CARGA) TO WS-QTD-EDT
              MOVE SPACES TO SP-LINHA
              STRING "    [ ] "                DELIMITED BY SIZE
                     CG-PID(WS-IDX-CARGA)      DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     CG-NOME(WS-IDX-CARGA)     DELIMITED BY SIZE
                     " QTD "                   DELIMITED BY SIZE
                     WS-QTD-EDT                DELIMITED BY SIZE
                     " LOCAL "                 DELIMITED BY SIZE
                     CG-LOCAL(WS-IDX-CARGA)    DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.
           ADD 1 TO WS-IDX-CARGA.

      ******************************************************************
      * ITENS PELAS LINHAS DA NF, NO REGISTRO VIVO E NO ARQUIVO MORTO.
      ******************************************************************
       00010-ITENS-DA-NF.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 0
              MOVE 0 TO WS-FIM-LEITURA
              PERFORM 00010-A-LER-REGVENDA UNTIL FIM-DA-LEITURA
              CLOSE FD-REGVENDAS
           END-IF.
           IF WS-ITENS-ENTREGA = 0
              MOVE 0 TO WS-FILE-STATUS-VNA
              OPEN INPUT FD-REGARQUIVO
              IF WS-FILE-STATUS-VNA = 0
                 MOVE 0 TO WS-FIM-LEITURA
                 PERFORM 00010-B-LER-ARQMORTO UNTIL FIM-DA-LEITURA
                 CLOSE FD-REGARQUIVO
              END-IF
           END-IF.

       00010-A-LER-REGVENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   PERFORM 00010-C-ITEM-NF
           END-READ.

       00010-B-LER-ARQMORTO.
           READ FD-REGARQUIVO
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   MOVE REG-VENDA-ARQUIVO TO REG-VENDA-EFETIVADA
                   PERFORM 00010-C-ITEM-NF
           END-READ.

       00010-C-ITEM-NF.
           IF VN-NF = EN-NF
              ADD 1 TO WS-ITENS-ENTREGA
              MOVE "(SEM NOME)" TO RP-NOME
              IF PRODUTOS-OK
                 MOVE VN-PID TO RP-PID
                 READ FD-PRODUTOS RECORD KEY RP-PID
                      INVALID KEY
                         MOVE "(SEM NOME)" TO RP-NOME
                 END-READ
              END-IF
              MOVE VN-QTD TO WS-QTD-EDT
              MOVE SPACES TO SP-LINHA
              STRING "    [ ] "  DELIMITED BY SIZE
                     VN-PID      DELIMITED BY SIZE
                     " "         DELIMITED BY SIZE
                     RP-NOME     DELIMITED BY SIZE
                     " QTD "     DELIMITED BY SIZE
                     WS-QTD-EDT  DELIMITED BY SIZE
                     " (NF)"     DELIMITED BY SIZE
                     INTO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

       00009-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "REGIOES...................: " DELIMITED BY SIZE
                  WS-CONT-REGIOES                DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "ENTREGAS NO MANIFESTO.....: " DELIMITED BY SIZE
                  WS-CONT-ENTREGAS               DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE WS-FRETE-TOTAL TO WS-FRETE-EDT.
           MOVE SPACES TO SP-LINHA.
           STRING "FRETE TOTAL...............: " DELIMITED BY SIZE
                  WS-FRETE-EDT                   DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "ENTREGAS SEM ITENS........: " DELIMITED BY SIZE
                  WS-CONT-SEM-ITENS              DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           IF WS-CONT-ENTREGAS = 0
              MOVE "NENHUMA ENTREGA PENDENTE PARA A DATA" TO SP-LINHA
              PERFORM 9802-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, A LISTA SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "MANIFESTO DE ROTAS DE ENTREGA" TO SP-TITULO.
           MOVE "PROG116-MANIFESTO-ROTAS" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, LISTA SO NO CONSOLE".

       9802-IMPRIME-LINHA.
           DISPLAY SP-LINHA.
           IF SPOOL-OK
              MOVE "L" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
           END-IF.

       9803-FECHA-SPOOL.
           IF SPOOL-OK
              MOVE "F" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
              DISPLAY "-- MANIFESTO " SP-NUMERO " GRAVADO NO SPOOL"
           END-IF.

       END PROGRAM PROG116-MANIFESTO-ROTAS.
