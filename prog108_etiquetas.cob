      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Etiquetas de Gondola
      *          Gera o arquivo de impressao das etiquetas de gondola
      *          PROG108-NNN.ETQ de cada loja. Na emissao normal le o
      *          historico de precos PROG10-NNN.HPR (gravado pelo
      *          PROG009, PROG060 e PROG007) desde a ultima emissao,
      *          registrada em PROG108-NNN.CTL, e tambem os produtos
      *          cuja promocao (PROMOCOES.DAT, a mesma do PROG013)
      *          entrou ou saiu de vigencia nesse intervalo. Tambem
      *          reimprime sob demanda as etiquetas de uma categoria
      *          ou de um unico PID. Cada etiqueta traz nome, unidade
      *          (RP-UNIDADE), preco vigente, preco por KG/LT quando
      *          se aplica (conteudo liquido em PROG108-CONTEUDO.DAT
      *          ou produto vendido a granel) e o endereco de
      *          PROG81-LOCAL.DAT, ordenadas por endereco para a
      *          equipe percorrer os corredores em ordem.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog108_etiquetas -std=default -I copybooks prog108_etiquetas.cob && ./bin/prog108_etiquetas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG108-ETIQUETAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-PRODUTOS ASSIGN TO WS-PROD-FILENAME
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS RP-PID
                              ALTERNATE RECORD KEY IS RP-NOME
                              FILE STATUS WS-FILE-STATUS-PROD.

      * HISTORICO DE PRECOS DA LOJA (PROG10-NNN.HPR).
           SELECT FD-HIST-PRECO ASSIGN TO WS-HPR-FILENAME
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HPR.

      * DATA E HORA DA ULTIMA EMISSAO DE ETIQUETAS DA LOJA.
           SELECT FD-CONTROLE ASSIGN TO WS-CTL-FILENAME
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CTL.

      * PROMOCOES POR PID OU POR CATEGORIA (MESMO ARQUIVO DO PROG013).
           SELECT FD-PROMOCOES ASSIGN TO "PROMOCOES.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PROMO.

      * CONTEUDO LIQUIDO DA EMBALAGEM POR PID, PARA O PRECO POR KG/LT.
           SELECT FD-CONTEUDO ASSIGN TO "PROG108-CONTEUDO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CONT.

      * ENDERECOS FISICOS POR PID (PROG007, OPCAO 6).
           SELECT FD-LOCALIZACAO ASSIGN TO "PROG81-LOCAL.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS LO-PID
                              FILE STATUS WS-FILE-STATUS-LOC.

      * ARQUIVO DE IMPRESSAO DAS ETIQUETAS DA LOJA.
           SELECT FD-ETIQUETAS ASSIGN TO WS-ETQ-FILENAME
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ETQ.

       DATA DIVISION.
       FILE SECTION.

      * FILE DESCRIPTOR
       FD FD-PRODUTOS
          BLOCK CONTAINS 810 RECORDS
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

       FD FD-HIST-PRECO.
           COPY HISTPRC.CPY.

       FD FD-CONTROLE
          RECORD CONTAINS 16 CHARACTERS.
       01 REG-CONTROLE.
           02 CT-DATA             PIC 9(08).
           02 CT-HORA             PIC 9(08).

       FD FD-PROMOCOES
          RECORD CONTAINS 32 CHARACTERS.
      *    TIPO: 'P' = PROMOCAO DE UM PID, 'C' = DE UMA CATEGORIA.
      *    PARA 'C' A CATEGORIA VEM NAS 3 PRIMEIRAS POSICOES DA CHAVE.
       01 REG-PROMOCAO.
           02 PM-TIPO             PIC X(01).
           02 PM-CHAVE            PIC X(10).
           02 PM-PERCENTUAL       PIC 9(03)V9(02).
           02 PM-DATA-INICIO      PIC 9(08).
           02 PM-DATA-FIM         PIC 9(08).

      *    MEDIDA: 'KG' OU 'LT'. EX.: PACOTE DE 500G = 00000500 KG.
       FD FD-CONTEUDO
          RECORD CONTAINS 20 CHARACTERS.
       01 REG-CONTEUDO.
           02 CN-PID              PIC 9(10).
           02 CN-CONTEUDO         PIC 9(05)V9(03).
           02 CN-MEDIDA           PIC X(02).

       FD FD-LOCALIZACAO
          RECORD CONTAINS 20 CHARACTERS.
           COPY LOCALPRD.CPY.

       FD FD-ETIQUETAS.
       01 REG-ETIQUETA            PIC X(80).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

       01 WS-HPR-FILENAME.
           02 HNAME              PIC X(7) VALUE "PROG10-".
           02 HNUM               PIC 9(3) VALUE 1.
           02 HEXT               PIC X(4) VALUE ".HPR".

       01 WS-CTL-FILENAME.
           02 CNAME              PIC X(8) VALUE "PROG108-".
           02 CNUM               PIC 9(3) VALUE 1.
           02 CEXT               PIC X(4) VALUE ".CTL".

       01 WS-ETQ-FILENAME.
           02 ENAME              PIC X(8) VALUE "PROG108-".
           02 ENUM               PIC 9(3) VALUE 1.
           02 EEXT               PIC X(4) VALUE ".ETQ".

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-HPR        PIC 9(02).
       77 WS-FILE-STATUS-CTL        PIC 9(02).
       77 WS-FILE-STATUS-PROMO      PIC 9(02).
       77 WS-FILE-STATUS-CONT       PIC 9(02).
       77 WS-FILE-STATUS-LOC        PIC 9(02).
       77 WS-FILE-STATUS-ETQ        PIC 9(02).

      ************ PARAMETROS DA EMISSAO ***********
       77 WS-MODO                   PIC 9(01) VALUE ZERO.
           88 MODO-ALTERACOES       VALUE 1.
           88 MODO-CATEGORIA        VALUE 2.
           88 MODO-PID              VALUE 3.
       77 WS-QTD-LOJAS              PIC 9(03) VALUE ZERO.
       77 WS-LOJA-CORRENTE          PIC 9(03) VALUE ZERO.
       77 WS-CATEGORIA-PEDIDA       PIC X(03) VALUE SPACES.
       77 WS-PID-PEDIDO             PIC 9(10) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-HORA-HOJE              PIC 9(08).
       77 WS-ULT-DATA               PIC 9(08) VALUE ZERO.
       77 WS-ULT-HORA               PIC 9(08) VALUE ZERO.

      ************ TABELA DE PROMOCOES ***********
       01 TAB-PROMOCOES.
          02 PROMOCAO-ITEM OCCURS 100 TIMES INDEXED BY PIDX.
             03 PR-TIPO         PIC X(01).
             03 PR-CHAVE        PIC X(10).
             03 PR-PERCENTUAL   PIC 9(03)V9(02).
             03 PR-DATA-INICIO  PIC 9(08).
             03 PR-DATA-FIM     PIC 9(08).

       77 WS-QTD-PROMOCOES          PIC 9(03) VALUE ZERO.
       77 WS-IDX-PROMO              PIC 9(03) VALUE ZERO.
       77 WS-PERC-DESCONTO          PIC 9(03)V9(02) VALUE ZERO.
       77 WS-FIM-PROMO-VIGENTE      PIC 9(08) VALUE ZERO.
       77 WS-FIM-PROMOCOES          PIC 9(01) VALUE ZERO.
           88 FIM-DAS-PROMOCOES     VALUE 1.

      ************ TABELA DE CONTEUDO LIQUIDO ***********
       01 TAB-CONTEUDOS.
          02 CONTEUDO-ITEM OCCURS 500 TIMES INDEXED BY CNIDX.
             03 CO-PID          PIC 9(10).
             03 CO-CONTEUDO     PIC 9(05)V9(03).
             03 CO-MEDIDA       PIC X(02).

       77 WS-QTD-CONTEUDOS          PIC 9(03) VALUE ZERO.
       77 WS-IDX-CONTEUDO           PIC 9(03) VALUE ZERO.
       77 WS-FIM-CONTEUDOS          PIC 9(01) VALUE ZERO.
           88 FIM-DOS-CONTEUDOS     VALUE 1.

      ************ PIDS E CATEGORIAS ALTERADOS DESDE A ULTIMA EMISSAO
       01 TAB-ALTERADOS.
          02 AL-PID OCCURS 500 TIMES INDEXED BY ALIDX
                                PIC 9(10).
       77 WS-QTD-ALTERADOS          PIC 9(03) VALUE ZERO.
       77 WS-IDX-ALTERADO           PIC 9(03) VALUE ZERO.

       01 TAB-CATEG-ALTERADAS.
          02 AC-CATEGORIA OCCURS 50 TIMES INDEXED BY ACIDX
                                PIC X(03).
       77 WS-QTD-CATEG-ALT          PIC 9(02) VALUE ZERO.
       77 WS-IDX-CATEG-ALT          PIC 9(02) VALUE ZERO.

       77 WS-PID-BUSCA              PIC 9(10) VALUE ZERO.
       77 WS-CATEG-BUSCA            PIC X(03) VALUE SPACES.
       77 WS-ACHOU                  PIC 9(01) VALUE ZERO.
           88 ACHOU                 VALUE 1.

      ************ TABELA DAS ETIQUETAS DA LOJA ***********
       01 TAB-ETIQUETAS.
          02 ETIQUETA-ITEM OCCURS 500 TIMES INDEXED BY ETIDX.
             03 ET-LOCAL        PIC X(10).
             03 ET-PID          PIC 9(10).
             03 ET-NOME         PIC X(10).
             03 ET-UNIDADE      PIC X(02).
             03 ET-PRECO        PIC 9(10)V9(02).
             03 ET-PERCENTUAL   PIC 9(03)V9(02).
             03 ET-PROMO-FIM    PIC 9(08).
             03 ET-PRECO-MEDIDA PIC 9(10)V9(02).
             03 ET-MEDIDA       PIC X(02).

       77 WS-QTD-ETIQUETAS          PIC 9(03) VALUE ZERO.
       77 WS-IDX-ETIQUETA           PIC 9(03) VALUE ZERO.

      ************* VARIAVEIS PARA A ORDENACAO ************
       77 WS-IDX-ORDENA             PIC 9(03) VALUE ZERO.
       77 WS-IDX-MENOR              PIC 9(03) VALUE ZERO.
       77 WS-IDX-VARRE              PIC 9(03) VALUE ZERO.
       01 WS-TROCA-ITEM.
           02 WS-TROCA-LOCAL      PIC X(10).
           02 WS-TROCA-PID        PIC 9(10).
           02 WS-TROCA-NOME       PIC X(10).
           02 WS-TROCA-UNIDADE    PIC X(02).
           02 WS-TROCA-PRECO      PIC 9(10)V9(02).
           02 WS-TROCA-PERCENTUAL PIC 9(03)V9(02).
           02 WS-TROCA-PROMO-FIM  PIC 9(08).
           02 WS-TROCA-PRECO-MED  PIC 9(10)V9(02).
           02 WS-TROCA-MEDIDA     PIC X(02).

      ************* VARIAVEIS PARA A IMPRESSAO ************
       77 WS-PRECO-EDT              PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-PERC-EDT               PIC ZZ9.99.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-HIST-LIDOS        PIC 9(05) VALUE ZERO.
       77 WS-CONT-SEM-LOCAL         PIC 9(05) VALUE ZERO.
       77 WS-CONT-LOJAS-OK          PIC 9(03) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-LOCAIS-OK              PIC 9(01) VALUE ZERO.
           88 LOCAIS-OK             VALUE 1.
       77 WS-LOJA-OK                PIC 9(01) VALUE ZERO.
           88 LOJA-OK               VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.

           DISPLAY "==== ETIQUETAS DE GONDOLA ====".
           DISPLAY "1) ALTERACOES DE PRECO DESDE A ULTIMA EMISSAO".
           DISPLAY "2) REIMPRESSAO DE UMA CATEGORIA".
           DISPLAY "3) REIMPRESSAO DE UM PID".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           IF NOT MODO-ALTERACOES AND NOT MODO-CATEGORIA
                                  AND NOT MODO-PID
              DISPLAY "-- OPCAO INVALIDA"
              STOP RUN
           END-IF.

           IF MODO-ALTERACOES
              DISPLAY "QUANTIDADE DE LOJAS: " WITH NO ADVANCING
              ACCEPT WS-QTD-LOJAS
              IF WS-QTD-LOJAS = 0
                 MOVE 1 TO WS-QTD-LOJAS
              END-IF
              MOVE 1 TO WS-LOJA-CORRENTE
           ELSE
              DISPLAY "LOJA: " WITH NO ADVANCING
              ACCEPT WS-LOJA-CORRENTE
              IF WS-LOJA-CORRENTE = 0
                 MOVE 1 TO WS-LOJA-CORRENTE
              END-IF
              MOVE WS-LOJA-CORRENTE TO WS-QTD-LOJAS
              IF MODO-CATEGORIA
                 DISPLAY "CATEGORIA: " WITH NO ADVANCING
                 ACCEPT WS-CATEGORIA-PEDIDA
              ELSE
                 DISPLAY "PID: " WITH NO ADVANCING
                 ACCEPT WS-PID-PEDIDO
              END-IF
           END-IF.

           PERFORM 00003-CARREGA-PROMOCOES.
           PERFORM 00004-CARREGA-CONTEUDOS.
           PERFORM 00000-ABRE-LOCAIS.

           PERFORM 00001-EMITE-LOJA
               UNTIL WS-LOJA-CORRENTE > WS-QTD-LOJAS.

           IF LOCAIS-OK
              CLOSE FD-LOCALIZACAO
           END-IF.

           DISPLAY " ".
           DISPLAY "LOJAS COM ETIQUETAS EMITIDAS: " WS-CONT-LOJAS-OK.
           STOP RUN.

       00000-ABRE-LOCAIS.
           MOVE 0 TO WS-FILE-STATUS-LOC.
           OPEN INPUT FD-LOCALIZACAO.
           IF WS-FILE-STATUS-LOC = 0
              MOVE 1 TO WS-LOCAIS-OK
           ELSE
              DISPLAY "-- SEM ARQUIVO DE LOCALIZACAO, ETIQUETAS SAIRAO "
                      "SEM ENDERECO".

      ******************************************************************
      * EMITE AS ETIQUETAS DE UMA LOJA: SELECIONA OS PRODUTOS, ORDENA
      * POR ENDERECO E GRAVA PROG108-NNN.ETQ. SO A EMISSAO NORMAL
      * AVANCA A DATA DA ULTIMA EMISSAO; REIMPRESSAO NAO MEXE NELA.
      ******************************************************************
       00001-EMITE-LOJA.
           MOVE WS-LOJA-CORRENTE TO NUM.
           MOVE WS-LOJA-CORRENTE TO HNUM.
           MOVE WS-LOJA-CORRENTE TO CNUM.
           MOVE WS-LOJA-CORRENTE TO ENUM.
           MOVE 0 TO WS-QTD-ETIQUETAS.
           MOVE 0 TO WS-QTD-ALTERADOS.
           MOVE 0 TO WS-QTD-CATEG-ALT.
           MOVE 0 TO WS-CONT-HIST-LIDOS.
           MOVE 0 TO WS-CONT-SEM-LOCAL.
           MOVE 0 TO WS-LOJA-OK.

           MOVE 0 TO WS-FILE-STATUS-PROD.
           OPEN INPUT FD-PRODUTOS.
           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- LOJA " WS-LOJA-CORRENTE
                      ": ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
                      WS-FILE-STATUS-PROD
           ELSE
              IF MODO-ALTERACOES
                 PERFORM 00002-LE-CONTROLE
                 PERFORM 00005-LE-HISTORICO
                 PERFORM 00006-PROMOCOES-ALTERADAS
              END-IF
              IF MODO-PID
                 PERFORM 00007-ETIQUETA-PID
              ELSE
                 PERFORM 00008-VARRE-CATALOGO
              END-IF
              CLOSE FD-PRODUTOS
              PERFORM 00011-ORDENA-POR-LOCAL
              PERFORM 00012-IMPRIME-ETIQUETAS
              IF LOJA-OK AND MODO-ALTERACOES
                 PERFORM 00013-GRAVA-CONTROLE
              END-IF
           END-IF.

           ADD 1 TO WS-LOJA-CORRENTE.

      ******************************************************************
      * ULTIMA EMISSAO DA LOJA. SEM CONTROLE (PRIMEIRA EMISSAO) TODO O
      * HISTORICO E TODAS AS PROMOCOES JA INICIADAS ENTRAM.
      ******************************************************************
       00002-LE-CONTROLE.
           MOVE 0 TO WS-ULT-DATA.
           MOVE 0 TO WS-ULT-HORA.
           MOVE 0 TO WS-FILE-STATUS-CTL.
           OPEN INPUT FD-CONTROLE.
           IF WS-FILE-STATUS-CTL = 0
              READ FD-CONTROLE
                   AT END
                      MOVE 0 TO WS-ULT-DATA
                   NOT AT END
                      MOVE CT-DATA TO WS-ULT-DATA
                      MOVE CT-HORA TO WS-ULT-HORA
              END-READ
              CLOSE FD-CONTROLE
           END-IF.
           DISPLAY "-- LOJA " WS-LOJA-CORRENTE
                   ": ULTIMA EMISSAO EM " WS-ULT-DATA " " WS-ULT-HORA.

       00013-GRAVA-CONTROLE.
           MOVE 0 TO WS-FILE-STATUS-CTL.
           OPEN OUTPUT FD-CONTROLE.
           IF WS-FILE-STATUS-CTL NOT = 0
              DISPLAY "-- ERRO AO GRAVAR CONTROLE DE EMISSAO -->"
                      WS-FILE-STATUS-CTL
           ELSE
              MOVE WS-DATA-HOJE TO CT-DATA
              MOVE WS-HORA-HOJE TO CT-HORA
              WRITE REG-CONTROLE
              CLOSE FD-CONTROLE
           END-IF.

      ******************************************************************
      * CARREGA A TABELA DE PROMOCOES, COMO NO PROG013. SEM
      * PROMOCOES.DAT AS ETIQUETAS SAEM PELO VALOR CHEIO.
      ******************************************************************
       00003-CARREGA-PROMOCOES.
           MOVE 0 TO WS-QTD-PROMOCOES.
           MOVE 0 TO WS-FIM-PROMOCOES.
           MOVE 0 TO WS-FILE-STATUS-PROMO.
           OPEN INPUT FD-PROMOCOES.
           IF WS-FILE-STATUS-PROMO = 0
              PERFORM 00003-A-LER-PROMOCAO
              PERFORM 00003-B-GUARDA-PROMOCAO UNTIL FIM-DAS-PROMOCOES
              CLOSE FD-PROMOCOES
           ELSE
              DISPLAY "-- SEM ARQUIVO DE PROMOCOES, ETIQUETAS PELO "
                      "VALOR CHEIO".

       00003-A-LER-PROMOCAO.
           READ FD-PROMOCOES
                AT END
                   MOVE 1 TO WS-FIM-PROMOCOES.

       00003-B-GUARDA-PROMOCAO.
           IF WS-QTD-PROMOCOES = 100
              DISPLAY "-- TABELA DE PROMOCOES CHEIA, RESTANTES "
                      "IGNORADAS"
              MOVE 1 TO WS-FIM-PROMOCOES
           ELSE
              ADD 1 TO WS-QTD-PROMOCOES
              MOVE PM-TIPO        TO PR-TIPO(WS-QTD-PROMOCOES)
              MOVE PM-CHAVE       TO PR-CHAVE(WS-QTD-PROMOCOES)
              MOVE PM-PERCENTUAL  TO PR-PERCENTUAL(WS-QTD-PROMOCOES)
              MOVE PM-DATA-INICIO TO PR-DATA-INICIO(WS-QTD-PROMOCOES)
              MOVE PM-DATA-FIM    TO PR-DATA-FIM(WS-QTD-PROMOCOES)
              PERFORM 00003-A-LER-PROMOCAO
           END-IF.

      ******************************************************************
      * CARREGA O CONTEUDO LIQUIDO DAS EMBALAGENS. O ARQUIVO E
      * OPCIONAL: SEM ELE SO OS PRODUTOS A GRANEL (KG/LT) TRAZEM O
      * PRECO POR MEDIDA.
      ******************************************************************
       00004-CARREGA-CONTEUDOS.
           MOVE 0 TO WS-QTD-CONTEUDOS.
           MOVE 0 TO WS-FIM-CONTEUDOS.
           MOVE 0 TO WS-FILE-STATUS-CONT.
           OPEN INPUT FD-CONTEUDO.
           IF WS-FILE-STATUS-CONT = 0
              PERFORM 00004-A-LER-CONTEUDO
              PERFORM 00004-B-GUARDA-CONTEUDO UNTIL FIM-DOS-CONTEUDOS
              CLOSE FD-CONTEUDO
           END-IF.

       00004-A-LER-CONTEUDO.
           READ FD-CONTEUDO
                AT END
                   MOVE 1 TO WS-FIM-CONTEUDOS.

       00004-B-GUARDA-CONTEUDO.
           IF WS-QTD-CONTEUDOS = 500
              DISPLAY "-- TABELA DE CONTEUDOS CHEIA, RESTANTES "
                      "IGNORADOS"
              MOVE 1 TO WS-FIM-CONTEUDOS
           ELSE
              IF CN-CONTEUDO NUMERIC AND CN-CONTEUDO > 0
                 ADD 1 TO WS-QTD-CONTEUDOS
                 MOVE CN-PID      TO CO-PID(WS-QTD-CONTEUDOS)
                 MOVE CN-CONTEUDO TO CO-CONTEUDO(WS-QTD-CONTEUDOS)
                 MOVE CN-MEDIDA   TO CO-MEDIDA(WS-QTD-CONTEUDOS)
              END-IF
              PERFORM 00004-A-LER-CONTEUDO
           END-IF.

      ******************************************************************
      * LE O HISTORICO DE PRECOS DA LOJA E GUARDA OS PIDS ALTERADOS
      * DEPOIS DA ULTIMA EMISSAO, SEM REPETICAO.
      ******************************************************************
       00005-LE-HISTORICO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-HPR.
           OPEN INPUT FD-HIST-PRECO.
           IF WS-FILE-STATUS-HPR NOT = 0
              DISPLAY "-- LOJA " WS-LOJA-CORRENTE
                      ": SEM HISTORICO DE PRECOS"
           ELSE
              PERFORM 00005-A-LER-HIST
              PERFORM 00005-B-GUARDA-HIST UNTIL FIM-DO-ARQUIVO
              CLOSE FD-HIST-PRECO
           END-IF.

       00005-A-LER-HIST.
           READ FD-HIST-PRECO
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-HIST-LIDOS.

       00005-B-GUARDA-HIST.
           IF HP-DATA > WS-ULT-DATA
              OR (HP-DATA = WS-ULT-DATA AND HP-HORA > WS-ULT-HORA)
              MOVE HP-PID TO WS-PID-BUSCA
              PERFORM 00005-C-MARCA-PID
           END-IF.
           PERFORM 00005-A-LER-HIST.

       00005-C-MARCA-PID.
           MOVE 0 TO WS-ACHOU.
           MOVE 1 TO WS-IDX-ALTERADO.
           PERFORM 00005-D-PROCURA-PID
               UNTIL WS-IDX-ALTERADO > WS-QTD-ALTERADOS OR ACHOU.
           IF NOT ACHOU
              IF WS-QTD-ALTERADOS = 500
                 DISPLAY "-- TABELA DE PIDS ALTERADOS CHEIA, PID FORA "
                         "--> " WS-PID-BUSCA
              ELSE
                 ADD 1 TO WS-QTD-ALTERADOS
                 MOVE WS-PID-BUSCA TO AL-PID(WS-QTD-ALTERADOS)
              END-IF
           END-IF.

       00005-D-PROCURA-PID.
           IF AL-PID(WS-IDX-ALTERADO) = WS-PID-BUSCA
              MOVE 1 TO WS-ACHOU
           END-IF.
           ADD 1 TO WS-IDX-ALTERADO.

      ******************************************************************
      * PROMOCAO QUE ENTROU EM VIGENCIA OU TERMINOU DESDE A ULTIMA
      * EMISSAO MUDA O PRECO DA GONDOLA SEM PASSAR PELO HISTORICO:
      * O PID (TIPO 'P') OU A CATEGORIA INTEIRA (TIPO 'C') GANHA
      * ETIQUETA NOVA.
      ******************************************************************
       00006-PROMOCOES-ALTERADAS.
           MOVE 1 TO WS-IDX-PROMO.
           PERFORM 00006-A-TESTA-PROMOCAO
               UNTIL WS-IDX-PROMO > WS-QTD-PROMOCOES.

       00006-A-TESTA-PROMOCAO.
           IF (PR-DATA-INICIO(WS-IDX-PROMO) > WS-ULT-DATA
               AND PR-DATA-INICIO(WS-IDX-PROMO) NOT > WS-DATA-HOJE)
              OR (PR-DATA-FIM(WS-IDX-PROMO) NOT < WS-ULT-DATA
               AND PR-DATA-FIM(WS-IDX-PROMO) < WS-DATA-HOJE)
              IF PR-TIPO(WS-IDX-PROMO) = "P"
                 IF PR-CHAVE(WS-IDX-PROMO) NUMERIC
                    MOVE PR-CHAVE(WS-IDX-PROMO) TO WS-PID-BUSCA
                    PERFORM 00005-C-MARCA-PID
                 END-IF
              ELSE
                 MOVE PR-CHAVE(WS-IDX-PROMO)(1:3) TO WS-CATEG-BUSCA
                 PERFORM 00006-B-MARCA-CATEGORIA
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-PROMO.

       00006-B-MARCA-CATEGORIA.
           MOVE 0 TO WS-ACHOU.
           MOVE 1 TO WS-IDX-CATEG-ALT.
           PERFORM 00006-C-PROCURA-CATEGORIA
               UNTIL WS-IDX-CATEG-ALT > WS-QTD-CATEG-ALT OR ACHOU.
           IF NOT ACHOU AND WS-QTD-CATEG-ALT < 50
              ADD 1 TO WS-QTD-CATEG-ALT
              MOVE WS-CATEG-BUSCA TO AC-CATEGORIA(WS-QTD-CATEG-ALT)
           END-IF.

       00006-C-PROCURA-CATEGORIA.
           IF AC-CATEGORIA(WS-IDX-CATEG-ALT) = WS-CATEG-BUSCA
              MOVE 1 TO WS-ACHOU
           END-IF.
           ADD 1 TO WS-IDX-CATEG-ALT.

       00007-ETIQUETA-PID.
           MOVE WS-PID-PEDIDO TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                INVALID KEY
                   DISPLAY "-- LOJA " WS-LOJA-CORRENTE
                           ": PID NAO CADASTRADO --> " WS-PID-PEDIDO
                NOT INVALID KEY
                   PERFORM 00009-MONTA-ETIQUETA.

      ******************************************************************
      * PERCORRE O CATALOGO DA LOJA SEPARANDO OS PRODUTOS DA EMISSAO:
      * ALTERADOS DESDE A ULTIMA EMISSAO OU DA CATEGORIA PEDIDA.
      ******************************************************************
       00008-VARRE-CATALOGO.
           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00008-A-LER-PRODUTO.
           PERFORM 00008-B-SELECIONA UNTIL FIM-DO-ARQUIVO.

       00008-A-LER-PRODUTO.
           READ FD-PRODUTOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

       00008-B-SELECIONA.
           IF MODO-CATEGORIA
              IF RP-CATEGORIA = WS-CATEGORIA-PEDIDA
                 PERFORM 00009-MONTA-ETIQUETA
              END-IF
           ELSE
              MOVE 0 TO WS-ACHOU
              MOVE RP-PID TO WS-PID-BUSCA
              MOVE 1 TO WS-IDX-ALTERADO
              PERFORM 00005-D-PROCURA-PID
                  UNTIL WS-IDX-ALTERADO > WS-QTD-ALTERADOS OR ACHOU
              IF NOT ACHOU
                 MOVE RP-CATEGORIA TO WS-CATEG-BUSCA
                 MOVE 1 TO WS-IDX-CATEG-ALT
                 PERFORM 00006-C-PROCURA-CATEGORIA
                     UNTIL WS-IDX-CATEG-ALT > WS-QTD-CATEG-ALT
                        OR ACHOU
              END-IF
              IF ACHOU
                 PERFORM 00009-MONTA-ETIQUETA
              END-IF
           END-IF.
           PERFORM 00008-A-LER-PRODUTO.

      ******************************************************************
      * MONTA A ETIQUETA DO PRODUTO LIDO: PRECO VIGENTE HOJE (COM A
      * PROMOCAO, SE HOUVER), PRECO POR KG/LT E ENDERECO.
      ******************************************************************
       00009-MONTA-ETIQUETA.
           IF WS-QTD-ETIQUETAS = 500
              DISPLAY "-- TABELA DE ETIQUETAS CHEIA, PID FORA --> "
                      RP-PID
           ELSE
              ADD 1 TO WS-QTD-ETIQUETAS
              MOVE RP-PID     TO ET-PID(WS-QTD-ETIQUETAS)
              MOVE RP-NOME    TO ET-NOME(WS-QTD-ETIQUETAS)
              MOVE RP-UNIDADE TO ET-UNIDADE(WS-QTD-ETIQUETAS)
              PERFORM 00010-BUSCA-PROMOCAO
              IF WS-PERC-DESCONTO > 0
                 COMPUTE ET-PRECO(WS-QTD-ETIQUETAS) ROUNDED =
                         RP-VALOR * (100 - WS-PERC-DESCONTO) / 100
              ELSE
                 MOVE RP-VALOR TO ET-PRECO(WS-QTD-ETIQUETAS)
              END-IF
              MOVE WS-PERC-DESCONTO
                TO ET-PERCENTUAL(WS-QTD-ETIQUETAS)
              MOVE WS-FIM-PROMO-VIGENTE
                TO ET-PROMO-FIM(WS-QTD-ETIQUETAS)
              PERFORM 00009-A-PRECO-MEDIDA
              PERFORM 00009-C-BUSCA-LOCAL
           END-IF.

      * EMBALAGEM COM CONTEUDO CADASTRADO: PRECO / CONTEUDO. PRODUTO
      * VENDIDO POR KG OU LITRO: O PROPRIO PRECO JA E POR MEDIDA.
       00009-A-PRECO-MEDIDA.
           MOVE 0 TO ET-PRECO-MEDIDA(WS-QTD-ETIQUETAS).
           MOVE SPACES TO ET-MEDIDA(WS-QTD-ETIQUETAS).
           MOVE 0 TO WS-ACHOU.
           MOVE 1 TO WS-IDX-CONTEUDO.
           PERFORM 00009-B-PROCURA-CONTEUDO
               UNTIL WS-IDX-CONTEUDO > WS-QTD-CONTEUDOS OR ACHOU.
           IF NOT ACHOU
              IF RP-UNIDADE = "KG"
                 MOVE ET-PRECO(WS-QTD-ETIQUETAS)
                   TO ET-PRECO-MEDIDA(WS-QTD-ETIQUETAS)
                 MOVE "KG" TO ET-MEDIDA(WS-QTD-ETIQUETAS)
              END-IF
              IF RP-UNIDADE = "LT" OR RP-UNIDADE = "L "
                 MOVE ET-PRECO(WS-QTD-ETIQUETAS)
                   TO ET-PRECO-MEDIDA(WS-QTD-ETIQUETAS)
                 MOVE "LT" TO ET-MEDIDA(WS-QTD-ETIQUETAS)
              END-IF
           END-IF.

       00009-B-PROCURA-CONTEUDO.
           IF CO-PID(WS-IDX-CONTEUDO) = RP-PID
              MOVE 1 TO WS-ACHOU
              COMPUTE ET-PRECO-MEDIDA(WS-QTD-ETIQUETAS) ROUNDED =
                      ET-PRECO(WS-QTD-ETIQUETAS)
                      / CO-CONTEUDO(WS-IDX-CONTEUDO)
              MOVE CO-MEDIDA(WS-IDX-CONTEUDO)
                TO ET-MEDIDA(WS-QTD-ETIQUETAS)
           END-IF.
           ADD 1 TO WS-IDX-CONTEUDO.

       00009-C-BUSCA-LOCAL.
           MOVE "(SEM LOC.)" TO ET-LOCAL(WS-QTD-ETIQUETAS).
           IF LOCAIS-OK
              MOVE RP-PID TO LO-PID
              READ FD-LOCALIZACAO RECORD KEY LO-PID
                   INVALID KEY
                      ADD 1 TO WS-CONT-SEM-LOCAL
                   NOT INVALID KEY
                      MOVE LO-LOCAL TO ET-LOCAL(WS-QTD-ETIQUETAS)
              END-READ
           ELSE
              ADD 1 TO WS-CONT-SEM-LOCAL
           END-IF.

      ******************************************************************
      * PROMOCAO VIGENTE HOJE: PRIMEIRO POR PID, SO DEPOIS POR
      * CATEGORIA, COMO NO PROG013.
      ******************************************************************
       00010-BUSCA-PROMOCAO.
           MOVE 0 TO WS-PERC-DESCONTO.
           MOVE 0 TO WS-FIM-PROMO-VIGENTE.
           MOVE 1 TO WS-IDX-PROMO.
           PERFORM 00010-A-TESTA-PROMO-PID
               UNTIL WS-IDX-PROMO > WS-QTD-PROMOCOES
                  OR WS-PERC-DESCONTO > 0.

           IF WS-PERC-DESCONTO = 0
              MOVE 1 TO WS-IDX-PROMO
              PERFORM 00010-B-TESTA-PROMO-CATEG
                  UNTIL WS-IDX-PROMO > WS-QTD-PROMOCOES
                     OR WS-PERC-DESCONTO > 0
           END-IF.

       00010-A-TESTA-PROMO-PID.
           MOVE RP-PID TO WS-PID-BUSCA.
           IF PR-TIPO(WS-IDX-PROMO) = "P"
              AND PR-CHAVE(WS-IDX-PROMO) = WS-PID-BUSCA
              AND WS-DATA-HOJE NOT < PR-DATA-INICIO(WS-IDX-PROMO)
              AND WS-DATA-HOJE NOT > PR-DATA-FIM(WS-IDX-PROMO)
              MOVE PR-PERCENTUAL(WS-IDX-PROMO) TO WS-PERC-DESCONTO
              MOVE PR-DATA-FIM(WS-IDX-PROMO) TO WS-FIM-PROMO-VIGENTE
           END-IF.
           ADD 1 TO WS-IDX-PROMO.

       00010-B-TESTA-PROMO-CATEG.
           IF PR-TIPO(WS-IDX-PROMO) = "C"
              AND PR-CHAVE(WS-IDX-PROMO)(1:3) = RP-CATEGORIA
              AND WS-DATA-HOJE NOT < PR-DATA-INICIO(WS-IDX-PROMO)
              AND WS-DATA-HOJE NOT > PR-DATA-FIM(WS-IDX-PROMO)
              MOVE PR-PERCENTUAL(WS-IDX-PROMO) TO WS-PERC-DESCONTO
              MOVE PR-DATA-FIM(WS-IDX-PROMO) TO WS-FIM-PROMO-VIGENTE
           END-IF.
           ADD 1 TO WS-IDX-PROMO.

      ******************************************************************
      * ORDENA AS ETIQUETAS PELO ENDERECO (SELECAO DIRETA, COMO NO
      * PROG081), PARA A EQUIPE TROCAR AS ETIQUETAS CORREDOR A
      * CORREDOR.
      ******************************************************************
       00011-ORDENA-POR-LOCAL.
           MOVE 1 TO WS-IDX-ORDENA.
           PERFORM 00011-A-POSICIONA-MENOR
               UNTIL WS-IDX-ORDENA NOT < WS-QTD-ETIQUETAS.

       00011-A-POSICIONA-MENOR.
           MOVE WS-IDX-ORDENA TO WS-IDX-MENOR.
           COMPUTE WS-IDX-VARRE = WS-IDX-ORDENA + 1.
           PERFORM 00011-B-COMPARA
               UNTIL WS-IDX-VARRE > WS-QTD-ETIQUETAS.
           IF WS-IDX-MENOR NOT = WS-IDX-ORDENA
              MOVE ETIQUETA-ITEM(WS-IDX-ORDENA) TO WS-TROCA-ITEM
              MOVE ETIQUETA-ITEM(WS-IDX-MENOR)
                TO ETIQUETA-ITEM(WS-IDX-ORDENA)
              MOVE WS-TROCA-ITEM TO ETIQUETA-ITEM(WS-IDX-MENOR)
           END-IF.
           ADD 1 TO WS-IDX-ORDENA.

       00011-B-COMPARA.
           IF ET-LOCAL(WS-IDX-VARRE) < ET-LOCAL(WS-IDX-MENOR)
              MOVE WS-IDX-VARRE TO WS-IDX-MENOR
           END-IF.
           ADD 1 TO WS-IDX-VARRE.

      ******************************************************************
      * GRAVA PROG108-NNN.ETQ: UM BLOCO POR ETIQUETA NA ORDEM DOS
      * ENDERECOS.
      ******************************************************************
       00012-IMPRIME-ETIQUETAS.
           MOVE 0 TO WS-FILE-STATUS-ETQ.
           OPEN OUTPUT FD-ETIQUETAS.
           IF WS-FILE-STATUS-ETQ NOT = 0
              DISPLAY "-- ERRO AO CRIAR ARQUIVO DE ETIQUETAS -->"
                      WS-FILE-STATUS-ETQ
           ELSE
              MOVE 1 TO WS-LOJA-OK
              ADD 1 TO WS-CONT-LOJAS-OK
              MOVE SPACES TO REG-ETIQUETA
              STRING "==== ETIQUETAS DE GONDOLA - LOJA "
                                                DELIMITED BY SIZE
                     WS-LOJA-CORRENTE           DELIMITED BY SIZE
                     " - "                      DELIMITED BY SIZE
                     WS-DATA-HOJE               DELIMITED BY SIZE
                     " ===="                    DELIMITED BY SIZE
                     INTO REG-ETIQUETA
              WRITE REG-ETIQUETA
              MOVE 1 TO WS-IDX-ETIQUETA
              PERFORM 00012-A-GRAVA-ETIQUETA
                  UNTIL WS-IDX-ETIQUETA > WS-QTD-ETIQUETAS
              CLOSE FD-ETIQUETAS
           END-IF.

           DISPLAY " ".
           DISPLAY "==== ETIQUETAS DA LOJA " WS-LOJA-CORRENTE " ====".
           IF MODO-ALTERACOES
              DISPLAY "REGISTROS DE HISTORICO..: " WS-CONT-HIST-LIDOS
              DISPLAY "PIDS ALTERADOS..........: " WS-QTD-ALTERADOS
              DISPLAY "CATEGORIAS EM PROMOCAO..: " WS-QTD-CATEG-ALT
           END-IF.
           DISPLAY "ETIQUETAS EMITIDAS......: " WS-QTD-ETIQUETAS.
           DISPLAY "SEM ENDERECO............: " WS-CONT-SEM-LOCAL.
           IF LOJA-OK
              DISPLAY "ETIQUETAS GERADAS EM " WS-ETQ-FILENAME
           END-IF.

       00012-A-GRAVA-ETIQUETA.
           MOVE ALL "-" TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.

           MOVE SPACES TO REG-ETIQUETA.
           STRING "ENDERECO: "                 DELIMITED BY SIZE
                  ET-LOCAL(WS-IDX-ETIQUETA)    DELIMITED BY SIZE
                  "   PID: "                   DELIMITED BY SIZE
                  ET-PID(WS-IDX-ETIQUETA)      DELIMITED BY SIZE
                  INTO REG-ETIQUETA.
           WRITE REG-ETIQUETA.

           MOVE SPACES TO REG-ETIQUETA.
           STRING ET-NOME(WS-IDX-ETIQUETA)     DELIMITED BY SIZE
                  "   UNIDADE: "               DELIMITED BY SIZE
                  ET-UNIDADE(WS-IDX-ETIQUETA)  DELIMITED BY SIZE
                  INTO REG-ETIQUETA.
           WRITE REG-ETIQUETA.

           MOVE ET-PRECO(WS-IDX-ETIQUETA) TO WS-PRECO-EDT.
           MOVE SPACES TO REG-ETIQUETA.
           IF ET-PERCENTUAL(WS-IDX-ETIQUETA) > 0
              MOVE ET-PERCENTUAL(WS-IDX-ETIQUETA) TO WS-PERC-EDT
              STRING "R$ "                        DELIMITED BY SIZE
                     WS-PRECO-EDT                 DELIMITED BY SIZE
                     "  PROMOCAO -"               DELIMITED BY SIZE
                     WS-PERC-EDT                  DELIMITED BY SIZE
                     "% ATE "                     DELIMITED BY SIZE
                     ET-PROMO-FIM(WS-IDX-ETIQUETA) DELIMITED BY SIZE
                     INTO REG-ETIQUETA
           ELSE
              STRING "R$ "                        DELIMITED BY SIZE
                     WS-PRECO-EDT                 DELIMITED BY SIZE
                     INTO REG-ETIQUETA
           END-IF.
           WRITE REG-ETIQUETA.

           IF ET-MEDIDA(WS-IDX-ETIQUETA) NOT = SPACES
              MOVE ET-PRECO-MEDIDA(WS-IDX-ETIQUETA) TO WS-PRECO-EDT
              MOVE SPACES TO REG-ETIQUETA
              STRING "PRECO POR "                 DELIMITED BY SIZE
                     ET-MEDIDA(WS-IDX-ETIQUETA)   DELIMITED BY SIZE
                     ": R$ "                      DELIMITED BY SIZE
                     WS-PRECO-EDT                 DELIMITED BY SIZE
                     INTO REG-ETIQUETA
              WRITE REG-ETIQUETA
           END-IF.

           ADD 1 TO WS-IDX-ETIQUETA.

       END PROGRAM PROG108-ETIQUETAS.
