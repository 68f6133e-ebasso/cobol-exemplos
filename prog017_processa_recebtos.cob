      *          do documento do fornecedor), soma a quantidade em
      *          RP-QTD via REWRITE e grava um registro de recebimento,
      *          para que a chegada de mercadoria deixe de ser digitada
      *          a mao na opcao 3 do PROG007_LOJA. A linha pode
      *          trazer o EAN da embalagem em vez do PID: o PROG107
      *          converte no PID e o fator da embalagem passa a
      *          quantidade e o custo para unidades do PID.
      *          As despesas acessorias do documento do fornecedor
      *          (frete, seguro, impostos nao recuperaveis), lidas de
      *          RECEBDESP.DAT, sao rateadas pelas linhas do mesmo
      *          documento por valor ou por quantidade, conforme o
      *          tipo de despesa (PROG17-DESP.PRM), antes do calculo
      *          do custo medio; o custo de entrada de cada linha fica
      *          em PROG17-CUSTEIO.DAT para o PROG118.
      *          Produto controlado por numero de serie so entra com
      *          um numero por unidade, lido de RECEBSER.DAT pelo
      *          documento e PID; os numeros ficam em estoque no
      *          PROG119-SERIE.
      *          Produto descontinuado (PROG125) com o estoque
      *          zerado nao entra mais: a linha e recusada com o
      *          motivo RJ-07 e fica fora do rateio das despesas.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TRV.

      * DESPESAS ACESSORIAS DOS DOCUMENTOS DO LOTE (FRETE, SEGURO,
      * IMPOSTOS NAO RECUPERAVEIS), A RATEAR PELAS LINHAS.
           SELECT FD-DESPESAS ASSIGN TO "RECEBDESP.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DSP.

      * TIPOS DE DESPESA E A BASE DE RATEIO DE CADA UM.
           SELECT FD-TIPOS-DESP ASSIGN TO "PROG17-DESP.PRM"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-TPD.

      * CUSTO DE ENTRADA POR LINHA, PARA O PROG118.
           SELECT FD-CUSTEIO ASSIGN TO "PROG17-CUSTEIO.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CI-CHAVE
                              FILE STATUS WS-FILE-STATUS-CTO.

      * NUMEROS DE SERIE RECEBIDOS, POR DOCUMENTO E PID, DOS PRODUTOS
      * CONTROLADOS POR SERIE.
           SELECT FD-SERIES-RECEB ASSIGN TO "RECEBSER.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-NSR.

       DATA DIVISION.
       FILE SECTION.

           COPY PRODUTO.CPY.

       FD FD-RECEBTOS
          RECORD CONTAINS 89 CHARACTERS.
      *    RB-PEDIDO = 0 QUANDO O RECEBIMENTO NAO VEIO DE PEDIDO.
      *    RB-LOTE EM BRANCO = PRODUTO SEM CONTROLE DE LOTE.
      *    RB-EAN: CODIGO DE BARRAS DA EMBALAGEM RECEBIDA. QUANDO
      *    PREENCHIDO PREVALECE SOBRE O RB-PID, E RB-QTD/RB-CUSTO SAO
      *    POR EMBALAGEM.
       01 REG-RECEBIMENTO.
           02 RB-PID              PIC 9(10).
           02 RB-QTD              PIC 9(10)V9(02).
           02 RB-PEDIDO           PIC 9(10).
           02 RB-LOTE             PIC X(10).
           02 RB-VALIDADE         PIC 9(08).
           02 RB-EAN              PIC X(13).

       FD FD-PEDIDOS
          RECORD CONTAINS 66 CHARACTERS.
           COPY CUSTO.CPY.

       FD FD-CTASPAGAR
          RECORD CONTAINS 68 CHARACTERS.
           COPY CTAPAG.CPY.

       FD FD-FORNECEDORES
           COPY PRODFORN.CPY.

       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       FD FD-TRAVA.
           COPY TRAVA.CPY.

       FD FD-DESPESAS
          RECORD CONTAINS 28 CHARACTERS.
      *    DA-TIPO: FR = FRETE, SG = SEGURO, IM = IMPOSTO NAO
      *    RECUPERAVEL, OU OUTRO TIPO CADASTRADO EM PROG17-DESP.PRM.
       01 REG-DESPESA.
           02 DA-DOC-FORNECEDOR   PIC X(14).
           02 DA-TIPO             PIC X(02).
           02 DA-VALOR            PIC 9(10)V9(02).

       FD FD-TIPOS-DESP
          RECORD CONTAINS 23 CHARACTERS.
      *    TP-BASE: V = RATEIO PELO VALOR DA LINHA, Q = RATEIO PELA
      *    QUANTIDADE DA LINHA.
       01 REG-TIPO-DESP.
           02 TP-TIPO             PIC X(02).
           02 TP-BASE             PIC X(01).
           02 TP-DESCRICAO        PIC X(20).

       FD FD-CUSTEIO
          RECORD CONTAINS 105 CHARACTERS.
           COPY CUSTEIO.CPY.

      *    UMA LINHA POR UNIDADE RECEBIDA: A QUANTIDADE DE NUMEROS DO
      *    DOCUMENTO + PID TEM QUE SER A QUANTIDADE DA LINHA DO
      *    RECEBIMENTO (EM UNIDADES DO PID).
       FD FD-SERIES-RECEB
          RECORD CONTAINS 44 CHARACTERS.
       01 REG-SERIE-RECEB.
           02 NS-DOC-FORNECEDOR   PIC X(14).
           02 NS-PID              PIC 9(10).
           02 NS-SERIE            PIC X(20).

       WORKING-STORAGE SECTION.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.
       77 WS-FILE-STATUS-FOR        PIC 9(02).
       77 WS-FILE-STATUS-PRDF       PIC 9(02).
       77 WS-FILE-STATUS-LOT        PIC 9(02).
       77 WS-FILE-STATUS-DSP        PIC 9(02).
       77 WS-FILE-STATUS-TPD        PIC 9(02).
       77 WS-FILE-STATUS-CTO        PIC 9(02).
       77 WS-FILE-STATUS-NSR        PIC 9(02).

       77 WS-NOVA-QTD                PIC 9(10)V9(02).
       77 WS-QTD-ANTES               PIC 9(10)V9(02).
       77 WS-CUSTO-NOVO              PIC 9(10)V9(02).

      ************ TIPOS DE DESPESA ACESSORIA ***********
      * SEM PROG17-DESP.PRM VALEM FR (FRETE) POR QUANTIDADE E SG
      * (SEGURO) E IM (IMPOSTO NAO RECUPERAVEL) POR VALOR.
       01 TAB-TIPOS-DESP.
          02 TIPO-DESP-ITEM OCCURS 20 TIMES.
             03 TT-TIPO         PIC X(02).
             03 TT-BASE         PIC X(01).
       77 WS-QTD-TIPOS               PIC 9(02) VALUE ZERO.
       77 WS-IDX-TIPO                PIC 9(02) VALUE ZERO.
       77 WS-BASE-DESP               PIC X(01).

      ************ DOCUMENTOS DO LOTE, PARA O RATEIO ***********
      * O PRE-PROCESSAMENTO SOMA VALOR E QUANTIDADE DAS LINHAS VALIDAS
      * DE CADA DOCUMENTO E AS DESPESAS DE CADA BASE; A ULTIMA LINHA
      * DO DOCUMENTO RECEBE A SOBRA DOS ARREDONDAMENTOS.
       01 TAB-DOCUMENTOS.
          02 DOCUMENTO-ITEM OCCURS 200 TIMES.
             03 DC-DOCUMENTO        PIC X(14).
             03 DC-VALOR-BASE       PIC 9(14)V9(02).
             03 DC-QTD-BASE         PIC 9(12)V9(02).
             03 DC-LINHAS           PIC 9(05).
             03 DC-LINHAS-POSTADAS  PIC 9(05).
             03 DC-DESP-VALOR       PIC 9(12)V9(02).
             03 DC-DESP-QTD         PIC 9(12)V9(02).
             03 DC-RATEADO-VALOR    PIC 9(12)V9(02).
             03 DC-RATEADO-QTD      PIC 9(12)V9(02).
       77 WS-QTD-DOCUMENTOS          PIC 9(03) VALUE ZERO.
       77 WS-IDX-DOC                 PIC 9(03) VALUE ZERO.
       77 WS-DOC-BUSCA               PIC X(14).
       77 WS-DOC-ACHOU               PIC 9(01) VALUE ZERO.
       77 WS-INCLUI-DOC              PIC 9(01) VALUE ZERO.

      ************ VARIAVEIS PARA O RATEIO DAS DESPESAS ***********
       77 WS-PRE-PID                 PIC 9(10).
       77 WS-PRE-QTD                 PIC 9(10)V9(02).
       77 WS-PRE-CUSTO               PIC 9(10)V9(02).
       77 WS-PRE-VALOR               PIC 9(12)V9(02).
       77 WS-PRE-VALIDA              PIC 9(01) VALUE ZERO.
       77 WS-RATEIO-VALOR            PIC 9(10)V9(02).
       77 WS-RATEIO-QTD              PIC 9(10)V9(02).
       77 WS-DESP-LINHA              PIC 9(10)V9(02).
       77 WS-CUSTO-FINAL             PIC 9(10)V9(02).
       77 WS-DATA-LOTE               PIC 9(08).
       77 WS-HORA-LOTE               PIC 9(08).
       77 WS-CONT-DESP-IGNORADAS     PIC 9(05) VALUE ZERO.
       77 WS-VALOR-TOTAL-DESPESAS    PIC 9(14)V9(02) VALUE ZERO.

      ************ NUMEROS DE SERIE DA LINHA (PROG119) ***********
           COPY SERCTRL.CPY.
       01 TAB-SERIES-LINHA.
          02 SERIE-LINHA-ITEM OCCURS 500 TIMES.
             03 SL-SERIE        PIC X(20).
       77 WS-QTD-SERIES-LINHA        PIC 9(03) VALUE ZERO.
       77 WS-IDX-SERIE               PIC 9(03) VALUE ZERO.
       77 WS-IDX-SERIE-DUP           PIC 9(03) VALUE ZERO.
       77 WS-SER-DOC                 PIC X(14).
       77 WS-SER-PID                 PIC 9(10).
       77 WS-SER-QTD                 PIC 9(10)V9(02).
       77 WS-SER-AVISA               PIC 9(01) VALUE ZERO.
       77 WS-SERIES-OK               PIC 9(01) VALUE ZERO.
           88 SERIES-OK              VALUE 1.
       77 WS-FIM-SERIES-RECEB        PIC 9(01) VALUE ZERO.
           88 FIM-SERIES-RECEB       VALUE 1.
       77 WS-CONT-SER-REJEITADOS     PIC 9(05) VALUE ZERO.
       77 WS-CONT-SERIES             PIC 9(05) VALUE ZERO.

      ************ AREA DA CONVERSAO DE EAN (PROG107) **********
           COPY EANCONV.CPY.
       77 WS-EAN-OK                 PIC 9(01) VALUE ZERO.
           88 EAN-OK                VALUE 1.
       77 WS-CONT-EAN-REJEITADOS    PIC 9(05) VALUE ZERO.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
           COPY CICLCTRL.CPY.
       77 WS-CONT-DESCONTINUADOS    PIC 9(05) VALUE ZERO.

      ********* VARIAVEIS PARA O TITULO DE CONTAS A PAGAR **********
      * SEM FORNECEDOR CONHECIDO OU SEM CADASTRO, VALE O PRAZO
      * PADRAO DE 30 DIAS.
           88 VINCULOS-OK           VALUE 1.
       77 WS-LOTES-OK               PIC 9(01) VALUE ZERO.
           88 LOTES-OK              VALUE 1.
       77 WS-CUSTEIO-OK             PIC 9(01) VALUE ZERO.
           88 CUSTEIO-OK            VALUE 1.


      ************ VARIAVEIS PARA A TRAVA DO CATALOGO ***********

           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
              PERFORM 00019-PREPARA-RATEIO
           END-IF.

           IF ARQUIVOS-OK
              PERFORM 00001-LER-RECEBIMENTO
              PERFORM 00002-PROCESSA-RECEBIMENTO UNTIL FIM-DO-ARQUIVO
              IF LOTES-OK
                 CLOSE FD-LOTES
              END-IF
              IF CUSTEIO-OK
                 CLOSE FD-CUSTEIO
              END-IF
           END-IF.

           PERFORM 9902-LIBERA-TRAVA.
           PERFORM 00014-ABRE-FORNECEDORES.
           PERFORM 00015-ABRE-VINCULOS.
           PERFORM 00016-ABRE-LOTES.
           PERFORM 00024-ABRE-CUSTEIO.

           IF WS-FILE-STATUS-PROD NOT = 0
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE PRODUTOS -->"
              DISPLAY "-- SEM ARQUIVO DE LOTES, CONTROLE DE VALIDADE "
                      "DESLIGADO".

      ******************************************************************
      * ABRE (OU CRIA NA PRIMEIRA EXECUCAO) O CUSTO DE ENTRADA POR
      * LINHA. SEM ELE O CUSTO MEDIO SAI COM AS DESPESAS DO MESMO
      * JEITO, SO NAO HA O QUE MOSTRAR NO PROG118.
      ******************************************************************
       00024-ABRE-CUSTEIO.
           MOVE 0 TO WS-FILE-STATUS-CTO.
           OPEN I-O FD-CUSTEIO.
           IF WS-FILE-STATUS-CTO = 35
              DISPLAY "-- PROG17-CUSTEIO.DAT NOT FOUND - CREATING NEW"
              OPEN OUTPUT FD-CUSTEIO
              CLOSE FD-CUSTEIO
              MOVE 0 TO WS-FILE-STATUS-CTO
              OPEN I-O FD-CUSTEIO
           END-IF.
           IF WS-FILE-STATUS-CTO = 0
              MOVE 1 TO WS-CUSTEIO-OK
           ELSE
              DISPLAY "-- SEM ARQUIVO DE CUSTEIO, CUSTO DE ENTRADA "
                      "NAO SERA REGISTRADO".

      ******************************************************************
      * PRE-PROCESSAMENTO DO RATEIO: UMA PASSADA PELO ARQUIVO DE
      * RECEBIMENTOS SOMA, POR DOCUMENTO DO FORNECEDOR, O VALOR E A
      * QUANTIDADE (EM UNIDADES DO PID) DAS LINHAS QUE SERAO POSTADAS;
      * DEPOIS AS DESPESAS DE RECEBDESP.DAT SAO SOMADAS AO DOCUMENTO NA
      * BASE DO SEU TIPO. O ARQUIVO E REABERTO PARA A POSTAGEM.
      ******************************************************************
       00019-PREPARA-RATEIO.
           ACCEPT WS-DATA-LOTE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOTE FROM TIME.
           PERFORM 00019-A-CARREGA-TIPOS.

           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 00019-B-LER-LINHA.
           PERFORM 00019-C-ACUMULA-LINHA UNTIL FIM-DO-ARQUIVO.
           CLOSE FD-RECEBTOS.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-RECEB.
           OPEN INPUT FD-RECEBTOS.
           IF WS-FILE-STATUS-RECEB NOT = 0
              DISPLAY "-- ERRO AO REABRIR ARQUIVO DE RECEBIMENTOS -->"
                      WS-FILE-STATUS-RECEB
              MOVE 0 TO WS-ARQUIVOS-OK
              CLOSE FD-PRODUTOS
              CLOSE FD-REGRECEBTOS
              CLOSE FD-MOVIMENTOS
           ELSE
              PERFORM 00019-E-CARREGA-DESPESAS
           END-IF.

       00019-A-CARREGA-TIPOS.
           MOVE 0 TO WS-QTD-TIPOS.
           MOVE 0 TO WS-FILE-STATUS-TPD.
           OPEN INPUT FD-TIPOS-DESP.
           IF WS-FILE-STATUS-TPD = 0
              MOVE 0 TO WS-FIM-ARQUIVO
              PERFORM 00019-D-LER-TIPO UNTIL FIM-DO-ARQUIVO
              CLOSE FD-TIPOS-DESP
           END-IF.
           IF WS-QTD-TIPOS = 0
              DISPLAY "-- SEM PROG17-DESP.PRM, FRETE RATEADO POR "
                      "QUANTIDADE, SEGURO E IMPOSTOS POR VALOR"
              MOVE "FR" TO TT-TIPO(1)
              MOVE "Q"  TO TT-BASE(1)
              MOVE "SG" TO TT-TIPO(2)
              MOVE "V"  TO TT-BASE(2)
              MOVE "IM" TO TT-TIPO(3)
              MOVE "V"  TO TT-BASE(3)
              MOVE 3 TO WS-QTD-TIPOS
           END-IF.

       00019-D-LER-TIPO.
           READ FD-TIPOS-DESP
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   IF WS-QTD-TIPOS = 20
                      DISPLAY "-- TABELA DE TIPOS DE DESPESA CHEIA, "
                              "TIPO IGNORADO --> " TP-TIPO
                   ELSE
                      ADD 1 TO WS-QTD-TIPOS
                      MOVE TP-TIPO TO TT-TIPO(WS-QTD-TIPOS)
                      IF TP-BASE = "Q"
                         MOVE "Q" TO TT-BASE(WS-QTD-TIPOS)
                      ELSE
                         MOVE "V" TO TT-BASE(WS-QTD-TIPOS)
                      END-IF
                   END-IF
           END-READ.

       00019-B-LER-LINHA.
           READ FD-RECEBTOS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO.

      * MESMA CONVERSAO DE EAN E MESMAS CONFERENCIAS DE PID E DE
      * NUMEROS DE SERIE DA POSTAGEM, SEM CONTAR ERROS: SO ENTRA NA
      * BASE O QUE VAI SER POSTADO.
       00019-C-ACUMULA-LINHA.
           MOVE 1         TO WS-PRE-VALIDA.
           MOVE RB-PID    TO WS-PRE-PID.
           MOVE RB-QTD    TO WS-PRE-QTD.
           MOVE RB-CUSTO  TO WS-PRE-CUSTO.
           IF RB-EAN NOT = SPACES
              MOVE "C"    TO EA-FUNCAO
              MOVE RB-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO WS-PRE-PID
                 COMPUTE WS-PRE-QTD = RB-QTD * EA-FATOR
                 COMPUTE WS-PRE-CUSTO ROUNDED = RB-CUSTO / EA-FATOR
              ELSE
                 MOVE 0 TO WS-PRE-VALIDA
              END-IF
           END-IF.
           IF WS-PRE-VALIDA = 1
              MOVE WS-PRE-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      MOVE 0 TO WS-PRE-VALIDA
              END-READ
           END-IF.
           IF WS-PRE-VALIDA = 1
              PERFORM 00027-CONSULTA-CICLO
              IF VP-DESCONTINUADO AND RP-QTD = 0
                 MOVE 0 TO WS-PRE-VALIDA
              END-IF
           END-IF.
           IF WS-PRE-VALIDA = 1
              MOVE RB-DOC-FORNECEDOR TO WS-SER-DOC
              MOVE WS-PRE-PID TO WS-SER-PID
              MOVE WS-PRE-QTD TO WS-SER-QTD
              MOVE 0 TO WS-SER-AVISA
              PERFORM 00025-CONFERE-SERIES
              IF NOT SERIES-OK
                 MOVE 0 TO WS-PRE-VALIDA
              END-IF
           END-IF.
           IF WS-PRE-VALIDA = 1
              MOVE RB-DOC-FORNECEDOR TO WS-DOC-BUSCA
              MOVE 1 TO WS-INCLUI-DOC
              PERFORM 00021-ACHA-DOCUMENTO
              IF WS-DOC-ACHOU = 1
                 COMPUTE WS-PRE-VALOR ROUNDED =
                         WS-PRE-CUSTO * WS-PRE-QTD
                 ADD WS-PRE-VALOR TO DC-VALOR-BASE(WS-IDX-DOC)
                 ADD WS-PRE-QTD   TO DC-QTD-BASE(WS-IDX-DOC)
                 ADD 1            TO DC-LINHAS(WS-IDX-DOC)
              END-IF
           END-IF.
           PERFORM 00019-B-LER-LINHA.

       00019-E-CARREGA-DESPESAS.
           MOVE 0 TO WS-FILE-STATUS-DSP.
           OPEN INPUT FD-DESPESAS.
           IF WS-FILE-STATUS-DSP = 0
              PERFORM 00019-F-LER-DESPESA UNTIL FIM-DO-ARQUIVO
              CLOSE FD-DESPESAS
              MOVE 0 TO WS-FIM-ARQUIVO
           ELSE
              DISPLAY "-- SEM RECEBDESP.DAT, CUSTO SEM DESPESAS "
                      "ACESSORIAS".

       00019-F-LER-DESPESA.
           READ FD-DESPESAS
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   PERFORM 00019-G-SOMA-DESPESA
           END-READ.

       00019-G-SOMA-DESPESA.
           MOVE DA-DOC-FORNECEDOR TO WS-DOC-BUSCA.
           MOVE 0 TO WS-INCLUI-DOC.
           PERFORM 00021-ACHA-DOCUMENTO.
           IF WS-DOC-ACHOU = 0
              ADD 1 TO WS-CONT-DESP-IGNORADAS
              DISPLAY "-- DESPESA DE DOCUMENTO SEM LINHAS NO LOTE --> "
                      DA-DOC-FORNECEDOR " " DA-TIPO
           ELSE
              PERFORM 00022-ACHA-BASE
              IF WS-BASE-DESP = "Q"
                 ADD DA-VALOR TO DC-DESP-QTD(WS-IDX-DOC)
              ELSE
                 ADD DA-VALOR TO DC-DESP-VALOR(WS-IDX-DOC)
              END-IF
           END-IF.

      ******************************************************************
      * PROCURA WS-DOC-BUSCA NA TABELA DE DOCUMENTOS; COM
      * WS-INCLUI-DOC = 1 O DOCUMENTO NOVO E INCLUIDO. TABELA CHEIA:
      * AS LINHAS DO DOCUMENTO ENTRAM SEM RATEIO.
      ******************************************************************
       00021-ACHA-DOCUMENTO.
           MOVE 0 TO WS-DOC-ACHOU.
           MOVE 1 TO WS-IDX-DOC.
           IF WS-QTD-DOCUMENTOS > 0
              PERFORM 00021-A-PROCURA-DOCUMENTO
                  UNTIL WS-IDX-DOC > WS-QTD-DOCUMENTOS
                     OR WS-DOC-ACHOU = 1
           END-IF.
           IF WS-DOC-ACHOU = 0 AND WS-INCLUI-DOC = 1
              IF WS-QTD-DOCUMENTOS = 200
                 DISPLAY "-- TABELA DE DOCUMENTOS CHEIA, LINHA SEM "
                         "RATEIO --> " WS-DOC-BUSCA
              ELSE
                 ADD 1 TO WS-QTD-DOCUMENTOS
                 MOVE WS-QTD-DOCUMENTOS TO WS-IDX-DOC
                 MOVE WS-DOC-BUSCA TO DC-DOCUMENTO(WS-IDX-DOC)
                 MOVE ZERO TO DC-VALOR-BASE(WS-IDX-DOC)
                 MOVE ZERO TO DC-QTD-BASE(WS-IDX-DOC)
                 MOVE ZERO TO DC-LINHAS(WS-IDX-DOC)
                 MOVE ZERO TO DC-LINHAS-POSTADAS(WS-IDX-DOC)
                 MOVE ZERO TO DC-DESP-VALOR(WS-IDX-DOC)
                 MOVE ZERO TO DC-DESP-QTD(WS-IDX-DOC)
                 MOVE ZERO TO DC-RATEADO-VALOR(WS-IDX-DOC)
                 MOVE ZERO TO DC-RATEADO-QTD(WS-IDX-DOC)
                 MOVE 1 TO WS-DOC-ACHOU
              END-IF
           END-IF.

       00021-A-PROCURA-DOCUMENTO.
           IF DC-DOCUMENTO(WS-IDX-DOC) = WS-DOC-BUSCA
              MOVE 1 TO WS-DOC-ACHOU
           ELSE
              ADD 1 TO WS-IDX-DOC
           END-IF.

       00022-ACHA-BASE.
           MOVE SPACES TO WS-BASE-DESP.
           MOVE 1 TO WS-IDX-TIPO.
           PERFORM 00022-A-PROCURA-TIPO
               UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
                  OR WS-BASE-DESP NOT = SPACES.
           IF WS-BASE-DESP = SPACES
              MOVE "V" TO WS-BASE-DESP
              DISPLAY "-- TIPO DE DESPESA SEM CADASTRO, RATEIO POR "
                      "VALOR --> " DA-TIPO
           END-IF.

       00022-A-PROCURA-TIPO.
           IF TT-TIPO(WS-IDX-TIPO) = DA-TIPO
              MOVE TT-BASE(WS-IDX-TIPO) TO WS-BASE-DESP
           ELSE
              ADD 1 TO WS-IDX-TIPO
           END-IF.

       00001-LER-RECEBIMENTO.
           READ FD-RECEBTOS
                AT END
                   ADD 1 TO WS-CONT-LIDOS.

       00002-PROCESSA-RECEBIMENTO.
           PERFORM 00018-CONVERTE-EAN.
           IF EAN-OK
              MOVE RB-PID TO RP-PID
              READ FD-PRODUTOS RECORD KEY RP-PID
                   INVALID KEY
                      ADD 1 TO WS-CONT-ERROS
                      DISPLAY "-- PID NAO ENCONTRADO --> " RB-PID
                   NOT INVALID KEY
                      PERFORM 00027-CONSULTA-CICLO
                      IF VP-DESCONTINUADO AND RP-QTD = 0
                         PERFORM 00027-A-RECUSA-DESCONTINUADO
                      ELSE
                         PERFORM 00002-A-CONFERE-E-SOMA
                      END-IF
              END-READ
           END-IF.
           PERFORM 00001-LER-RECEBIMENTO.

       00002-A-CONFERE-E-SOMA.
           MOVE RB-DOC-FORNECEDOR TO WS-SER-DOC.
           MOVE RB-PID TO WS-SER-PID.
           MOVE RB-QTD TO WS-SER-QTD.
           MOVE 1 TO WS-SER-AVISA.
           PERFORM 00025-CONFERE-SERIES.
           IF SERIES-OK
              PERFORM 00004-SOMA-ESTOQUE
           ELSE
              ADD 1 TO WS-CONT-ERROS
              ADD 1 TO WS-CONT-SER-REJEITADOS
           END-IF.

      ******************************************************************
      * SITUACAO DO PID LIDO NO CICLO DE VIDA (PROG125). O PRODUTO
      * DESCONTINUADO COM O ESTOQUE ZERADO NAO RECEBE MAIS: A LINHA E
      * RECUSADA COM O MOTIVO RJ-07, NA SERIE RJ-NN DO PROG011.
      ******************************************************************
       00027-CONSULTA-CICLO.
           MOVE "C"         TO VP-FUNCAO.
           MOVE WS-LOJA-NUM TO VP-LOJA.
           MOVE RP-PID      TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.

       00027-A-RECUSA-DESCONTINUADO.
           ADD 1 TO WS-CONT-ERROS.
           ADD 1 TO WS-CONT-DESCONTINUADOS.
           DISPLAY "-- LINHA REJEITADA (RJ-07) PRODUTO DESCONTINUADO "
                   "SEM ESTOQUE --> " RB-PID.

      ******************************************************************
      * LINHA LIDA PELO CODIGO DE BARRAS: O PROG107 CONFERE O DIGITO
      * E CONVERTE O EAN NO PID; QUANTIDADE E CUSTO DA EMBALAGEM
      * PASSAM PARA UNIDADES DO PID PELO FATOR. EAN RECUSADO CONTA
      * COMO ERRO, COM O MOTIVO RJ-NN DA REJEICAO.
      ******************************************************************
       00018-CONVERTE-EAN.
           MOVE 1 TO WS-EAN-OK.
           IF RB-EAN NOT = SPACES
              MOVE "C"    TO EA-FUNCAO
              MOVE RB-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO RB-PID
                 COMPUTE RB-QTD = RB-QTD * EA-FATOR
                 COMPUTE RB-CUSTO ROUNDED = RB-CUSTO / EA-FATOR
              ELSE
                 MOVE 0 TO WS-EAN-OK
                 ADD 1 TO WS-CONT-ERROS
                 ADD 1 TO WS-CONT-EAN-REJEITADOS
                 IF EA-RESULTADO = 9
                    DISPLAY "-- ERRO NOS CODIGOS DE BARRAS --> " RB-EAN
                 ELSE
                    DISPLAY "-- LINHA REJEITADA (" EA-MOTIVO ") EAN "
                            "--> " RB-EAN
                 END-IF
              END-IF
           END-IF.

       00004-SOMA-ESTOQUE.
           MOVE RP-QTD TO WS-QTD-ANTES.
           COMPUTE WS-NOVA-QTD = RP-QTD + RB-QTD.
                  PERFORM 00005-GRAVA-RECEBIMENTO
                  PERFORM 00007-GRAVA-MOVIMENTO
                  PERFORM 00009-BAIXA-PEDIDO
                  PERFORM 00020-RATEIA-DESPESAS
                  PERFORM 00011-POSTA-CUSTO-MEDIO
                  PERFORM 00023-GRAVA-CUSTEIO
                  PERFORM 00012-GRAVA-CONTA-PAGAR
                  PERFORM 00026-REGISTRA-SERIES
                  PERFORM 00017-POSTA-LOTE.

      ******************************************************************
      * PARTE DA LINHA NAS DESPESAS DO SEU DOCUMENTO: AS DE BASE
      * VALOR NA PROPORCAO DO VALOR DA LINHA E AS DE BASE QUANTIDADE
      * NA PROPORCAO DA QUANTIDADE. A ULTIMA LINHA DO DOCUMENTO LEVA
      * O QUE FALTA PARA FECHAR A DESPESA. O CUSTO UNITARIO FINAL E O
      * DO FORNECEDOR MAIS A DESPESA DA LINHA DIVIDIDA PELA QUANTIDADE.
      ******************************************************************
       00020-RATEIA-DESPESAS.
           MOVE ZERO     TO WS-RATEIO-VALOR.
           MOVE ZERO     TO WS-RATEIO-QTD.
           MOVE ZERO     TO WS-DESP-LINHA.
           MOVE RB-CUSTO TO WS-CUSTO-FINAL.
           MOVE RB-DOC-FORNECEDOR TO WS-DOC-BUSCA.
           MOVE 0 TO WS-INCLUI-DOC.
           PERFORM 00021-ACHA-DOCUMENTO.
           IF WS-DOC-ACHOU = 1
              IF DC-DESP-VALOR(WS-IDX-DOC) > 0
                 OR DC-DESP-QTD(WS-IDX-DOC) > 0
                 PERFORM 00020-A-CALCULA-PARTE
              END-IF
           END-IF.

       00020-A-CALCULA-PARTE.
           ADD 1 TO DC-LINHAS-POSTADAS(WS-IDX-DOC).
           IF DC-LINHAS-POSTADAS(WS-IDX-DOC) NOT <
              DC-LINHAS(WS-IDX-DOC)
              IF DC-RATEADO-VALOR(WS-IDX-DOC) <
                 DC-DESP-VALOR(WS-IDX-DOC)
                 COMPUTE WS-RATEIO-VALOR =
                         DC-DESP-VALOR(WS-IDX-DOC) -
                         DC-RATEADO-VALOR(WS-IDX-DOC)
              END-IF
              IF DC-RATEADO-QTD(WS-IDX-DOC) < DC-DESP-QTD(WS-IDX-DOC)
                 COMPUTE WS-RATEIO-QTD =
                         DC-DESP-QTD(WS-IDX-DOC) -
                         DC-RATEADO-QTD(WS-IDX-DOC)
              END-IF
           ELSE
              IF DC-VALOR-BASE(WS-IDX-DOC) > 0
                 COMPUTE WS-RATEIO-VALOR ROUNDED =
                         DC-DESP-VALOR(WS-IDX-DOC) * WS-VALOR-RECEB
                         / DC-VALOR-BASE(WS-IDX-DOC)
              ELSE
                 IF DC-QTD-BASE(WS-IDX-DOC) > 0
                    COMPUTE WS-RATEIO-VALOR ROUNDED =
                            DC-DESP-VALOR(WS-IDX-DOC) * RB-QTD
                            / DC-QTD-BASE(WS-IDX-DOC)
                 END-IF
              END-IF
              IF DC-QTD-BASE(WS-IDX-DOC) > 0
                 COMPUTE WS-RATEIO-QTD ROUNDED =
                         DC-DESP-QTD(WS-IDX-DOC) * RB-QTD
                         / DC-QTD-BASE(WS-IDX-DOC)
              END-IF
           END-IF.
           ADD WS-RATEIO-VALOR TO DC-RATEADO-VALOR(WS-IDX-DOC).
           ADD WS-RATEIO-QTD   TO DC-RATEADO-QTD(WS-IDX-DOC).
           COMPUTE WS-DESP-LINHA = WS-RATEIO-VALOR + WS-RATEIO-QTD.
           ADD WS-DESP-LINHA TO WS-VALOR-TOTAL-DESPESAS.
           IF RB-QTD > 0
              COMPUTE WS-CUSTO-FINAL ROUNDED =
                      RB-CUSTO + (WS-DESP-LINHA / RB-QTD)
           END-IF.

       00023-GRAVA-CUSTEIO.
           IF CUSTEIO-OK
              MOVE RB-DOC-FORNECEDOR TO CI-DOCUMENTO
              MOVE WS-DATA-LOTE      TO CI-DATA
              MOVE WS-HORA-LOTE      TO CI-HORA
              MOVE WS-CONT-LIDOS     TO CI-LINHA
              MOVE RB-PID            TO CI-PID
              MOVE RB-QTD            TO CI-QTD
              MOVE RB-CUSTO          TO CI-CUSTO-BASE
              MOVE WS-RATEIO-VALOR   TO CI-RATEIO-VALOR
              MOVE WS-RATEIO-QTD     TO CI-RATEIO-QTD
              MOVE WS-CUSTO-FINAL    TO CI-CUSTO-FINAL
              WRITE REG-CUSTEIO
                  INVALID KEY
                     DISPLAY "-- ERRO AO GRAVAR CUSTEIO --> "
                             RB-DOC-FORNECEDOR " PID " RB-PID
              END-WRITE
           END-IF.

      ******************************************************************
      * RECALCULA O CUSTO MEDIO MOVEL DO PID: O ESTOQUE QUE HAVIA
      * ANTES DA ENTRADA PONDERA O CUSTO MEDIO ANTERIOR E A
      * QUANTIDADE RECEBIDA PONDERA O CUSTO FINAL DESTE DOCUMENTO
      * (CUSTO DO FORNECEDOR MAIS AS DESPESAS RATEADAS). NA
      * PRIMEIRA ENTRADA DO PID O CUSTO MEDIO E O PROPRIO CUSTO
      * FINAL DO RECEBIMENTO.
      ******************************************************************
       00011-POSTA-CUSTO-MEDIO.
           IF CUSTOS-OK
              READ FD-CUSTOS RECORD KEY CU-PID
                   INVALID KEY
                      MOVE RB-PID        TO CU-PID
                      MOVE WS-CUSTO-FINAL TO CU-CUSTO-MEDIO
                      MOVE WS-NOVA-QTD   TO CU-QTD-BASE
                      MOVE WS-DATA-RECEB TO CU-DATA-ULT-RECEB
                      WRITE REG-CUSTO
                   NOT INVALID KEY
                      COMPUTE WS-CUSTO-NOVO ROUNDED =
                              ((WS-QTD-ANTES * CU-CUSTO-MEDIO) +
                               (RB-QTD * WS-CUSTO-FINAL)) /
                              (WS-QTD-ANTES + RB-QTD)
                      MOVE WS-CUSTO-NOVO TO CU-CUSTO-MEDIO
                      MOVE WS-NOVA-QTD   TO CU-QTD-BASE
      * GERA O TITULO DE CONTAS A PAGAR DO RECEBIMENTO: FORNECEDOR
      * DO PEDIDO DE COMPRA (QUANDO HOUVE) OU DO VINCULO PRODUTO X
      * FORNECEDOR, VENCIMENTO = DATA DO RECEBIMENTO + FR-PRAZO-PGTO.
      * O VALOR DO TITULO INCLUI AS DESPESAS RATEADAS PARA A LINHA.
      ******************************************************************
       00012-GRAVA-CONTA-PAGAR.
           IF CTASPAGAR-OK
              MOVE WS-FORNEC-RECEB  TO AP-FORNECEDOR
              MOVE RB-DOC-FORNECEDOR TO AP-DOCUMENTO
              MOVE RB-PID           TO AP-PID
              COMPUTE AP-VALOR = WS-VALOR-RECEB + WS-DESP-LINHA
              MOVE WS-DATA-RECEB    TO AP-DATA-RECEBTO
              MOVE WS-DATA-VENCTO   TO AP-DATA-VENCTO
              MOVE "A"              TO AP-SITUACAO
              MOVE ZERO             TO AP-DATA-PAGTO
              WRITE REG-CONTA-PAGAR
           END-IF.

                      MOVE RB-VALIDADE   TO LT-VALIDADE
                      MOVE RB-QTD        TO LT-QTD
                      MOVE WS-DATA-RECEB TO LT-DATA-RECEBTO
                      MOVE ZERO          TO LT-PERC-REMARCA
                      MOVE SPACE         TO LT-SITUACAO-REMARCA
                      MOVE ZERO          TO LT-DATA-REMARCA
                      WRITE REG-LOTE
                          INVALID KEY
                             DISPLAY "-- ERRO AO GRAVAR LOTE --> "
              END-READ
           END-IF.

      ******************************************************************
      * PRODUTO CONTROLADO POR NUMERO DE SERIE: OS NUMEROS DO
      * DOCUMENTO + PID EM RECEBSER.DAT, SEM REPETICAO, TEM QUE SER
      * TANTOS QUANTAS AS UNIDADES DA LINHA, E NENHUM PODE JA ESTAR
      * EM ESTOQUE OU VENDIDO (O QUE VOLTA DO FORNECEDOR REENTRA).
      * COM WS-SER-AVISA = 0 (PRE-PROCESSAMENTO DO RATEIO) A
      * CONFERENCIA NAO MOSTRA MENSAGENS.
      ******************************************************************
       00025-CONFERE-SERIES.
           MOVE 1 TO WS-SERIES-OK.
           MOVE 0 TO WS-QTD-SERIES-LINHA.
           MOVE "P"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE WS-SER-PID  TO SE-PID.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-CONTROLA-SERIE
              PERFORM 00025-A-CARREGA-SERIES
              IF SERIES-OK AND WS-QTD-SERIES-LINHA NOT = WS-SER-QTD
                 MOVE 0 TO WS-SERIES-OK
                 IF WS-SER-AVISA = 1
                    DISPLAY "-- NUMEROS DE SERIE (" WS-QTD-SERIES-LINHA
                            ") NAO BATEM COM A QUANTIDADE --> DOC "
                            WS-SER-DOC " PID " WS-SER-PID
                 END-IF
              END-IF
              MOVE 1 TO WS-IDX-SERIE
              PERFORM 00025-D-CONFERE-SITUACAO
                  UNTIL WS-IDX-SERIE > WS-QTD-SERIES-LINHA
                     OR NOT SERIES-OK
           END-IF.

       00025-A-CARREGA-SERIES.
           MOVE 0 TO WS-FIM-SERIES-RECEB.
           MOVE 0 TO WS-FILE-STATUS-NSR.
           OPEN INPUT FD-SERIES-RECEB.
           IF WS-FILE-STATUS-NSR = 0
              PERFORM 00025-B-LER-SERIE UNTIL FIM-SERIES-RECEB
              CLOSE FD-SERIES-RECEB
           END-IF.

       00025-B-LER-SERIE.
           READ FD-SERIES-RECEB
                AT END
                   MOVE 1 TO WS-FIM-SERIES-RECEB
                NOT AT END
                   IF NS-DOC-FORNECEDOR = WS-SER-DOC
                      AND NS-PID = WS-SER-PID
                      PERFORM 00025-C-GUARDA-SERIE
                   END-IF
           END-READ.

       00025-C-GUARDA-SERIE.
           MOVE 0 TO WS-IDX-SERIE-DUP.
           MOVE 1 TO WS-IDX-SERIE.
           PERFORM 00025-E-PROCURA-REPETIDA
               UNTIL WS-IDX-SERIE > WS-QTD-SERIES-LINHA
                  OR WS-IDX-SERIE-DUP > 0.
           IF WS-IDX-SERIE-DUP > 0 OR NS-SERIE = SPACES
              MOVE 0 TO WS-SERIES-OK
              IF WS-SER-AVISA = 1
                 DISPLAY "-- NUMERO DE SERIE REPETIDO OU EM BRANCO "
                         "--> DOC " WS-SER-DOC " PID " WS-SER-PID
                         " SERIE " NS-SERIE
              END-IF
           ELSE
           IF WS-QTD-SERIES-LINHA = 500
              MOVE 0 TO WS-SERIES-OK
              IF WS-SER-AVISA = 1
                 DISPLAY "-- MAIS DE 500 NUMEROS DE SERIE NA LINHA "
                         "--> DOC " WS-SER-DOC " PID " WS-SER-PID
              END-IF
           ELSE
              ADD 1 TO WS-QTD-SERIES-LINHA
              MOVE NS-SERIE TO SL-SERIE(WS-QTD-SERIES-LINHA).

       00025-E-PROCURA-REPETIDA.
           IF SL-SERIE(WS-IDX-SERIE) = NS-SERIE
              MOVE WS-IDX-SERIE TO WS-IDX-SERIE-DUP
           ELSE
              ADD 1 TO WS-IDX-SERIE
           END-IF.

       00025-D-CONFERE-SITUACAO.
           MOVE "S"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE WS-SER-PID  TO SE-PID.
           MOVE SL-SERIE(WS-IDX-SERIE) TO SE-SERIE.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-RESULTADO = 9
              OR (SE-RESULTADO = 1 AND SE-SITUACAO NOT = "F")
              MOVE 0 TO WS-SERIES-OK
              IF WS-SER-AVISA = 1
                 DISPLAY "-- NUMERO DE SERIE JA EM ESTOQUE OU VENDIDO "
                         "--> PID " WS-SER-PID " SERIE " SE-SERIE
              END-IF
           END-IF.
           ADD 1 TO WS-IDX-SERIE.

      ******************************************************************
      * LINHA POSTADA: OS NUMEROS CONFERIDOS ENTRAM EM ESTOQUE, COM O
      * DOCUMENTO E O FORNECEDOR DO RECEBIMENTO NA HISTORIA.
      ******************************************************************
       00026-REGISTRA-SERIES.
           MOVE 1 TO WS-IDX-SERIE.
           PERFORM 00026-A-ENTRADA-SERIE
               UNTIL WS-IDX-SERIE > WS-QTD-SERIES-LINHA.

       00026-A-ENTRADA-SERIE.
           MOVE "E"               TO SE-FUNCAO.
           MOVE WS-LOJA-NUM       TO SE-LOJA.
           MOVE RB-PID            TO SE-PID.
           MOVE SL-SERIE(WS-IDX-SERIE) TO SE-SERIE.
           MOVE RB-DOC-FORNECEDOR TO SE-DOCUMENTO.
           MOVE ZERO              TO SE-FORNECEDOR.
           IF CTASPAGAR-OK
              MOVE WS-FORNEC-RECEB TO SE-FORNECEDOR
           END-IF.
           MOVE "PROG017"         TO SE-PROGRAMA.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-RESULTADO = 1
              ADD 1 TO WS-CONT-SERIES
           ELSE
              ADD 1 TO WS-CONT-ERROS
              DISPLAY "-- NUMERO DE SERIE NAO REGISTRADO, CONFERIR "
                      "O ESTOQUE --> PID " RB-PID " SERIE " SE-SERIE
           END-IF.
           ADD 1 TO WS-IDX-SERIE.

       00005-GRAVA-RECEBIMENTO.
           ACCEPT WS-DATA-RECEB FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-RECEB FROM TIME.
           DISPLAY "==== PROCESSAMENTO DE RECEBIMENTOS EM LOTE ====".
           DISPLAY "RECEBIMENTOS LIDOS......: " WS-CONT-LIDOS.
           DISPLAY "RECEBIMENTOS POSTADOS...: " WS-CONT-RECEBIDOS.
           DISPLAY "EAN REJEITADOS..........: " WS-CONT-EAN-REJEITADOS.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.
           DISPLAY "VALOR TOTAL RECEBIDO....: " WS-VALOR-TOTAL-EDT.
           MOVE WS-VALOR-TOTAL-DESPESAS TO WS-VALOR-TOTAL-EDT.
           DISPLAY "DESPESAS RATEADAS.......: " WS-VALOR-TOTAL-EDT.
           DISPLAY "DESPESAS SEM DOCUMENTO..: " WS-CONT-DESP-IGNORADAS.
           DISPLAY "REJEITADOS POR SERIE....: " WS-CONT-SER-REJEITADOS.
           DISPLAY "RECUSADOS DESCONTINUADO.: " WS-CONT-DESCONTINUADOS.
           DISPLAY "NUMEROS DE SERIE........: " WS-CONT-SERIES.

      ******************************************************************
      * TRAVA DO CATALOGO: CONFERE SE HA SESSAO INTERATIVA OU OUTRO
