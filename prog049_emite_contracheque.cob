                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-EVE.

      * LINHAS CALCULADAS PELA FOLHA (SALARIO-FAMILIA, DEDUCOES...).
           SELECT FD-DET-FOLHA ASSIGN TO "PROG04-HDET.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-HDET.

      * CONTRACHEQUES FORMATADOS.
           SELECT FD-CONTRACHEQUES ASSIGN TO "PROG04-CCHQ.TXT"
                              ORGANIZATION LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

      *    PH-TIPO: M = FOLHA MENSAL, D = 13O SALARIO, F = FERIAS,
      *             R = RESCISAO (PROG084).
       FD FD-HIST-FOLHA
          RECORD CONTAINS 48 CHARACTERS.
       01 REG-HIST-FOLHA.
          RECORD CONTAINS 44 CHARACTERS.
           COPY EVENTO.CPY.

       FD FD-DET-FOLHA
          RECORD CONTAINS 45 CHARACTERS.
           COPY FOLHADET.CPY.

       FD FD-CONTRACHEQUES.
       01 REG-CONTRACHEQUE        PIC X(60).

       77 WS-FILE-STATUS-FUNC       PIC 9(02).
       77 WS-FILE-STATUS-CCH        PIC 9(02).
       77 WS-FILE-STATUS-EVE        PIC 9(02).
       77 WS-FILE-STATUS-HDET       PIC 9(02).

      ************* VARIAVEIS PARA A SELECAO ************
       77 WS-COMPETENCIA            PIC 9(06).
           88 FIM-DOS-EVENTOS       VALUE 1.
       77 WS-EVENTO-EDT             PIC Z,ZZZ,ZZ9.99.
       77 WS-ROTULO-NATUREZA        PIC X(10).

      ************* LINHAS CALCULADAS DA COMPETENCIA ************
       01 TAB-DETALHES.
          02 DETALHE-ITEM OCCURS 300 TIMES INDEXED BY DLIDX.
             03 DL-MATRICULA    PIC 9(05).
             03 DL-TIPO-FOLHA   PIC X(01).
             03 DL-CODIGO       PIC X(03).
             03 DL-NATUREZA     PIC X(01).
             03 DL-DESCRICAO    PIC X(20).
             03 DL-VALOR        PIC 9(07)V99.

       77 WS-QTD-DETALHES           PIC 9(03) VALUE ZERO.
       77 WS-IDX-DETALHE            PIC 9(03) VALUE ZERO.
       77 WS-FIM-DETALHES           PIC 9(01) VALUE ZERO.
           88 FIM-DOS-DETALHES      VALUE 1.
       77 WS-BRUTO-EDT              PIC Z,ZZZ,ZZ9.99.
       77 WS-INSS-EDT               PIC Z,ZZZ,ZZ9.99.
       77 WS-IRRF-EDT               PIC Z,ZZZ,ZZ9.99.

           IF ARQUIVOS-OK
              PERFORM 00005-CARREGA-EVENTOS
              PERFORM 00007-CARREGA-DETALHES
              PERFORM 00001-LER-HISTORICO
              PERFORM 00002-PROCESSA-HISTORICO UNTIL FIM-DO-ARQUIVO
              PERFORM 00003-RODAPE
                 MOVE "TIPO: 13O SALARIO" TO WS-TITULO-TIPO
              WHEN "F"
                 MOVE "TIPO: FERIAS (SALARIO + 1/3)" TO WS-TITULO-TIPO
              WHEN "R"
                 MOVE "TIPO: RESCISAO (VER TERMO)" TO WS-TITULO-TIPO
              WHEN OTHER
                 MOVE "TIPO: FOLHA MENSAL" TO WS-TITULO-TIPO
           END-EVALUATE.
                  UNTIL WS-IDX-EVENTO > WS-QTD-EVENTOS
           END-IF.

      * LINHAS CALCULADAS PELA FOLHA DO MESMO TIPO DO DOCUMENTO.
           MOVE 1 TO WS-IDX-DETALHE.
           PERFORM 00008-LINHA-DE-DETALHE
               UNTIL WS-IDX-DETALHE > WS-QTD-DETALHES.

           MOVE SPACES TO REG-CONTRACHEQUE.
           STRING "LIQUIDO A RECEBER: " DELIMITED BY SIZE
                  WS-LIQUIDO-EDT        DELIMITED BY SIZE
           END-IF.
           ADD 1 TO WS-IDX-EVENTO.

      ******************************************************************
      * CARREGA AS LINHAS CALCULADAS PELA FOLHA NA COMPETENCIA PEDIDA.
      * SEM O ARQUIVO, O CONTRACHEQUE SAI SO COM AS LINHAS DE SEMPRE.
      ******************************************************************
       00007-CARREGA-DETALHES.
           MOVE 0 TO WS-FIM-DETALHES.
           MOVE 0 TO WS-FILE-STATUS-HDET.
           OPEN INPUT FD-DET-FOLHA.
           IF WS-FILE-STATUS-HDET NOT = 0
              CONTINUE
           ELSE
              PERFORM 00007-A-LER-DETALHE
              PERFORM 00007-B-GUARDA-DETALHE UNTIL FIM-DOS-DETALHES
              CLOSE FD-DET-FOLHA.

       00007-A-LER-DETALHE.
           READ FD-DET-FOLHA
                AT END
                   MOVE 1 TO WS-FIM-DETALHES.

       00007-B-GUARDA-DETALHE.
           IF HD-COMPETENCIA = WS-COMPETENCIA
              IF WS-QTD-DETALHES = 300
                 MOVE 1 TO WS-FIM-DETALHES
              ELSE
                 ADD 1 TO WS-QTD-DETALHES
                 MOVE HD-MATRICULA  TO DL-MATRICULA(WS-QTD-DETALHES)
                 MOVE HD-TIPO-FOLHA TO DL-TIPO-FOLHA(WS-QTD-DETALHES)
                 MOVE HD-CODIGO     TO DL-CODIGO(WS-QTD-DETALHES)
                 MOVE HD-NATUREZA   TO DL-NATUREZA(WS-QTD-DETALHES)
                 MOVE HD-DESCRICAO  TO DL-DESCRICAO(WS-QTD-DETALHES)
                 MOVE HD-VALOR      TO DL-VALOR(WS-QTD-DETALHES)
              END-IF
           END-IF.
           IF NOT FIM-DOS-DETALHES
              PERFORM 00007-A-LER-DETALHE
           END-IF.

       00008-LINHA-DE-DETALHE.
           IF DL-MATRICULA(WS-IDX-DETALHE) = PH-MATRICULA
              AND DL-TIPO-FOLHA(WS-IDX-DETALHE) = PH-TIPO
              EVALUATE DL-NATUREZA(WS-IDX-DETALHE)
                 WHEN "D"
                    MOVE "(DESCONTO)" TO WS-ROTULO-NATUREZA
                 WHEN "L"
                    MOVE "(CREDITO) " TO WS-ROTULO-NATUREZA
                 WHEN "I"
                    MOVE "(INFORMAT)" TO WS-ROTULO-NATUREZA
                 WHEN OTHER
                    MOVE "(PROVENTO)" TO WS-ROTULO-NATUREZA
              END-EVALUATE
              MOVE DL-VALOR(WS-IDX-DETALHE) TO WS-EVENTO-EDT
              MOVE SPACES TO REG-CONTRACHEQUE
              STRING DL-CODIGO(WS-IDX-DETALHE)    DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     DL-DESCRICAO(WS-IDX-DETALHE) DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WS-ROTULO-NATUREZA           DELIMITED BY SIZE
                     ": "                         DELIMITED BY SIZE
                     WS-EVENTO-EDT                DELIMITED BY SIZE
                     INTO REG-CONTRACHEQUE
              WRITE REG-CONTRACHEQUE
           END-IF.
           ADD 1 TO WS-IDX-DETALHE.

       00003-RODAPE.
           DISPLAY " ".
           DISPLAY "==== EMISSAO DE CONTRACHEQUES ====".
