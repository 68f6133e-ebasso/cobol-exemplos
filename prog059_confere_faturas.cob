      *          Divergencia acima da tolerancia (PROG59-PARM.DAT, 5
      *          pct sem o arquivo) sai no relatorio de discrepancias
      *          e gera alerta; linha que confere e aprovada para
      *          pagamento em PROG59-001.APR, acumulado de todas as
      *          rodadas, com a aliquota e o valor do ICMS destacado
      *          na fatura - o credito de ICMS do livro de entradas
      *          (PROG106).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       FILE SECTION.

       FD FD-FATURAS
          RECORD CONTAINS 67 CHARACTERS.
      *    NF-PEDIDO = 0 QUANDO A FATURA NAO REFERENCIA PEDIDO (A
      *    VIA DO PEDIDO FICA SEM CONFERENCIA, APONTADO NO RELATORIO).
      *    NF-ALIQ-ICMS E A ALIQUOTA DESTACADA NA FATURA; EM BRANCO
      *    (LINHA SEM ICMS) NAO GERA CREDITO.
       01 REG-FATURA.
           02 NF-FORNECEDOR       PIC 9(05).
           02 NF-DOCUMENTO        PIC X(14).
           02 NF-PID              PIC 9(10).
           02 NF-QTD              PIC 9(10)V9(02).
           02 NF-PRECO            PIC 9(10)V9(02).
           02 NF-ALIQ-ICMS        PIC 9(02)V9(02).

       FD FD-PEDIDOS
          RECORD CONTAINS 66 CHARACTERS.
           COPY CUSTO.CPY.

       FD FD-APROVADAS.
       01 REG-APROVADA            PIC X(130).

       FD FD-PARAMETROS
          RECORD CONTAINS 5 CHARACTERS.
       77 WS-DIF-PERC               PIC S9(05)V9(02).
       77 WS-DIF-PERC-EDT           PIC -ZZ9.99.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-ALIQ-ENTRADA           PIC 9(02)V9(02).
       77 WS-ICMS-ENTRADA           PIC 9(10)V9(02).

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDAS             PIC 9(05) VALUE ZERO.
           MOVE 0 TO WS-FILE-STATUS-FAT.
           OPEN INPUT FD-FATURAS.
           MOVE 0 TO WS-FILE-STATUS-APR.
           OPEN EXTEND FD-APROVADAS.
           IF WS-FILE-STATUS-APR = 35
              OPEN OUTPUT FD-APROVADAS
              CLOSE FD-APROVADAS
              MOVE 0 TO WS-FILE-STATUS-APR
              OPEN EXTEND FD-APROVADAS
           END-IF.
           PERFORM 00006-ABRE-PEDIDOS.
           PERFORM 00007-ABRE-CUSTOS.

           CALL "PROG039-GRAVA-ALERTA" USING WS-ALERTA.

       00012-GRAVA-APROVADA.
           IF NF-ALIQ-ICMS NUMERIC
              MOVE NF-ALIQ-ICMS TO WS-ALIQ-ENTRADA
           ELSE
              MOVE ZERO TO WS-ALIQ-ENTRADA
           END-IF.
           COMPUTE WS-ICMS-ENTRADA ROUNDED =
                   NF-QTD * NF-PRECO * WS-ALIQ-ENTRADA / 100.
           MOVE SPACES TO REG-APROVADA.
           STRING "APR="            DELIMITED BY SIZE
                  WS-DATA-HOJE      DELIMITED BY SIZE
                  NF-QTD            DELIMITED BY SIZE
                  " PRECO="         DELIMITED BY SIZE
                  NF-PRECO          DELIMITED BY SIZE
                  " ALIQ="          DELIMITED BY SIZE
                  WS-ALIQ-ENTRADA   DELIMITED BY SIZE
                  " ICMS="          DELIMITED BY SIZE
                  WS-ICMS-ENTRADA   DELIMITED BY SIZE
                  INTO REG-APROVADA.
           WRITE REG-APROVADA.

