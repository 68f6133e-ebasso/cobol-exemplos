      *          - FILL RATE: recebido sobre o sugerido.
      *          A lista sai do pior fill rate para o melhor, para a
      *          renegociacao partir dos numeros do sistema e nao de
      *          impressao. O scorecard tambem e regravado em
      *          PROG83-DESEMP.DAT, de onde o comparativo de cotacoes
      *          (PROG117) tira a pontualidade de cada fornecedor.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * DESEMPENHO APURADO, PARA O COMPARATIVO DE COTACOES.
           SELECT FD-DESEMPENHO ASSIGN TO "PROG83-DESEMP.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-DSP.

       DATA DIVISION.
       FILE SECTION.

       01 REG-PARAMETROS.
           02 PR-PRAZO-ESPERADO   PIC 9(03).

       FD FD-DESEMPENHO
          RECORD CONTAINS 44 CHARACTERS.
           COPY DESEMPFN.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-PED        PIC 9(02).
       77 WS-FILE-STATUS-FOR        PIC 9(02).
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-DSP        PIC 9(02).

      ************* PRAZO ESPERADO EFETIVO ************
       77 WS-PRAZO-ESPERADO         PIC 9(03) VALUE 14.
           88 ARQUIVO-ABERTO        VALUE 1.
       77 WS-FORNEC-OK              PIC 9(01) VALUE ZERO.
           88 FORNEC-OK             VALUE 1.
       77 WS-DESEMPENHO-OK          PIC 9(01) VALUE ZERO.
           88 DESEMPENHO-OK         VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              CLOSE FD-PEDIDOS
              PERFORM 00004-CALCULA-FILL-RATE
              PERFORM 00005-ORDENA-PIOR-PRIMEIRO
              PERFORM 00010-ABRE-DESEMPENHO
              PERFORM 00006-IMPRIME-SCORECARD
              IF DESEMPENHO-OK
                 CLOSE FD-DESEMPENHO
              END-IF
              IF FORNEC-OK
                 CLOSE FD-FORNECEDORES
              END-IF
           DISPLAY "   LEAD MEDIO " WS-LEAD-EDT " DIAS"
                   "  ATRASO " WS-PCT-EDT " PCT"
                   "  FILL RATE " WS-FILL-EDT " PCT".
           IF DESEMPENHO-OK
              PERFORM 00011-GRAVA-DESEMPENHO
           END-IF.
           ADD 1 TO WS-IDX-FORN.

       00009-BUSCA-NOME.
              END-READ
           END-IF.

       00010-ABRE-DESEMPENHO.
           MOVE 0 TO WS-FILE-STATUS-DSP.
           OPEN OUTPUT FD-DESEMPENHO.
           IF WS-FILE-STATUS-DSP = 0
              MOVE 1 TO WS-DESEMPENHO-OK
           ELSE
              DISPLAY "-- ERRO AO GRAVAR PROG83-DESEMP.DAT -->"
                      WS-FILE-STATUS-DSP.

       00011-GRAVA-DESEMPENHO.
           MOVE SC-FORNECEDOR(WS-IDX-FORN) TO DF-FORNECEDOR.
           MOVE WS-DATA-HOJE               TO DF-DATA-APURACAO.
           MOVE SC-ITENS(WS-IDX-FORN)      TO DF-ITENS.
           MOVE SC-RECEBIDOS(WS-IDX-FORN)  TO DF-RECEBIDOS.
           MOVE SC-ATRASADOS(WS-IDX-FORN)  TO DF-ATRASADOS.
           MOVE WS-LEAD-MEDIO              TO DF-LEAD-MEDIO.
           MOVE WS-PCT-ATRASADOS           TO DF-PCT-ATRASO.
           MOVE SC-FILL-RATE(WS-IDX-FORN)  TO DF-FILL-RATE.
           WRITE REG-DESEMPENHO.

       END PROGRAM PROG083-DESEMPENHO-FORNECEDOR.
