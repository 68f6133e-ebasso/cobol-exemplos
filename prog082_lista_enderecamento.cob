
      * MESMO DESENHO DO RECEBTOS.DAT CONSUMIDO PELO PROG017.
       FD FD-RECEBTOS
          RECORD CONTAINS 89 CHARACTERS.
       01 REG-RECEBIMENTO.
           02 RB-PID              PIC 9(10).
           02 RB-QTD              PIC 9(10)V9(02).
           02 RB-PEDIDO           PIC 9(10).
           02 RB-LOTE             PIC X(10).
           02 RB-VALIDADE         PIC 9(08).
           02 RB-EAN              PIC X(13).

       FD FD-LOCALIZACAO
          RECORD CONTAINS 20 CHARACTERS.
      ************ VARIAVES PARA OS ARQUIVOS ************
           COPY PRODFILE.CPY.

      ************ AREA DA CONVERSAO DE EAN (PROG107) **********
           COPY EANCONV.CPY.

       77 WS-FILE-STATUS-PROD       PIC 9(02).
       77 WS-FILE-STATUS-RECEB      PIC 9(02).
       77 WS-FILE-STATUS-LOC        PIC 9(02).
                   ADD 1 TO WS-CONT-LIDAS.

       00002-GUARDA-LINHA.
           PERFORM 00008-CONVERTE-EAN.
           IF EA-RESULTADO NOT = 1
              DISPLAY "-- LINHA FORA DA LISTA (" EA-MOTIVO ") EAN "
                      "--> " RB-EAN
           ELSE
           IF WS-QTD-LINHAS = 200
              DISPLAY "-- TABELA DE ENDERECAMENTO CHEIA, LINHA FORA "
                      "DA LISTA --> " RB-PID
           END-IF.
           PERFORM 00001-LER-RECEBIMENTO.

      ******************************************************************
      * LINHA LIDA PELO CODIGO DE BARRAS: O PROG107 CONVERTE O EAN NO
      * PID E O FATOR DA EMBALAGEM PASSA A QUANTIDADE PARA UNIDADES,
      * COMO NO PROG017.
      ******************************************************************
       00008-CONVERTE-EAN.
           MOVE 1 TO EA-RESULTADO.
           MOVE SPACES TO EA-MOTIVO.
           IF RB-EAN NOT = SPACES
              MOVE "C"    TO EA-FUNCAO
              MOVE RB-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO RB-PID
                 COMPUTE RB-QTD = RB-QTD * EA-FATOR
              END-IF
           END-IF.

       00006-BUSCA-NOME.
           MOVE RB-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
