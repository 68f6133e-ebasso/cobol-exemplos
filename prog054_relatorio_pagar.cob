      *          contada da data de referencia, e imprime a previsao
      *          de necessidade de caixa: total vencido e total a
      *          vencer semana a semana, para a sexta-feira parar de
      *          ser surpresa. Titulo retido na rodada de pagamento
      *          (PROG100) sai marcado RETIDO; titulo ja pago sai fora
      *          da previsao, listado a parte quando pago nos ultimos
      *          30 dias da referencia, com a data do pagamento e os
      *          dias de atraso quando pago depois do vencimento.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       FILE SECTION.

       FD FD-CTASPAGAR
          RECORD CONTAINS 68 CHARACTERS.
           COPY CTAPAG.CPY.

       FD FD-FORNECEDORES
       77 WS-INT-VENCTO             PIC 9(08) COMP.
       77 WS-DIAS-PARA-VENCER       PIC S9(05) COMP.
       77 WS-SEMANA                 PIC 9(02).
       77 WS-INT-PAGTO              PIC 9(08) COMP.
       77 WS-DIAS-DESDE-PAGTO       PIC S9(05) COMP.
       77 WS-DIAS-ATRASO            PIC S9(05) COMP.
       77 WS-DIAS-ATRASO-EDT        PIC ZZZZ9.
       77 WS-JANELA-PAGOS           PIC 9(03) VALUE 30.
       77 WS-MARCA-RETIDO           PIC X(07).

      ************* PREVISAO DE CAIXA POR SEMANA ************
       01 TAB-SEMANAS.
       77 WS-TOTAL-VENCIDO          PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-ALEM             PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-GERAL            PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-RETIDO           PIC 9(14)V9(02) VALUE ZERO.
       77 WS-TOTAL-PAGO             PIC 9(14)V9(02) VALUE ZERO.
       77 WS-IDX-SEMANA             PIC 9(02) VALUE ZERO.

       77 WS-NOME-FORNEC            PIC X(30).
      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-VENCIDOS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-RETIDOS           PIC 9(05) VALUE ZERO.
       77 WS-CONT-PAGOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-PAGOS-ATRASO      PIC 9(05) VALUE ZERO.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

           PERFORM 00006-BUSCA-FORNECEDOR.
           MOVE AP-VALOR TO WS-VALOR-EDT.
           IF AP-PAGO
              PERFORM 00007-TITULO-PAGO
           ELSE
              PERFORM 00003-A-TITULO-EM-ABERTO
           END-IF.
           PERFORM 00002-LER-TITULO.

       00003-A-TITULO-EM-ABERTO.
           ADD AP-VALOR TO WS-TOTAL-GERAL.
           MOVE SPACES TO WS-MARCA-RETIDO.
           IF AP-RETIDO
              ADD 1 TO WS-CONT-RETIDOS
              ADD AP-VALOR TO WS-TOTAL-RETIDO
              MOVE "RETIDO" TO WS-MARCA-RETIDO
           END-IF.

           IF WS-DIAS-PARA-VENCER < 0
              ADD 1 TO WS-CONT-VENCIDOS
              DISPLAY "VENCIDO  " AP-DATA-VENCTO
                      " FORN " AP-FORNECEDOR " " WS-NOME-FORNEC
                      " DOC " AP-DOCUMENTO
                      " " WS-VALOR-EDT " " WS-MARCA-RETIDO
           ELSE
              COMPUTE WS-SEMANA = (WS-DIAS-PARA-VENCER / 7) + 1
              IF WS-SEMANA > 8
                 DISPLAY "ALEM 8S  " AP-DATA-VENCTO
                         " FORN " AP-FORNECEDOR " " WS-NOME-FORNEC
                         " DOC " AP-DOCUMENTO
                         " " WS-VALOR-EDT " " WS-MARCA-RETIDO
              ELSE
                 ADD AP-VALOR TO SE-VALOR(WS-SEMANA)
                 DISPLAY "SEMANA " WS-SEMANA " " AP-DATA-VENCTO
                         " FORN " AP-FORNECEDOR " " WS-NOME-FORNEC
                         " DOC " AP-DOCUMENTO
                         " " WS-VALOR-EDT " " WS-MARCA-RETIDO
              END-IF
           END-IF.

      ******************************************************************
      * TITULO PAGO PELA RODADA DO PROG100: FORA DA PREVISAO. SAI NA
      * LISTA QUANDO PAGO NOS ULTIMOS 30 DIAS ATE A REFERENCIA, COM A
      * DATA DO PAGAMENTO E OS DIAS DE ATRASO SOBRE O VENCIMENTO.
      ******************************************************************
       00007-TITULO-PAGO.
           COMPUTE WS-INT-PAGTO =
                   FUNCTION INTEGER-OF-DATE(AP-DATA-PAGTO).
           COMPUTE WS-DIAS-DESDE-PAGTO =
                   WS-INT-REFERENCIA - WS-INT-PAGTO.
           IF WS-DIAS-DESDE-PAGTO NOT < 0
              AND WS-DIAS-DESDE-PAGTO NOT > WS-JANELA-PAGOS
              ADD 1 TO WS-CONT-PAGOS
              ADD AP-VALOR TO WS-TOTAL-PAGO
              COMPUTE WS-DIAS-ATRASO = WS-INT-PAGTO - WS-INT-VENCTO
              IF WS-DIAS-ATRASO > 0
                 ADD 1 TO WS-CONT-PAGOS-ATRASO
                 MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-EDT
                 DISPLAY "PAGO     " AP-DATA-VENCTO
                         " FORN " AP-FORNECEDOR " " WS-NOME-FORNEC
                         " DOC " AP-DOCUMENTO
                         " " WS-VALOR-EDT
                         " EM " AP-DATA-PAGTO
                         " ATRASO " WS-DIAS-ATRASO-EDT " DIAS"
              ELSE
                 DISPLAY "PAGO     " AP-DATA-VENCTO
                         " FORN " AP-FORNECEDOR " " WS-NOME-FORNEC
                         " DOC " AP-DOCUMENTO
                         " " WS-VALOR-EDT
                         " EM " AP-DATA-PAGTO
              END-IF
           END-IF.

       00006-BUSCA-FORNECEDOR.
           MOVE SPACES TO WS-NOME-FORNEC.
           DISPLAY " ".
           DISPLAY "TITULOS LIDOS..........: " WS-CONT-LIDOS.
           DISPLAY "TITULOS VENCIDOS.......: " WS-CONT-VENCIDOS.
           DISPLAY "TITULOS RETIDOS........: " WS-CONT-RETIDOS.
           MOVE WS-TOTAL-RETIDO TO WS-TOTAL-EDT.
           DISPLAY "VALOR RETIDO...........: " WS-TOTAL-EDT.
           DISPLAY "PAGOS NOS ULTIMOS 30 D.: " WS-CONT-PAGOS.
           MOVE WS-TOTAL-PAGO TO WS-TOTAL-EDT.
           DISPLAY "VALOR PAGO.............: " WS-TOTAL-EDT.
           DISPLAY "PAGOS COM ATRASO.......: " WS-CONT-PAGOS-ATRASO.

       00004-A-EXIBE-SEMANA.
           MOVE SE-VALOR(WS-IDX-SEMANA) TO WS-TOTAL-EDT.
