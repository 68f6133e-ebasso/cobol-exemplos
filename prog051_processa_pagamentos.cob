      *          esquema do PROG10-NF.KEY). E o que faltava para o
      *          saldo devedor descer: hoje o PROG013 so sobe o saldo
      *          e o cliente que paga continua bloqueado no limite.
      *          O pagamento tambem quita as parcelas do crediario
      *          (PROG29-PARC.DAT) da mais antiga para a mais nova,
      *          pelo PROG094. Cliente bloqueado por atraso
      *          (PROG095) que fica sem parcela vencida e liberado
      *          na hora.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
       77 WS-VALOR-ABATIDO          PIC 9(10)V9(02).
       77 WS-VALOR-ABATIDO-EDT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-HORA-PAGTO             PIC 9(08).
       77 WS-DATA-HOJE              PIC 9(08).

      ************ VARIAVEL PARA NUMERACAO DO RECIBO ***********
       77 WS-ULTIMO-RC              PIC 9(10) VALUE ZERO.
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-POSTADOS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-LIBERADOS         PIC 9(05) VALUE ZERO.
       77 WS-VALOR-TOTAL-RECEBIDO   PIC 9(14)V9(02) VALUE ZERO.
       77 WS-VALOR-TOTAL-EDT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00000-ABRE-ARQUIVOS.

           IF ARQUIVOS-OK
                  ADD 1 TO WS-CONT-POSTADOS
                  ADD WS-VALOR-ABATIDO TO WS-VALOR-TOTAL-RECEBIDO
                  PERFORM 00008-GRAVA-RECIBO
                  PERFORM 00009-BAIXA-PARCELAS
                  IF CL-STATUS-REG = "B"
                     PERFORM 00010-LIBERA-BLOQUEIO
                  END-IF
           END-REWRITE.

      ******************************************************************
      * BAIXA O VALOR ABATIDO NAS PARCELAS EM ABERTO DO CLIENTE, DA
      * MAIS ANTIGA PARA A MAIS NOVA. SALDO ANTERIOR AO CREDIARIO
      * NAO TEM PARCELA: O QUE SOBRA SO ABATE O SALDO DEVEDOR.
      ******************************************************************
       00009-BAIXA-PARCELAS.
           MOVE "B"              TO PZ-FUNCAO.
           MOVE PA-CLIENTE       TO PZ-CLIENTE.
           MOVE WS-VALOR-ABATIDO TO PZ-VALOR.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO = 9
              DISPLAY "-- ERRO AO BAIXAR PARCELAS --> CLIENTE "
                      PA-CLIENTE " DOC " PA-DOCUMENTO
           END-IF.

      ******************************************************************
      * CLIENTE BLOQUEADO POR ATRASO: SE O PAGAMENTO DEIXOU A CONTA EM
      * DIA (NENHUMA PARCELA EM ABERTO VENCIDA), VOLTA A SER ATIVO.
      ******************************************************************
       00010-LIBERA-BLOQUEIO.
           MOVE "A"          TO PZ-FUNCAO.
           MOVE PA-CLIENTE   TO PZ-CLIENTE.
           MOVE WS-DATA-HOJE TO PZ-DATA.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-RESULTADO = 1 AND PZ-DIAS-ATRASO = 0
              MOVE "A" TO CL-STATUS-REG
              REWRITE REG-CLIENTE
                  INVALID KEY
                     ADD 1 TO WS-CONT-ERROS
                     DISPLAY "-- ERRO AO LIBERAR BLOQUEIO --> "
                             PA-CLIENTE
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-LIBERADOS
                     DISPLAY "-- CLIENTE EM DIA, BLOQUEIO LIBERADO --> "
                             PA-CLIENTE
              END-REWRITE
           END-IF.

       00008-GRAVA-RECIBO.
           ADD 1 TO WS-ULTIMO-RC.
           ACCEPT WS-HORA-PAGTO FROM TIME.
           DISPLAY "==== PROCESSAMENTO DE PAGAMENTOS DE CLIENTES ====".
           DISPLAY "PAGAMENTOS LIDOS........: " WS-CONT-LIDOS.
           DISPLAY "PAGAMENTOS POSTADOS.....: " WS-CONT-POSTADOS.
           DISPLAY "BLOQUEIOS LIBERADOS.....: " WS-CONT-LIBERADOS.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.
           DISPLAY "VALOR TOTAL RECEBIDO....: " WS-VALOR-TOTAL-EDT.

