      *          PROG019 pararem de usar um unico numero para item
      *          rapido e item lento. Parametros em PROG56-PARM.DAT
      *          (janela, prazo de entrega, cobertura); sem o arquivo
      *          valem 30, 7 e 14 dias. As reservas de estoque ativas
      *          dos pedidos ainda nao faturados (PROG112), feitas
      *          dentro da janela, entram na demanda como venda ja
      *          comprometida; faturadas, passam a vir do resumo.
      *          PID saindo de linha ou descontinuado (PROG125) nao
      *          ganha ponto de reposicao: so e contado no rodape.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              RECORD KEY IS PT-PID
                              FILE STATUS WS-FILE-STATUS-PTO.

      * RESERVAS DE ESTOQUE DOS PEDIDOS EM ABERTO (PROG112).
           SELECT FD-RESERVAS ASSIGN TO "PROG112-RES.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY IS RS-CHAVE
                              FILE STATUS WS-FILE-STATUS-RSV.

      * PARAMETROS DO CALCULO.
           SELECT FD-PARAMETROS ASSIGN TO "PROG56-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
          RECORD CONTAINS 52 CHARACTERS.
           COPY PONTOREP.CPY.

       FD FD-RESERVAS
          RECORD CONTAINS 79 CHARACTERS.
           COPY RESERVA.CPY.

       FD FD-PARAMETROS
          RECORD CONTAINS 9 CHARACTERS.
       01 REG-PARAMETROS.
       77 WS-FILE-STATUS-RES        PIC 9(02).
       77 WS-FILE-STATUS-PTO        PIC 9(02).
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-RSV        PIC 9(02).

      ************* PARAMETROS EFETIVOS DO CALCULO ************
       77 WS-DIAS-JANELA            PIC 9(03) VALUE 30.
       77 WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77 WS-CONT-NA-JANELA         PIC 9(05) VALUE ZERO.
       77 WS-CONT-GRAVADOS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-RESERVAS          PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORA-REPOSICAO    PIC 9(05) VALUE ZERO.

      ************ AREA DO CICLO DE VIDA DO PRODUTO (PROG125) ********
      * O PONTO E POR PID, SEM LOJA: A SITUACAO CONSULTADA E A DO
      * CATALOGO DA LOJA 001, O MESMO QUE O PROG008 E O PROG019 LEEM
      * NO BATCH.
           COPY CICLCTRL.CPY.
       77 WS-LOJA-CICLO             PIC 9(03) VALUE 1.

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.
       77 WS-FIM-RESERVAS           PIC 9(01) VALUE ZERO.
           88 FIM-DAS-RESERVAS      VALUE 1.
       77 WS-ARQUIVOS-OK            PIC 9(01) VALUE ZERO.
           88 ARQUIVOS-OK           VALUE 1.

                 PERFORM 00003-LER-RESUMO
              END-IF
              PERFORM 00004-ACUMULA-DEMANDA UNTIL FIM-DO-ARQUIVO
              PERFORM 00008-SOMA-RESERVAS
              PERFORM 00005-GRAVA-PONTOS
              PERFORM 00006-RODAPE
              CLOSE FD-RESUMO
              ADD 1 TO WS-IDX-PID
           END-IF.

      ******************************************************************
      * DEMANDA JA COMPROMETIDA: RESERVA ATIVA (PEDIDO AINDA NAO
      * FATURADO) FEITA DENTRO DA JANELA, DE QUALQUER LOJA, SOMA NA
      * DEMANDA DO PID. A RESERVA CONSUMIDA JA ESTA NO RESUMO DE
      * VENDAS; A LIBERADA OU VENCIDA NAO VIROU VENDA. SEM O ARQUIVO
      * DE RESERVAS A DEMANDA E SO A DO RESUMO.
      ******************************************************************
       00008-SOMA-RESERVAS.
           MOVE 0 TO WS-FIM-RESERVAS.
           MOVE 0 TO WS-FILE-STATUS-RSV.
           OPEN INPUT FD-RESERVAS.
           IF WS-FILE-STATUS-RSV = 0
              PERFORM 00008-A-LER-RESERVA
              PERFORM 00008-B-ACUMULA-RESERVA UNTIL FIM-DAS-RESERVAS
              CLOSE FD-RESERVAS
           END-IF.

       00008-A-LER-RESERVA.
           READ FD-RESERVAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-RESERVAS.

      * O PID DA RESERVA VAI PARA SM-PID (RESUMO JA LIDO ATE O FIM)
      * PARA USAR A MESMA PROCURA NA TABELA DE DEMANDA.
       00008-B-ACUMULA-RESERVA.
           IF RS-ATIVA AND RS-DATA-RESERVA NOT < WS-DATA-CORTE
              ADD 1 TO WS-CONT-RESERVAS
              MOVE RS-PID TO SM-PID
              PERFORM 00004-A-ACHA-PID
              IF WS-PID-ACHOU = 1
                 ADD RS-QTD-RESERVADA TO DM-QTD(WS-IDX-PID)
              END-IF
           END-IF.
           PERFORM 00008-A-LER-RESERVA.

      ******************************************************************
      * GRAVA (OU REGRAVA) O PONTO DE CADA PID DA JANELA: PONTO =
      * MEDIA DIARIA X PRAZO DE ENTREGA; SUGESTAO DE COMPRA = MEDIA
      * DIARIA X DIAS DE COBERTURA. PID QUE NAO E MAIS REPOSTO
      * (SAINDO DE LINHA OU DESCONTINUADO) FICA DE FORA.
      ******************************************************************
       00005-GRAVA-PONTOS.
           MOVE 1 TO WS-IDX-PID.
           PERFORM 00005-A-CONFERE-CICLO
               UNTIL WS-IDX-PID > WS-QTD-PIDS.

       00005-A-CONFERE-CICLO.
           MOVE "C"                TO VP-FUNCAO.
           MOVE WS-LOJA-CICLO      TO VP-LOJA.
           MOVE DM-PID(WS-IDX-PID) TO VP-PID.
           CALL "PROG125-CICLO-PRODUTO" USING WS-CICLO.
           IF VP-SEM-REPOSICAO
              ADD 1 TO WS-CONT-FORA-REPOSICAO
              ADD 1 TO WS-IDX-PID
           ELSE
              PERFORM 00005-B-GRAVA-PONTO
           END-IF.

       00005-B-GRAVA-PONTO.
           COMPUTE WS-MEDIA-DIARIA ROUNDED =
                   DM-QTD(WS-IDX-PID) / WS-DIAS-JANELA.
           COMPUTE WS-PONTO ROUNDED =
           DISPLAY "PRAZO DE ENTREGA (DIAS).: " WS-DIAS-ENTREGA.
           DISPLAY "COBERTURA (DIAS)........: " WS-DIAS-COBERTURA.
           DISPLAY "LINHAS NA JANELA........: " WS-CONT-NA-JANELA.
           DISPLAY "RESERVAS NA JANELA......: " WS-CONT-RESERVAS.
           DISPLAY "PIDS COM DEMANDA........: " WS-QTD-PIDS.
           DISPLAY "PONTOS GRAVADOS.........: " WS-CONT-GRAVADOS.
           DISPLAY "FORA DA REPOSICAO.......: " WS-CONT-FORA-REPOSICAO.

       END PROGRAM PROG056-CALCULA-REPOSICAO.
