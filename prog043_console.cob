      *          Ponto de entrada unico da suite, no estilo de menu do
      *          PROG007_LOJA: cadastro da loja, vendas em lote,
      *          ajuste de precos, importacao de produtos, relatorios,
      *          conciliacao, folha de pagamento, o job noturno, a
      *          consulta 360 do produto (PROG129, so leitura) e o
      *          fechamento mensal da competencia (PROG130), cada
      *          um disparado via CALL com o status exibido na volta -
      *          usando LK-STATUS onde o programa ja expoe (relatorios
      *          e conciliacao) e o RETURN-CODE nos demais. Quem chega
           DISPLAY " 7) CONCILIACAO DO CATALOGO (PROG012)".
           DISPLAY " 8) FOLHA DE PAGAMENTO (FOLHA-PGTO)".
           DISPLAY " 9) JOB NOTURNO (PROG014)".
           DISPLAY "10) CONSULTA 360 DO PRODUTO (PROG129)".
           DISPLAY "11) FECHAMENTO MENSAL (PROG130)".
           DISPLAY " ".
           DISPLAY "12) SAIR DO CONSOLE".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 7 PERFORM 00008-CHAMA-CONCILIACAO
              WHEN 8 PERFORM 00009-CHAMA-FOLHA
              WHEN 9 PERFORM 00010-CHAMA-JOB-NOTURNO
              WHEN 10 PERFORM 00013-CHAMA-CONSULTA-PRODUTO
              WHEN 11 PERFORM 00014-CHAMA-FECHAMENTO
              WHEN 12
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           PERFORM 00011-EXIBE-RETURN-CODE.
           CANCEL "PROG014-BATCH-NOTURNO".

       00013-CHAMA-CONSULTA-PRODUTO.
           MOVE 0 TO RETURN-CODE.
           CALL "PROG129-CONSULTA-PRODUTO".
           PERFORM 00011-EXIBE-RETURN-CODE.
           CANCEL "PROG129-CONSULTA-PRODUTO".

       00014-CHAMA-FECHAMENTO.
           MOVE 0 TO RETURN-CODE.
           CALL "PROG130-FECHAMENTO-MENSAL".
           PERFORM 00011-EXIBE-RETURN-CODE.
           CANCEL "PROG130-FECHAMENTO-MENSAL".

       00011-EXIBE-RETURN-CODE.
           IF RETURN-CODE = 0
              DISPLAY "-- PROGRAMA ENCERRADO - OK"
