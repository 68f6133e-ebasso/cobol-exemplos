      *          linha da NF no registro vivo PROG10-001.VND, estorna
      *          a baixa de estoque com movimento proprio de kardex
      *          (MV-TIPO CN), abate o valor do CL-SALDO-DEVEDOR do
      *          cliente e das parcelas do crediario (PROG094),
      *          devolve ao vale-troca o valor resgatado (PROG097),
      *          marca a linha como CANCELADA (SIT=C) para o
      *          PROG031 exclui-la dos totais e rankings, e grava o
      *          termo em PROG74-001.CAN; o PROG030 imprime o
      *          documento de cancelamento referenciando a NF
      *          original. NF que ja migrou para o arquivo morto nao
      *          pode ser cancelada por aqui (dia ja fechado) - segue
      *          pelo PROG026 como devolucao.
      *          Os numeros de serie vendidos na NF cancelada voltam
      *          ao estoque (PROG119). Os pontos de fidelidade ganhos
      *          na NF saem do saldo do cliente e os resgatados
      *          voltam (PROG127).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
           COPY VENDREG.CPY.

       FD FD-REGWORK.
       01 REG-VENDA-WORK          PIC X(230).

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
      ************* VARIAVEIS PARA O ESTORNO ************
       77 WS-NOVA-QTD               PIC 9(10)V9(02).
       77 WS-VALOR-LINHA            PIC S9(12)V9(02).
       77 WS-VALOR-ESTORNO          PIC S9(12)V9(02).
       77 WS-DATA-CANCEL            PIC 9(08).
       77 WS-HORA-CANCEL            PIC 9(08).

       77 WS-TRAVADO                PIC 9(01) VALUE ZERO.
           88 CATALOGO-TRAVADO      VALUE 1.

      ************ AREA DAS COMPRAS DE FUNCIONARIOS (PROG093) ********
           COPY COMPRAFN.CPY.

      ************ AREA DAS PARCELAS DO CREDIARIO (PROG094) **********
           COPY CREDIAR.CPY.

      ************ AREA DOS VALES-TROCA (PROG097) ********************
           COPY VALETROC.CPY.

      ************ AREA DOS PONTOS DE FIDELIDADE (PROG127) ***********
           COPY FIDCTRL.CPY.
       77 WS-TOTAL-PONTOS-ESTORNO   PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-PONTOS-DEVOLV    PIC 9(09) VALUE ZERO.

      ************ AREA DOS NUMEROS DE SERIE (PROG119) ***************
           COPY SERCTRL.CPY.
       77 WS-CONT-SERIES            PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9900-VERIFICA-TRAVA.
                             PERFORM 00012-GRAVA-MOVIMENTO
                             PERFORM 00013-ESTORNA-SALDO
                             PERFORM 00014-GRAVA-TERMO
                             PERFORM 00018-ESTORNA-SERIES
                      END-REWRITE
              END-READ
           END-IF.

      ******************************************************************
      * NUMEROS DE SERIE VENDIDOS NESTA LINHA DA NF VOLTAM AO
      * ESTOQUE. PRODUTO SEM CONTROLE DE SERIE NAO TEM NENHUM.
      ******************************************************************
       00018-ESTORNA-SERIES.
           MOVE "X"         TO SE-FUNCAO.
           MOVE WS-LOJA-NUM TO SE-LOJA.
           MOVE VN-PID      TO SE-PID.
           MOVE VN-NF       TO SE-NF.
           MOVE SPACES      TO SE-DOCUMENTO.
           STRING "NF="  DELIMITED BY SIZE
                  VN-NF  DELIMITED BY SIZE
                  INTO SE-DOCUMENTO.
           MOVE "PROG074"   TO SE-PROGRAMA.
           CALL "PROG119-SERIE" USING WS-SERIE.
           IF SE-RESULTADO = 1
              ADD SE-QTD-ESTOQUE TO WS-CONT-SERIES
           ELSE
              IF SE-RESULTADO = 9
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- NUMEROS DE SERIE NAO ESTORNADOS, CONFERIR "
                         "--> NF " VN-NF " PID " VN-PID
              END-IF
           END-IF.

      ******************************************************************
      * CARREGA A COMPOSICAO DOS KITS. SEM KITS.DAT TODO PID E
      * ESTORNADO DIRETO, COMO SEMPRE FOI.
           WRITE REG-MOVIMENTO.

       00013-ESTORNA-SALDO.
           IF VN-PAGAMENTO = "V"
              PERFORM 00013-C-ESTORNA-VALE
           END-IF.
           IF VN-CLIENTE > 0
              PERFORM 00013-D-ESTORNA-PONTOS
           END-IF.
           IF CLIENTES-OK AND VN-CLIENTE > 0
              MOVE VN-CLIENTE TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   NOT INVALID KEY
                      COMPUTE WS-VALOR-LINHA =
                              FUNCTION NUMVAL-C(VN-VALOR-EDT)
                      MOVE WS-VALOR-LINHA TO WS-VALOR-ESTORNO
                      IF VN-PAGAMENTO = "P"
                         PERFORM 00013-B-CANCELA-PARCELAS
                      END-IF
                      IF WS-VALOR-ESTORNO > CL-SALDO-DEVEDOR
                         MOVE ZERO TO CL-SALDO-DEVEDOR
                         DISPLAY "-- ESTORNO MAIOR QUE O SALDO DO "
                                 "CLIENTE " VN-CLIENTE
                                 ", SALDO ZERADO"
                      ELSE
                         SUBTRACT WS-VALOR-ESTORNO
                             FROM CL-SALDO-DEVEDOR
                      END-IF
                      REWRITE REG-CLIENTE
                             DISPLAY "-- ERRO AO ESTORNAR SALDO DO "
                                     "CLIENTE --> " VN-CLIENTE
                      END-REWRITE
                      IF VN-PAGAMENTO = "P"
                         PERFORM 00013-A-ESTORNA-COMPRA-FUNC
                      END-IF
              END-READ
           END-IF.

      * COMPRA A PRAZO DE FUNCIONARIO: SAI TAMBEM DO ACUMULADO A
      * DESCONTAR EM FOLHA (PROG093).
       00013-A-ESTORNA-COMPRA-FUNC.
           MOVE "E"            TO FC-FUNCAO.
           MOVE VN-CLIENTE     TO FC-CLIENTE.
           MOVE WS-VALOR-ESTORNO TO FC-VALOR.
           MOVE VN-DATA        TO FC-DATA.
           CALL "PROG093-COMPRA-FUNCIONARIO" USING WS-COMPRA-FUNC.

      * VENDA A PRAZO: O VALOR DA LINHA SAI DAS PARCELAS EM ABERTO DA
      * NF (PROG094). PARCELA JA PAGA NAO VOLTA: O EXCEDENTE E
      * APONTADO PARA ACERTO MANUAL COM O CLIENTE. O SALDO DEVEDOR E O
      * DESCONTO EM FOLHA ESTORNAM O VALOR DA LINHA COM OS JUROS DO
      * PLANO, O MESMO QUE A VENDA LANCOU.
       00013-B-CANCELA-PARCELAS.
           MOVE "C"            TO PZ-FUNCAO.
           MOVE VN-CLIENTE     TO PZ-CLIENTE.
           MOVE VN-NF          TO PZ-NF.
           MOVE WS-VALOR-LINHA TO PZ-VALOR.
           CALL "PROG094-PARCELAS-CREDIARIO" USING WS-CREDIARIO.
           IF PZ-VALOR-FINANCIADO > 0
              MOVE PZ-VALOR-FINANCIADO TO WS-VALOR-ESTORNO
           END-IF.
           IF PZ-RESULTADO NOT = 1
              DISPLAY "-- PARCELAS DA NF " VN-NF " JA PAGAS OU NAO "
                      "ENCONTRADAS, CONFERIR O CREDIARIO DO CLIENTE "
                      VN-CLIENTE
           END-IF.

      * VENDA PAGA COM VALE-TROCA: O VALOR DA LINHA VOLTA AO SALDO
      * DO VALE RESGATADO (PROG097), MESMO VENCIDO.
       00013-C-ESTORNA-VALE.
           COMPUTE WS-VALOR-LINHA = FUNCTION NUMVAL-C(VN-VALOR-EDT).
           MOVE "X"            TO VT-FUNCAO.
           MOVE VN-VALE        TO VT-NUMERO.
           MOVE WS-VALOR-LINHA TO VT-VALOR.
           MOVE VN-NF          TO VT-NF.
           MOVE VN-DATA        TO VT-DATA.
           CALL "PROG097-VALE-TROCA" USING WS-VALE-TROCA.
           IF VT-RESULTADO NOT = 1
              DISPLAY "-- VALE-TROCA " VN-VALE " DA NF " VN-NF
                      " NAO ESTORNADO, CONFERIR COM O CLIENTE"
           END-IF.

      * PONTOS DE FIDELIDADE DA LINHA (PROG127): A LINHA CANCELADA
      * ESTORNA TUDO O QUE GANHOU E DEVOLVE TUDO O QUE RESGATOU.
       00013-D-ESTORNA-PONTOS.
           MOVE "E"            TO FP-FUNCAO.
           MOVE VN-CLIENTE     TO FP-CLIENTE.
           MOVE WS-DATA-CANCEL TO FP-DATA.
           MOVE VN-NF          TO FP-NF.
           MOVE VN-PID         TO FP-PID.
           MOVE VN-QTD         TO FP-QTD.
           MOVE VN-QTD         TO FP-QTD-TOTAL.
           CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE.
           EVALUATE FP-RESULTADO
              WHEN 1
                 ADD FP-PONTOS            TO WS-TOTAL-PONTOS-ESTORNO
                 ADD FP-PONTOS-DEVOLVIDOS TO WS-TOTAL-PONTOS-DEVOLV
                 IF FP-PONTOS-FALTANTES > 0
                    DISPLAY "-- CLIENTE " VN-CLIENTE " JA GASTOU "
                            FP-PONTOS-FALTANTES " PONTOS DA NF "
                            VN-NF ", NAO ESTORNADOS"
                 END-IF
              WHEN 2
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- ERRO AO ESTORNAR PONTOS DA NF " VN-NF
                         " PID " VN-PID
           END-EVALUATE.

       00014-GRAVA-TERMO.
           MOVE SPACES TO REG-CANCEL-EFETIVADO.
           STRING "CN="              DELIMITED BY SIZE
           DISPLAY "JA CANCELADAS...........: "
                   WS-CONT-JA-CANCELADAS.
           DISPLAY "NFS NAO ENCONTRADAS.....: " WS-CONT-NAO-ACHADAS.
           DISPLAY "NUMEROS DE SERIE........: " WS-CONT-SERIES.
           DISPLAY "PONTOS ESTORNADOS.......: " WS-TOTAL-PONTOS-ESTORNO.
           DISPLAY "PONTOS DEVOLVIDOS.......: " WS-TOTAL-PONTOS-DEVOLV.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.
           IF WS-CONT-CANCELADAS > 0
              DISPLAY "TERMOS GRAVADOS EM PROG74-001.CAN".
