      *          separada, pelo PROG024-APLICA-INVENTARIO, para que
      *          ninguem ajuste estoque a partir de contagem nao
      *          revisada.
      *          O coletor pode ler o EAN da embalagem em vez do PID:
      *          o PROG107 converte no PID e o fator da embalagem
      *          passa a quantidade para unidades; as contagens do
      *          mesmo PID (avulso e em caixa, ou de equipes
      *          diferentes) sao somadas antes da comparacao.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
          RECORD CONTAINS 69 CHARACTERS.
           COPY PRODUTO.CPY.

      *    CG-EAN: CODIGO DE BARRAS LIDO PELO COLETOR. QUANDO
      *    PREENCHIDO PREVALECE SOBRE O CG-PID, E CG-QTD-CONTADA E EM
      *    EMBALAGENS DO EAN.
       FD FD-CONTAGEM
          RECORD CONTAINS 35 CHARACTERS.
       01 REG-CONTAGEM.
           02 CG-PID              PIC 9(10).
           02 CG-QTD-CONTADA      PIC 9(10)V9(02).
           02 CG-EAN              PIC X(13).

       FD FD-DIVERGENCIAS
          RECORD CONTAINS 34 CHARACTERS.
       77 WS-CONT-FORA-ESCOPO       PIC 9(05) VALUE ZERO.
       77 WS-CONT-NAO-CONTADOS      PIC 9(05) VALUE ZERO.

      ********* CONTAGENS SOMADAS POR PID **********
       01 TAB-CONTADOS.
          02 CONTADO-ITEM OCCURS 1000 TIMES INDEXED BY CTIDX.
             03 CT-PID          PIC 9(10).
             03 CT-QTD          PIC 9(10)V9(02).

       77 WS-QTD-CONTADOS           PIC 9(04) VALUE ZERO.
       77 WS-IDX-CONTADO            PIC 9(04) VALUE ZERO.
       77 WS-CONTADO-ACHOU          PIC 9(01) VALUE ZERO.

      ************ AREA DA CONVERSAO DE EAN (PROG107) **********
           COPY EANCONV.CPY.
       77 WS-EAN-OK                 PIC 9(01) VALUE ZERO.
           88 EAN-OK                VALUE 1.
       77 WS-CONT-EAN-REJEITADOS    PIC 9(05) VALUE ZERO.

      ************* VARIAVEIS PARA A APURACAO ************
       77 WS-DIF-QTD                PIC S9(10)V9(02) VALUE ZERO.
       77 WS-DIF-VALOR              PIC S9(12)V9(02) VALUE ZERO.
              PERFORM 00001-CABECALHO
              PERFORM 00002-LER-CONTAGEM
              PERFORM 00003-PROCESSA-CONTAGEM UNTIL FIM-DO-ARQUIVO
              MOVE 1 TO WS-IDX-CONTADO
              PERFORM 00010-APURA-CONTADO
                  UNTIL WS-IDX-CONTADO > WS-QTD-CONTADOS
              PERFORM 00007-ESCOPO-NAO-CONTADO
              PERFORM 00004-RODAPE
              CLOSE FD-PRODUTOS
                   ADD 1 TO WS-CONT-LIDOS.

       00003-PROCESSA-CONTAGEM.
           PERFORM 00009-CONVERTE-EAN.
           IF EAN-OK
              PERFORM 00011-SOMA-CONTADO
           END-IF.
           PERFORM 00002-LER-CONTAGEM.

      ******************************************************************
      * LINHA LIDA PELO CODIGO DE BARRAS: O PROG107 CONFERE O DIGITO
      * E CONVERTE O EAN NO PID; A QUANTIDADE CONTADA PASSA PARA
      * UNIDADES DO PID PELO FATOR DA EMBALAGEM. EAN RECUSADO CONTA
      * COMO ERRO, COM O MOTIVO RJ-NN DA REJEICAO.
      ******************************************************************
       00009-CONVERTE-EAN.
           MOVE 1 TO WS-EAN-OK.
           IF CG-EAN NOT = SPACES
              MOVE "C"    TO EA-FUNCAO
              MOVE CG-EAN TO EA-CODIGO
              CALL "PROG107-CONVERTE-EAN" USING WS-EAN
              IF EA-RESULTADO = 1
                 MOVE EA-PID TO CG-PID
                 COMPUTE CG-QTD-CONTADA = CG-QTD-CONTADA * EA-FATOR
              ELSE
                 MOVE 0 TO WS-EAN-OK
                 ADD 1 TO WS-CONT-ERROS
                 ADD 1 TO WS-CONT-EAN-REJEITADOS
                 IF EA-RESULTADO = 9
                    DISPLAY "-- ERRO NOS CODIGOS DE BARRAS --> " CG-EAN
                 ELSE
                    DISPLAY "-- LINHA REJEITADA (" EA-MOTIVO ") EAN "
                            "--> " CG-EAN
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * SOMA A CONTAGEM NA LINHA DO PID (AVULSO E EM CAIXA, OU DE
      * EQUIPES DIFERENTES, VIRAM UMA SO QUANTIDADE CONTADA).
      ******************************************************************
       00011-SOMA-CONTADO.
           MOVE 0 TO WS-CONTADO-ACHOU.
           MOVE 1 TO WS-IDX-CONTADO.
           PERFORM 00011-A-PROCURA-CONTADO
               UNTIL WS-IDX-CONTADO > WS-QTD-CONTADOS
                  OR WS-CONTADO-ACHOU = 1.
           IF WS-CONTADO-ACHOU = 0
              IF WS-QTD-CONTADOS = 1000
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY "-- TABELA DE CONTAGENS CHEIA, PID IGNORADO "
                         "--> " CG-PID
              ELSE
                 ADD 1 TO WS-QTD-CONTADOS
                 MOVE CG-PID TO CT-PID(WS-QTD-CONTADOS)
                 MOVE CG-QTD-CONTADA TO CT-QTD(WS-QTD-CONTADOS)
              END-IF
           END-IF.

       00011-A-PROCURA-CONTADO.
           IF CT-PID(WS-IDX-CONTADO) = CG-PID
              MOVE 1 TO WS-CONTADO-ACHOU
              ADD CG-QTD-CONTADA TO CT-QTD(WS-IDX-CONTADO)
           ELSE
              ADD 1 TO WS-IDX-CONTADO
           END-IF.

       00010-APURA-CONTADO.
           MOVE CT-PID(WS-IDX-CONTADO) TO CG-PID.
           MOVE CT-QTD(WS-IDX-CONTADO) TO CG-QTD-CONTADA.
           PERFORM 00008-MARCA-ESCOPO.
           MOVE CG-PID TO RP-PID.
           READ FD-PRODUTOS RECORD KEY RP-PID
                   ELSE
                      PERFORM 00005-APURA-DIVERGENCIA
                   END-IF.
           ADD 1 TO WS-IDX-CONTADO.

       00005-APURA-DIVERGENCIA.
           ADD 1 TO WS-CONT-DIVERGENTES.
           DISPLAY "CONTAGENS LIDAS........: " WS-CONT-LIDOS.
           DISPLAY "ITENS CONFERIDOS.......: " WS-CONT-CONFERIDOS.
           DISPLAY "ITENS DIVERGENTES......: " WS-CONT-DIVERGENTES.
           DISPLAY "PIDS CONTADOS..........: " WS-QTD-CONTADOS.
           DISPLAY "EAN REJEITADOS.........: " WS-CONT-EAN-REJEITADOS.
           DISPLAY "ERROS..................: " WS-CONT-ERROS.
           IF ESCOPO-OK
              DISPLAY "CONTADOS FORA DO CICLO.: " WS-CONT-FORA-ESCOPO
