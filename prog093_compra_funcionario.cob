      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Compras de Funcionarios na Loja
      *          Subprograma reutilizavel chamado pelos programas de
      *          venda (PROG013, PROG027) e pelo cancelamento de NF
      *          (PROG074) nas vendas a prazo (VD-PAGAMENTO = P): se o
      *          cliente esta vinculado a uma matricula em
      *          PROG29-FUNC.DAT, confere o limite mensal de compras
      *          do funcionario, acumula a compra na competencia em
      *          PROG29-CFOL.DAT ou estorna a compra cancelada. A
      *          compra cai na competencia da data da venda; se essa
      *          competencia ja fechou em PROG04-COMP.DAT, cai na
      *          seguinte. O FOLHA-PGTO desconta o acumulado em folha.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog093_compra_funcionario -std=default -I copybooks prog093_compra_funcionario.cob && ./bin/prog093_compra_funcionario
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG093-COMPRA-FUNCIONARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * VINCULO CLIENTE X MATRICULA (PROG029).
           SELECT FD-VINCULOS ASSIGN TO "PROG29-FUNC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS VF-CLIENTE
                              FILE STATUS WS-FILE-STATUS-VINC.

      * ACUMULADO DE COMPRAS DO FUNCIONARIO POR COMPETENCIA.
           SELECT FD-COMPRAS-FUNC ASSIGN TO "PROG29-CFOL.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CF-CHAVE
                              FILE STATUS WS-FILE-STATUS-CFOL.

      * CONTROLE DE COMPETENCIAS DA FOLHA.
           SELECT FD-COMPETENCIA ASSIGN TO "PROG04-COMP.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CP-COMPETENCIA
                              FILE STATUS WS-FILE-STATUS-COMP.

       DATA DIVISION.
       FILE SECTION.

       FD FD-VINCULOS
          RECORD CONTAINS 20 CHARACTERS.
           COPY VINCFUNC.CPY.

       FD FD-COMPRAS-FUNC
          RECORD CONTAINS 44 CHARACTERS.
           COPY COMPFUNC.CPY.

       FD FD-COMPETENCIA
          RECORD CONTAINS 7 CHARACTERS.
           COPY COMPET.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-VINC       PIC 9(02).
       77 WS-FILE-STATUS-CFOL       PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-COMP       PIC 9(02).

       77 WS-LIMITE-MENSAL          PIC 9(07)V99 VALUE ZERO.
       77 WS-ACUMULADO              PIC 9(07)V99 VALUE ZERO.
       77 WS-ACHOU-COMPRA           PIC 9(01) VALUE ZERO.
           88 COMPRA-ACHADA         VALUE 1.
       77 WS-COMP-FECHADA           PIC 9(01) VALUE ZERO.
           88 COMPETENCIA-FECHADA   VALUE 1.

       01 WS-COMP-DESMEMBRADA.
           02 WS-CD-ANO           PIC 9(04).
           02 WS-CD-MES           PIC 9(02).

       LINKAGE SECTION.
           COPY COMPRAFN.CPY
               REPLACING ==WS-COMPRA-FUNC== BY ==LK-COMPRA-FUNC==.

       PROCEDURE DIVISION USING LK-COMPRA-FUNC.
       MAIN-PROCEDURE.
           MOVE 0 TO FC-RESULTADO.
           MOVE 0 TO FC-MATRICULA.
           MOVE 0 TO FC-COMPETENCIA.

           PERFORM 00001-BUSCA-VINCULO.
           IF FC-MATRICULA > 0
              PERFORM 00002-DEFINE-COMPETENCIA
              PERFORM 00003-ABRE-COMPRAS
              IF FC-RESULTADO NOT = 9
                 EVALUATE FC-FUNCAO
                    WHEN "V" PERFORM 00004-VERIFICA-LIMITE
                    WHEN "P" PERFORM 00005-POSTA-COMPRA
                    WHEN "E" PERFORM 00006-ESTORNA-COMPRA
                    WHEN OTHER
                       MOVE 9 TO FC-RESULTADO
                 END-EVALUATE
                 CLOSE FD-COMPRAS-FUNC
              END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * CLIENTE SEM VINCULO (OU SEM O ARQUIVO DE VINCULOS) E VENDA
      * NORMAL: FC-MATRICULA VOLTA ZERADA. NO ESTORNO VALE TAMBEM O
      * VINCULO JA ENCERRADO, POIS A COMPRA FOI FEITA NA VIGENCIA.
      ******************************************************************
       00001-BUSCA-VINCULO.
           MOVE 0 TO WS-FILE-STATUS-VINC.
           OPEN INPUT FD-VINCULOS.
           IF WS-FILE-STATUS-VINC = 0
              MOVE FC-CLIENTE TO VF-CLIENTE
              READ FD-VINCULOS RECORD KEY VF-CLIENTE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF VF-STATUS-REG = "A" OR FC-FUNCAO = "E"
                         MOVE VF-MATRICULA     TO FC-MATRICULA
                         MOVE VF-LIMITE-MENSAL TO WS-LIMITE-MENSAL
                      END-IF
              END-READ
              CLOSE FD-VINCULOS.

      ******************************************************************
      * COMPETENCIA DO DESCONTO: A DA DATA DA VENDA, OU A SEGUINTE SE
      * A FOLHA DAQUELE MES JA FECHOU.
      ******************************************************************
       00002-DEFINE-COMPETENCIA.
           MOVE FC-DATA(1:6) TO FC-COMPETENCIA.
           MOVE 0 TO WS-COMP-FECHADA.
           MOVE 0 TO WS-FILE-STATUS-COMP.
           OPEN INPUT FD-COMPETENCIA.
           IF WS-FILE-STATUS-COMP = 0
              MOVE FC-COMPETENCIA TO CP-COMPETENCIA
              READ FD-COMPETENCIA RECORD KEY CP-COMPETENCIA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CP-SITUACAO NOT = "A"
                         MOVE 1 TO WS-COMP-FECHADA
                      END-IF
              END-READ
              CLOSE FD-COMPETENCIA
           END-IF.

           IF COMPETENCIA-FECHADA
              MOVE FC-COMPETENCIA TO WS-COMP-DESMEMBRADA
              ADD 1 TO WS-CD-MES
              IF WS-CD-MES > 12
                 MOVE 1 TO WS-CD-MES
                 ADD 1 TO WS-CD-ANO
              END-IF
              MOVE WS-COMP-DESMEMBRADA TO FC-COMPETENCIA
           END-IF.

       00003-ABRE-COMPRAS.
           MOVE 0 TO WS-FILE-STATUS-CFOL.
           OPEN I-O FD-COMPRAS-FUNC.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-COMPRAS-FUNC
              CLOSE FD-COMPRAS-FUNC
              MOVE 0 TO WS-FILE-STATUS-CFOL
              OPEN I-O FD-COMPRAS-FUNC
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR COMPRAS DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-CFOL
              MOVE 9 TO FC-RESULTADO
           ELSE
              PERFORM 00007-LE-ACUMULADO.

       00004-VERIFICA-LIMITE.
           IF WS-ACUMULADO + FC-VALOR > WS-LIMITE-MENSAL
              MOVE 2 TO FC-RESULTADO
           ELSE
              MOVE 1 TO FC-RESULTADO.

       00005-POSTA-COMPRA.
           MOVE 1 TO FC-RESULTADO.
           IF COMPRA-ACHADA
              ADD FC-VALOR TO CF-VALOR
              REWRITE REG-COMPRA-FUNC
                  INVALID KEY
                     MOVE 9 TO FC-RESULTADO
              END-REWRITE
           ELSE
              MOVE FC-COMPETENCIA TO CF-COMPETENCIA
              MOVE FC-CLIENTE     TO CF-CLIENTE
              MOVE FC-MATRICULA   TO CF-MATRICULA
              MOVE FC-VALOR       TO CF-VALOR
              MOVE ZERO           TO CF-VALOR-LANCADO
              MOVE ZERO           TO CF-VALOR-QUITADO
              MOVE "A"            TO CF-SITUACAO
              WRITE REG-COMPRA-FUNC
                  INVALID KEY
                     MOVE 9 TO FC-RESULTADO
              END-WRITE
           END-IF.
           IF FC-RESULTADO = 9
              DISPLAY "-- ERRO AO ACUMULAR COMPRA DO FUNCIONARIO "
                      FC-MATRICULA " CLIENTE " FC-CLIENTE.

      ******************************************************************
      * ESTORNO DA NF CANCELADA: SO ENQUANTO A COMPETENCIA NAO FOI
      * QUITADA NA FOLHA, E SEM BAIXAR O VALOR ABAIXO DO QUE O
      * DESCONTO JA RETEVE. DEPOIS DISSO O ACERTO E UM EVENTO MANUAL
      * NO PROG063.
      ******************************************************************
       00006-ESTORNA-COMPRA.
           IF NOT COMPRA-ACHADA OR CF-SITUACAO NOT = "A"
              MOVE 2 TO FC-RESULTADO
              DISPLAY "-- COMPRA DO FUNCIONARIO " FC-MATRICULA
                      " JA DESCONTADA EM FOLHA, ACERTAR NO PROG063"
           ELSE
           IF FC-VALOR > CF-VALOR - CF-VALOR-QUITADO
              MOVE 2 TO FC-RESULTADO
              DISPLAY "-- COMPRA DO FUNCIONARIO " FC-MATRICULA
                      " JA DESCONTADA EM PARTE NA FOLHA, ACERTAR NO "
                      "PROG063"
           ELSE
              IF FC-VALOR > CF-VALOR
                 MOVE ZERO TO CF-VALOR
              ELSE
                 SUBTRACT FC-VALOR FROM CF-VALOR
              END-IF
              IF CF-VALOR < CF-VALOR-LANCADO
                 DISPLAY "-- ESTORNO DEPOIS DO LANCAMENTO NA FOLHA, "
                         "CONFERIR EVENTO CMP DA MATRICULA "
                         FC-MATRICULA
              END-IF
              MOVE 1 TO FC-RESULTADO
              REWRITE REG-COMPRA-FUNC
                  INVALID KEY
                     MOVE 9 TO FC-RESULTADO
              END-REWRITE
           END-IF
           END-IF.

       00007-LE-ACUMULADO.
           MOVE 0 TO WS-ACHOU-COMPRA.
           MOVE ZERO TO WS-ACUMULADO.
           MOVE FC-COMPETENCIA TO CF-COMPETENCIA.
           MOVE FC-CLIENTE     TO CF-CLIENTE.
           READ FD-COMPRAS-FUNC RECORD KEY CF-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO WS-ACHOU-COMPRA
                   MOVE CF-VALOR TO WS-ACUMULADO.

       END PROGRAM PROG093-COMPRA-FUNCIONARIO.
