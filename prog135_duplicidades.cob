      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Relatorio de Cadastros Duplicados
      *          Passo semanal do PROG014-BATCH-NOTURNO. Le o cadastro
      *          de clientes (PROG29-001.DAT, sem os desligados) e o
      *          de fornecedores (PROG18-001.DAT, com o documento de
      *          PROG18-DOC.DAT) e aponta, em cada um, os pares de
      *          codigos com o mesmo CPF/CNPJ (comparado so pelos
      *          algarismos, PROG134) ou com o mesmo nome depois de
      *          limpo pelo PROG015-LIMPA-NOME. Lista tambem o
      *          documento que nao passa nos digitos verificadores,
      *          gravado antes da validacao na digitacao. O relatorio
      *          sai no spool (PROG071); o cliente em dobro e
      *          unificado pela opcao 0 do PROG029. O documento
      *          invalido de cliente sai mascarado pelo
      *          PROG133-PROTEGE-DADOS, como na cobranca (PROG095).
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog135_duplicidades -std=default -I copybooks prog135_duplicidades.cob && ./bin/prog135_duplicidades
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG135-DUPLICIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

           SELECT FD-FORNECEDORES ASSIGN TO "PROG18-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FR-CODIGO
                              FILE STATUS WS-FILE-STATUS-FOR.

      * DOCUMENTO (CNPJ/CPF) DO FORNECEDOR, PELO CODIGO.
           SELECT FD-DOC-FORNEC ASSIGN TO "PROG18-DOC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS DF-FORNECEDOR
                              FILE STATUS WS-FILE-STATUS-DOC.

       DATA DIVISION.
       FILE SECTION.

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-FORNECEDORES
          RECORD CONTAINS 69 CHARACTERS.
           COPY FORNEC.CPY.

       FD FD-DOC-FORNEC
          RECORD CONTAINS 20 CHARACTERS.
           COPY FORNDOC.CPY.

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-FOR        PIC 9(02).
       77 WS-FILE-STATUS-DOC        PIC 9(02).
           COPY FSTATUS.CPY.

      ************* TABELA DO CADASTRO EM CONFERENCIA ************
      * CARREGADA UMA VEZ COM OS CLIENTES E DEPOIS COM OS FORNECEDORES:
      * CODIGO, NOME LIMPO E DOCUMENTO SO COM OS ALGARISMOS.
       01 TAB-CADASTRO.
          02 CADASTRO-ITEM OCCURS 3000 TIMES.
             03 TC-CODIGO       PIC 9(05).
             03 TC-NOME         PIC X(30).
             03 TC-DOCUMENTO    PIC X(14).

       77 WS-MAX-CADASTRO           PIC 9(04) VALUE 3000.
       77 WS-QTD-CADASTRO           PIC 9(04) VALUE ZERO.
       77 WS-IDX-A                  PIC 9(04) VALUE ZERO.
       77 WS-IDX-B                  PIC 9(04) VALUE ZERO.
       77 WS-TABELA-CHEIA           PIC 9(01) VALUE ZERO.
           88 TABELA-CHEIA          VALUE 1.
       77 WS-TIPO-CADASTRO          PIC X(10).

       77 WS-FIM-ARQUIVO            PIC 9(01) VALUE ZERO.
           88 FIM-DO-ARQUIVO        VALUE 1.

      ************* VARIAVEIS DA COMPARACAO ************
       77 WS-NOME-LIMPO             PIC X(30).
       77 WS-CODIGO-LIDO            PIC 9(05).
       77 WS-DOCUMENTO-LIDO         PIC X(14).
       77 WS-MOTIVO                 PIC X(17).
       77 WS-MESMO-DOC              PIC 9(01) VALUE ZERO.
           88 MESMO-DOCUMENTO       VALUE 1.
       77 WS-MESMO-NOME             PIC 9(01) VALUE ZERO.
           88 MESMO-NOME            VALUE 1.

      ************* VARIAVEIS PARA CONTADORES ************
       77 WS-CONT-CLIENTES          PIC 9(05) VALUE ZERO.
       77 WS-CONT-FORNECEDORES      PIC 9(05) VALUE ZERO.
       77 WS-CONT-PARES-CLI         PIC 9(05) VALUE ZERO.
       77 WS-CONT-PARES-FOR         PIC 9(05) VALUE ZERO.
       77 WS-CONT-PARES             PIC 9(05) VALUE ZERO.
       77 WS-CONT-INVALIDOS         PIC 9(05) VALUE ZERO.
       77 WS-CONT-ERROS             PIC 9(05) VALUE ZERO.

      ************ AREA DA VALIDACAO DE CPF/CNPJ (PROG134) ***********
           COPY DOCVALID.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

      ************ AREA DO SPOOL DE RELATORIOS (PROG071) ***********
           COPY SPOOL.CPY.
       77 WS-SPOOL-OK               PIC 9(01) VALUE ZERO.
           88 SPOOL-OK              VALUE 1.

      ************ AREA DO CONTROLE COMPARTILHADO DE JOBS ***********
           COPY JOBCTRL.CPY.

       LINKAGE SECTION.
      * STATUS DE RETORNO PARA O PROCESSO CHAMADOR (PROG014-BATCH-
      * NOTURNO): 0 = RELATORIO EMITIDO (INCLUSIVE COM CADASTRO
      * AINDA INEXISTENTE), NAO-ZERO = FALHA AO ABRIR UM CADASTRO.
       01 LK-STATUS                 PIC 9(02).

       PROCEDURE DIVISION USING LK-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-STATUS.

           MOVE "I" TO JC-FUNCAO.
           MOVE "PROG135-DUPLICIDADES" TO JC-PROGRAMA.
           MOVE ZERO TO JC-STATUS JC-CONT-LIDOS
                        JC-CONT-APLICADOS JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           PERFORM 9801-ABRE-SPOOL.

           MOVE "CLIENTE" TO WS-TIPO-CADASTRO.
           PERFORM 00001-CARREGA-CLIENTES.
           PERFORM 00004-CABECALHO.
           PERFORM 00005-CONFERE-CADASTRO.
           MOVE WS-CONT-PARES TO WS-CONT-PARES-CLI.

           MOVE "FORNECEDOR" TO WS-TIPO-CADASTRO.
           PERFORM 00002-CARREGA-FORNECEDORES.
           PERFORM 00004-CABECALHO.
           PERFORM 00005-CONFERE-CADASTRO.
           MOVE WS-CONT-PARES TO WS-CONT-PARES-FOR.

           PERFORM 00008-TOTAIS.
           PERFORM 9803-FECHA-SPOOL.
           PERFORM 00009-RODAPE.

           MOVE "F" TO JC-FUNCAO.
           MOVE LK-STATUS            TO JC-STATUS.
           COMPUTE JC-CONT-LIDOS = WS-CONT-CLIENTES
                                 + WS-CONT-FORNECEDORES.
           COMPUTE JC-CONT-APLICADOS = WS-CONT-PARES-CLI
                                     + WS-CONT-PARES-FOR.
           MOVE WS-CONT-ERROS        TO JC-CONT-ERROS.
           CALL "PROG037-CONTROLE-JOB" USING WS-CONTROLE-JOB.

           GOBACK.

      ******************************************************************
      * CLIENTES ATIVOS E BLOQUEADOS; O DESLIGADO (INCLUSIVE O JA
      * UNIFICADO) FICA FORA.
      ******************************************************************
       00001-CARREGA-CLIENTES.
           MOVE 0 TO WS-QTD-CADASTRO.
           MOVE 0 TO WS-TABELA-CHEIA.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN INPUT FD-CLIENTES.
           IF WS-FILE-STATUS-CLI = 35
              DISPLAY "-- SEM CADASTRO DE CLIENTES"
           ELSE
           IF WS-FILE-STATUS-CLI NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE CLIENTES -->"
                      WS-FILE-STATUS-CLI
              MOVE WS-FILE-STATUS-CLI TO LK-STATUS
           ELSE
              PERFORM 00001-A-LER-CLIENTE
              PERFORM 00001-B-GUARDA-CLIENTE UNTIL FIM-DO-ARQUIVO
              CLOSE FD-CLIENTES
           END-IF
           END-IF.

       00001-A-LER-CLIENTE.
           READ FD-CLIENTES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-CLIENTES.

       00001-B-GUARDA-CLIENTE.
           IF CL-STATUS-REG NOT = "I"
              MOVE CL-NOME      TO WS-NOME-LIMPO
              MOVE CL-DOCUMENTO TO WS-DOCUMENTO-LIDO
              MOVE CL-CODIGO    TO WS-CODIGO-LIDO
              PERFORM 00003-GUARDA-ITEM
           END-IF.
           PERFORM 00001-A-LER-CLIENTE.

      ******************************************************************
      * FORNECEDORES, COM O DOCUMENTO DO ARQUIVO AO LADO (SEM ELE O
      * FORNECEDOR SO E COMPARADO PELO NOME).
      ******************************************************************
       00002-CARREGA-FORNECEDORES.
           MOVE 0 TO WS-QTD-CADASTRO.
           MOVE 0 TO WS-TABELA-CHEIA.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO WS-FILE-STATUS-DOC.
           OPEN INPUT FD-DOC-FORNEC.
           MOVE 0 TO WS-FILE-STATUS-FOR.
           OPEN INPUT FD-FORNECEDORES.
           IF WS-FILE-STATUS-FOR = 35
              DISPLAY "-- SEM CADASTRO DE FORNECEDORES"
           ELSE
           IF WS-FILE-STATUS-FOR NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE FORNECEDORES -->"
                      WS-FILE-STATUS-FOR
              MOVE WS-FILE-STATUS-FOR TO LK-STATUS
           ELSE
              PERFORM 00002-A-LER-FORNECEDOR
              PERFORM 00002-B-GUARDA-FORNECEDOR UNTIL FIM-DO-ARQUIVO
              CLOSE FD-FORNECEDORES
           END-IF
           END-IF.
           IF WS-FILE-STATUS-DOC = 0
              CLOSE FD-DOC-FORNEC
           END-IF.

       00002-A-LER-FORNECEDOR.
           READ FD-FORNECEDORES NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WS-CONT-FORNECEDORES.

       00002-B-GUARDA-FORNECEDOR.
           MOVE FR-NOME TO WS-NOME-LIMPO.
           MOVE SPACES  TO WS-DOCUMENTO-LIDO.
           IF WS-FILE-STATUS-DOC = 0
              MOVE FR-CODIGO TO DF-FORNECEDOR
              READ FD-DOC-FORNEC RECORD KEY DF-FORNECEDOR
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE DF-DOCUMENTO TO WS-DOCUMENTO-LIDO
              END-READ
           END-IF.
           MOVE FR-CODIGO TO WS-CODIGO-LIDO.
           PERFORM 00003-GUARDA-ITEM.
           PERFORM 00002-A-LER-FORNECEDOR.

      ******************************************************************
      * GUARDA O CODIGO, O NOME LIMPO E O DOCUMENTO SO COM OS
      * ALGARISMOS. DOCUMENTO PREENCHIDO QUE NAO PASSA NOS DIGITOS
      * VERIFICADORES SAI NO RELATORIO NA HORA. TABELA CHEIA: O
      * RESTANTE DO CADASTRO FICA FORA (AVISO UMA VEZ SO).
      ******************************************************************
       00003-GUARDA-ITEM.
           IF WS-QTD-CADASTRO NOT < WS-MAX-CADASTRO
              IF NOT TABELA-CHEIA
                 DISPLAY "-- TABELA CHEIA, " WS-TIPO-CADASTRO
                         " ACIMA DE " WS-MAX-CADASTRO
                         " FICA FORA DA CONFERENCIA"
                 MOVE 1 TO WS-TABELA-CHEIA
                 ADD 1 TO WS-CONT-ERROS
              END-IF
           ELSE
              ADD 1 TO WS-QTD-CADASTRO
              CALL "PROG015-LIMPA-NOME" USING WS-NOME-LIMPO
              MOVE WS-CODIGO-LIDO TO TC-CODIGO(WS-QTD-CADASTRO)
              MOVE WS-NOME-LIMPO TO TC-NOME(WS-QTD-CADASTRO)
              MOVE SPACES        TO TC-DOCUMENTO(WS-QTD-CADASTRO)
              IF WS-DOCUMENTO-LIDO NOT = SPACES
                 MOVE WS-DOCUMENTO-LIDO TO DV-DOCUMENTO
                 CALL "PROG134-VALIDA-DOCUMENTO"
                      USING WS-VALIDA-DOCUMENTO
                 IF DV-NUMERO NOT = SPACES
                    MOVE DV-NUMERO TO TC-DOCUMENTO(WS-QTD-CADASTRO)
                 ELSE
                    MOVE WS-DOCUMENTO-LIDO
                      TO TC-DOCUMENTO(WS-QTD-CADASTRO)
                 END-IF
                 IF DV-RESULTADO NOT = 1
                    PERFORM 00007-IMPRIME-INVALIDO
                 END-IF
              END-IF
           END-IF.

       00004-CABECALHO.
           MOVE SPACES TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "CADASTRO   COD   NOME                      "
                                        DELIMITED BY SIZE
                  "   COD   NOME                       MOTIVO"
                                        DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      ******************************************************************
      * COMPARA CADA ITEM COM TODOS OS SEGUINTES: O PAR SAI UMA VEZ SO,
      * COM O MOTIVO (DOCUMENTO, NOME OU OS DOIS).
      ******************************************************************
       00005-CONFERE-CADASTRO.
           MOVE 0 TO WS-CONT-PARES.
           MOVE 1 TO WS-IDX-A.
           PERFORM 00005-A-CONFERE-ITEM
               UNTIL WS-IDX-A NOT < WS-QTD-CADASTRO.

       00005-A-CONFERE-ITEM.
           COMPUTE WS-IDX-B = WS-IDX-A + 1.
           PERFORM 00005-B-COMPARA-PAR
               UNTIL WS-IDX-B > WS-QTD-CADASTRO.
           ADD 1 TO WS-IDX-A.

       00005-B-COMPARA-PAR.
           MOVE 0 TO WS-MESMO-DOC WS-MESMO-NOME.
           IF TC-DOCUMENTO(WS-IDX-A) NOT = SPACES
              AND TC-DOCUMENTO(WS-IDX-A) = TC-DOCUMENTO(WS-IDX-B)
              MOVE 1 TO WS-MESMO-DOC
           END-IF.
           IF TC-NOME(WS-IDX-A) NOT = SPACES
              AND TC-NOME(WS-IDX-A) = TC-NOME(WS-IDX-B)
              MOVE 1 TO WS-MESMO-NOME
           END-IF.
           IF MESMO-DOCUMENTO OR MESMO-NOME
              PERFORM 00006-IMPRIME-PAR
           END-IF.
           ADD 1 TO WS-IDX-B.

       00006-IMPRIME-PAR.
           ADD 1 TO WS-CONT-PARES.
           EVALUATE TRUE
              WHEN MESMO-DOCUMENTO AND MESMO-NOME
                 MOVE "DOCUMENTO E NOME" TO WS-MOTIVO
              WHEN MESMO-DOCUMENTO
                 MOVE "MESMO DOCUMENTO" TO WS-MOTIVO
              WHEN OTHER
                 MOVE "MESMO NOME" TO WS-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO SP-LINHA.
           STRING WS-TIPO-CADASTRO          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TC-CODIGO(WS-IDX-A)       DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TC-NOME(WS-IDX-A)(1:25)   DELIMITED BY SIZE
                  " X "                     DELIMITED BY SIZE
                  TC-CODIGO(WS-IDX-B)       DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TC-NOME(WS-IDX-B)(1:25)   DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-MOTIVO                 DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

      * DOCUMENTO DE CLIENTE PASSA PELO PROG133 SEM OPERADOR (NIVEL
      * ZERO), COMO NO EXTRATO DA COBRANCA; O DE FORNECEDOR SAI
      * INTEIRO.
       00007-IMPRIME-INVALIDO.
           ADD 1 TO WS-CONT-INVALIDOS.
           IF WS-TIPO-CADASTRO = "CLIENTE"
              MOVE "D" TO MS-TIPO
              MOVE "PROG135-DUPLICIDADES" TO MS-PROGRAMA
              MOVE 0 TO MS-OPERADOR
              MOVE 0 TO MS-NIVEL
              MOVE WS-CODIGO-LIDO TO MS-CHAVE
              MOVE WS-DOCUMENTO-LIDO TO MS-VALOR
              CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA
              MOVE MS-VALOR(1:14) TO WS-DOCUMENTO-LIDO
           END-IF.
           MOVE SPACES TO SP-LINHA.
           STRING WS-TIPO-CADASTRO              DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  TC-CODIGO(WS-QTD-CADASTRO)    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  TC-NOME(WS-QTD-CADASTRO)(1:25)
                                                DELIMITED BY SIZE
                  "   DOCUMENTO INVALIDO: "     DELIMITED BY SIZE
                  WS-DOCUMENTO-LIDO             DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00008-TOTAIS.
           MOVE ALL "-" TO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PARES DE CLIENTES.......: " DELIMITED BY SIZE
                  WS-CONT-PARES-CLI            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "PARES DE FORNECEDORES...: " DELIMITED BY SIZE
                  WS-CONT-PARES-FOR            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.
           MOVE SPACES TO SP-LINHA.
           STRING "DOCUMENTOS INVALIDOS....: " DELIMITED BY SIZE
                  WS-CONT-INVALIDOS            DELIMITED BY SIZE
                  INTO SP-LINHA.
           PERFORM 9802-IMPRIME-LINHA.

       00009-RODAPE.
           DISPLAY " ".
           DISPLAY "==== CADASTROS DUPLICADOS ====".
           DISPLAY "CLIENTES LIDOS..........: " WS-CONT-CLIENTES.
           DISPLAY "FORNECEDORES LIDOS......: " WS-CONT-FORNECEDORES.
           DISPLAY "PARES DE CLIENTES.......: " WS-CONT-PARES-CLI.
           DISPLAY "PARES DE FORNECEDORES...: " WS-CONT-PARES-FOR.
           DISPLAY "DOCUMENTOS INVALIDOS....: " WS-CONT-INVALIDOS.
           DISPLAY "ERROS...................: " WS-CONT-ERROS.

      ******************************************************************
      * SPOOL DE RELATORIOS: ABRE O RELATORIO NO PROG071, IMPRIME
      * CADA LINHA NO CONSOLE E NO SPOOL, E FECHA NO FIM. SEM O
      * SPOOL, O RELATORIO SAI SO NO CONSOLE.
      ******************************************************************
       9801-ABRE-SPOOL.
           MOVE "A" TO SP-FUNCAO.
           MOVE "CADASTROS DUPLICADOS" TO SP-TITULO.
           MOVE "PROG135-DUPLICIDADES" TO SP-PROGRAMA.
           CALL "PROG071-SPOOL" USING WS-SPOOL.
           IF SP-STATUS = 0
              MOVE 1 TO WS-SPOOL-OK
           ELSE
              DISPLAY "-- SPOOL INDISPONIVEL, RELATORIO SO NO CONSOLE".

       9802-IMPRIME-LINHA.
           DISPLAY SP-LINHA.
           IF SPOOL-OK
              MOVE "L" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
           END-IF.

       9803-FECHA-SPOOL.
           IF SPOOL-OK
              MOVE "F" TO SP-FUNCAO
              CALL "PROG071-SPOOL" USING WS-SPOOL
              DISPLAY "-- RELATORIO " SP-NUMERO " GRAVADO NO SPOOL"
           END-IF.

       END PROGRAM PROG135-DUPLICIDADES.
