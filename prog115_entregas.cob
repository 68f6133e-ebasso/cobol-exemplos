      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Agendamento de Entregas
      *          Tela do balcao (sign-on central PROG073) para agendar
      *          a entrega de um pedido de cliente (VD-PEDIDO) ou de
      *          uma nota fiscal ja emitida, num dos enderecos de
      *          entrega do cliente (PROG029), com data, janela de
      *          horario e frete (PROG115-ENT.DAT, numerado por
      *          PROG115-ENT.KEY). O frete do pedido e cobrado na
      *          venda pelo PROG013 e sai na nota do PROG030. As
      *          entregas do dia saem no manifesto de rotas (PROG116),
      *          e o retorno do comprovante de entrega da baixa em
      *          cada uma: ENTREGUE, RECUSADA ou REAGENDADA para outra
      *          data.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -x -o bin/prog115_entregas -std=default -I copybooks prog115_entregas.cob && ./bin/prog115_entregas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG115-ENTREGAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FD-ENTREGAS ASSIGN TO "PROG115-ENT.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EN-NUMERO
                              ALTERNATE RECORD KEY IS EN-PEDIDO
                                 WITH DUPLICATES
                              ALTERNATE RECORD KEY IS EN-NF
                                 WITH DUPLICATES
                              ALTERNATE RECORD KEY IS EN-ROTA
                                 WITH DUPLICATES
                              FILE STATUS WS-FILE-STATUS-ENT.

      * ARMAZENA O ULTIMO NUMERO DE ENTREGA USADO.
           SELECT FD-ENTREGAS-KEY ASSIGN TO "PROG115-ENT.KEY"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-KEY.

           SELECT FD-CLIENTES ASSIGN TO "PROG29-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS CL-CODIGO
                              FILE STATUS WS-FILE-STATUS-CLI.

      * ENDERECOS DE ENTREGA DOS CLIENTES (PROG029).
           SELECT FD-ENDERECOS ASSIGN TO "PROG29-END.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EE-CHAVE
                              FILE STATUS WS-FILE-STATUS-END.

      * REGISTRO DE VENDAS E ARQUIVO MORTO, PARA ACHAR A NF.
           SELECT FD-REGVENDAS ASSIGN TO "PROG10-001.VND"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-REGVND.

           SELECT FD-REGARQUIVO ASSIGN TO "PROG10-001.VNA"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-VNA.

       DATA DIVISION.
       FILE SECTION.

       FD FD-ENTREGAS
          RECORD CONTAINS 110 CHARACTERS.
           COPY ENTREGA.CPY.

       FD FD-ENTREGAS-KEY.
       01 REGISTRO-CHAVE-ENT    PIC 9(10).

       FD FD-CLIENTES
          RECORD CONTAINS 72 CHARACTERS.
           COPY CLIENTE.CPY.

       FD FD-ENDERECOS
          RECORD CONTAINS 116 CHARACTERS.
           COPY ENDENTR.CPY.

       FD FD-REGVENDAS.
           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-ENT        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-KEY        PIC 9(02).
       77 WS-FILE-STATUS-CLI        PIC 9(02).
       77 WS-FILE-STATUS-END        PIC 9(02).
       77 WS-FILE-STATUS-REGVND     PIC 9(02).
       77 WS-FILE-STATUS-VNA        PIC 9(02).

       77 WS-OPCAO                  PIC 9(01).
       77 WS-EXIT                   PIC 9(01) VALUE ZERO.
       77 WS-LOJA                   PIC 9(03) VALUE ZERO.
       77 WS-ULTIMO-NUMERO          PIC 9(10) VALUE ZERO.
       77 WS-DATA-HOJE              PIC 9(08).

      ************* VARIAVEIS DA ENTREGA DIGITADA ************
      *    VINCULO: P = PEDIDO DE CLIENTE, N = NOTA FISCAL EMITIDA.
       77 WS-VINCULO                PIC X(01).
       77 WS-PEDIDO                 PIC 9(10) VALUE ZERO.
       77 WS-NF                     PIC 9(10) VALUE ZERO.
       77 WS-CLIENTE                PIC 9(05) VALUE ZERO.
       77 WS-SEQ-END                PIC 9(02) VALUE ZERO.
       77 WS-REGIAO                 PIC X(03).
       77 WS-DATA-ENTREGA           PIC 9(08) VALUE ZERO.
       77 WS-HORA-INICIO            PIC 9(04) VALUE ZERO.
       77 WS-HORA-FIM               PIC 9(04) VALUE ZERO.
       77 WS-FRETE                  PIC 9(07)V9(02) VALUE ZERO.
       77 WS-NUMERO                 PIC 9(10) VALUE ZERO.
       77 WS-RESULTADO              PIC X(01).
       77 WS-OCORRENCIA             PIC X(30).
       77 WS-QTD-ENDERECOS          PIC 9(02) VALUE ZERO.

      ************* VARIAVEIS PARA EXIBICAO ************
       77 WS-FRETE-EDT              PIC Z,ZZZ,ZZ9.99.
       77 WS-SITUACAO-DESC          PIC X(10).

       77 WS-CLIENTE-OK             PIC 9(01) VALUE ZERO.
           88 CLIENTE-OK            VALUE 1.
       77 WS-ACHOU-NF               PIC 9(01) VALUE ZERO.
           88 ACHOU-NF              VALUE 1.
       77 WS-TEM-PENDENTE           PIC 9(01) VALUE ZERO.
           88 TEM-PENDENTE          VALUE 1.
       77 WS-ENDERECO-OK            PIC 9(01) VALUE ZERO.
           88 ENDERECO-OK           VALUE 1.
       77 WS-DATA-OK                PIC 9(01) VALUE ZERO.
           88 DATA-OK               VALUE 1.
       77 WS-JANELA-OK              PIC 9(01) VALUE ZERO.
           88 JANELA-OK             VALUE 1.
       77 WS-FIM-LEITURA            PIC 9(01) VALUE ZERO.
           88 FIM-DA-LEITURA        VALUE 1.

      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PROG115-ENTREGAS" TO SN-PROGRAMA.
           MOVE 1 TO SN-NIVEL-MINIMO.
           CALL "PROG073-SIGNON" USING WS-SIGNON.
           IF SN-OK NOT = 1
              DISPLAY "SESSAO ENCERRADA SEM IDENTIFICACAO"
              STOP RUN
           END-IF.

           DISPLAY "LOJA (ENTER = 001): " WITH NO ADVANCING.
           ACCEPT WS-LOJA.
           IF WS-LOJA = 0
              MOVE 1 TO WS-LOJA
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 0 TO WS-FILE-STATUS-CLI.
           OPEN INPUT FD-CLIENTES.
           IF WS-FILE-STATUS-CLI NOT = 0
              DISPLAY "-- ERRO AO ABRIR CADASTRO DE CLIENTES -->"
                      WS-FILE-STATUS-CLI
              STOP RUN
           END-IF.

           PERFORM 00000-ABRE-ENTREGAS.
           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR ARQUIVO DE ENTREGAS -->"
                      WS-FILE-STATUS-ENT
              CLOSE FD-CLIENTES
              STOP RUN
           END-IF.
           PERFORM 00000-CARREGA-ULTIMO-NUMERO.

           PERFORM 00001-MENU-OPCOES UNTIL WS-EXIT = 1.

           CLOSE FD-ENTREGAS.
           CLOSE FD-CLIENTES.
           DISPLAY "BYE"
           STOP RUN.

       00000-ABRE-ENTREGAS.
           MOVE 0 TO WS-FILE-STATUS-ENT.
           OPEN I-O FD-ENTREGAS.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-ENTREGAS
              CLOSE FD-ENTREGAS
              MOVE 0 TO WS-FILE-STATUS-ENT
              OPEN I-O FD-ENTREGAS
           END-IF.

       00000-CARREGA-ULTIMO-NUMERO.
           MOVE 0 TO WS-FILE-STATUS-KEY.
           OPEN INPUT FD-ENTREGAS-KEY.
           IF WS-FILE-STATUS-KEY = 0
              READ FD-ENTREGAS-KEY INTO WS-ULTIMO-NUMERO
              CLOSE FD-ENTREGAS-KEY
           ELSE
              MOVE 0 TO WS-ULTIMO-NUMERO.

       9002-GRAVA-ULTIMO-NUMERO.
           MOVE 0 TO WS-FILE-STATUS-KEY.
           OPEN OUTPUT FD-ENTREGAS-KEY.
           IF WS-FILE-STATUS-KEY = 0
              WRITE REGISTRO-CHAVE-ENT FROM WS-ULTIMO-NUMERO
              CLOSE FD-ENTREGAS-KEY
           ELSE
              DISPLAY "-- ERRO AO GRAVAR ARQUIVO DE CHAVES -->"
                      WS-FILE-STATUS-KEY.

       00001-MENU-OPCOES.
           DISPLAY " ".
           DISPLAY "====00001-MENU-OPCOES====".
           DISPLAY "OPCOES:".
           DISPLAY "1) AGENDAR ENTREGA".
           DISPLAY "2) CONSULTAR ENTREGA".
           DISPLAY "3) RETORNO DO COMPROVANTE DE ENTREGA".
           DISPLAY " ".
           DISPLAY "4) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 1 PERFORM 00002-AGENDA-ENTREGA
              WHEN 2 PERFORM 00003-CONSULTA-ENTREGA
              WHEN 3 PERFORM 00004-RETORNO-ENTREGA
              WHEN 4
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * AGENDA A ENTREGA DE UM PEDIDO OU DE UMA NF. O PEDIDO (OU A NF)
      * SO PODE TER UMA ENTREGA PENDENTE DE CADA VEZ; A ENTREGA DE
      * PEDIDO AINDA NAO FATURADO TEM O FRETE COBRADO NA VENDA.
      ******************************************************************
       00002-AGENDA-ENTREGA.
           MOVE ZERO TO WS-PEDIDO WS-NF WS-CLIENTE.
           MOVE 0 TO WS-CLIENTE-OK.
           DISPLAY "ENTREGA DE P) PEDIDO  N) NOTA FISCAL: "
                   WITH NO ADVANCING.
           ACCEPT WS-VINCULO.
           EVALUATE WS-VINCULO
              WHEN "P"
              WHEN "p"
                 PERFORM 00002-A-VINCULA-PEDIDO
              WHEN "N"
              WHEN "n"
                 PERFORM 00002-B-VINCULA-NF
              WHEN OTHER
                 DISPLAY "-- VINCULO INVALIDO"
           END-EVALUATE.

           IF CLIENTE-OK
              PERFORM 00007-VERIFICA-PENDENTE
              IF TEM-PENDENTE
                 DISPLAY "-- JA EXISTE ENTREGA PENDENTE --> " EN-NUMERO
              ELSE
                 PERFORM 00002-C-DADOS-ENTREGA
              END-IF
           END-IF.

       00002-A-VINCULA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING.
           ACCEPT WS-PEDIDO.
           IF WS-PEDIDO = 0
              DISPLAY "-- NUMERO DE PEDIDO INVALIDO"
           ELSE
              DISPLAY "CLIENTE: " WITH NO ADVANCING
              ACCEPT WS-CLIENTE
              PERFORM 00006-CONFERE-CLIENTE
           END-IF.

       00002-B-VINCULA-NF.
           DISPLAY "NUMERO DA NF: " WITH NO ADVANCING.
           ACCEPT WS-NF.
           PERFORM 00008-BUSCA-NF.
           IF NOT ACHOU-NF
              DISPLAY "-- NF NAO ENCONTRADA OU CANCELADA --> " WS-NF
           ELSE
           IF WS-CLIENTE = 0
              DISPLAY "-- NF DE BALCAO SEM CLIENTE, NAO HA ENDERECO"
           ELSE
              PERFORM 00006-CONFERE-CLIENTE.

       00002-C-DADOS-ENTREGA.
           PERFORM 00009-LISTA-ENDERECOS.
           IF WS-QTD-ENDERECOS = 0
              DISPLAY "-- CLIENTE SEM ENDERECO DE ENTREGA ATIVO "
                      "(CADASTRAR NO PROG029)"
           ELSE
              MOVE 0 TO WS-ENDERECO-OK
              PERFORM 00002-D-PEDE-ENDERECO UNTIL ENDERECO-OK
              MOVE 0 TO WS-DATA-OK
              PERFORM 00010-PEDE-DATA UNTIL DATA-OK
              MOVE 0 TO WS-JANELA-OK
              PERFORM 00011-PEDE-JANELA UNTIL JANELA-OK
              DISPLAY "VALOR DO FRETE: " WITH NO ADVANCING
              ACCEPT WS-FRETE
              PERFORM 00002-E-GRAVA-ENTREGA
           END-IF.

       00002-D-PEDE-ENDERECO.
           DISPLAY "SEQUENCIA DO ENDERECO: " WITH NO ADVANCING.
           ACCEPT WS-SEQ-END.
           MOVE 0 TO WS-FILE-STATUS-END.
           OPEN INPUT FD-ENDERECOS.
           IF WS-FILE-STATUS-END = 0
              MOVE WS-CLIENTE TO EE-CLIENTE
              MOVE WS-SEQ-END TO EE-SEQ
              READ FD-ENDERECOS RECORD KEY EE-CHAVE
                   INVALID KEY
                      DISPLAY "-- ENDERECO NAO CADASTRADO --> "
                              WS-SEQ-END
                   NOT INVALID KEY
                      IF EE-ATIVO
                         MOVE EE-REGIAO TO WS-REGIAO
                         MOVE 1 TO WS-ENDERECO-OK
                      ELSE
                         DISPLAY "-- ENDERECO INATIVO --> " WS-SEQ-END
                      END-IF
              END-READ
              CLOSE FD-ENDERECOS
           END-IF.

       00002-E-GRAVA-ENTREGA.
           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE SPACES TO REG-ENTREGA.
           MOVE WS-ULTIMO-NUMERO TO EN-NUMERO.
           MOVE WS-LOJA          TO EN-LOJA.
           MOVE WS-PEDIDO        TO EN-PEDIDO.
           MOVE WS-NF            TO EN-NF.
           MOVE WS-CLIENTE       TO EN-CLIENTE.
           MOVE WS-SEQ-END       TO EN-SEQ-END.
           MOVE WS-DATA-ENTREGA  TO EN-DATA-ENTREGA.
           MOVE WS-REGIAO        TO EN-REGIAO.
           MOVE WS-HORA-INICIO   TO EN-HORA-INICIO.
           MOVE WS-HORA-FIM      TO EN-HORA-FIM.
           MOVE WS-FRETE         TO EN-FRETE.
           MOVE "N"              TO EN-FRETE-FATURADO.
           MOVE "P"              TO EN-SITUACAO.
           MOVE ZERO             TO EN-REAGENDAMENTOS.
           MOVE ZERO             TO EN-DATA-BAIXA.
           WRITE REG-ENTREGA
              INVALID KEY
                 DISPLAY "-- NUMERO DE ENTREGA JA EXISTE --> "
                         WS-ULTIMO-NUMERO
              NOT INVALID KEY
                 PERFORM 9002-GRAVA-ULTIMO-NUMERO
                 DISPLAY "-- ENTREGA AGENDADA --> " EN-NUMERO
                 IF WS-PEDIDO > 0
                    DISPLAY "-- O FRETE SERA COBRADO NA NF DO PEDIDO"
                 END-IF
           END-WRITE.

      ******************************************************************
      * CONSULTA UMA ENTREGA PELO NUMERO.
      ******************************************************************
       00003-CONSULTA-ENTREGA.
           DISPLAY "NUMERO DA ENTREGA: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO EN-NUMERO.
           READ FD-ENTREGAS RECORD KEY EN-NUMERO
                INVALID KEY
                   DISPLAY "-- ENTREGA NAO CADASTRADA --> " WS-NUMERO
                NOT INVALID KEY
                   PERFORM 00005-EXIBE-ENTREGA
           END-READ.

      ******************************************************************
      * RETORNO DO COMPROVANTE: A ENTREGA PENDENTE RECEBE A BAIXA DE
      * ENTREGUE OU RECUSADA, OU E REAGENDADA PARA NOVA DATA E JANELA
      * (E VOLTA A SAIR NO MANIFESTO DA NOVA DATA).
      ******************************************************************
       00004-RETORNO-ENTREGA.
           DISPLAY "NUMERO DA ENTREGA: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO EN-NUMERO.
           READ FD-ENTREGAS RECORD KEY EN-NUMERO
                INVALID KEY
                   DISPLAY "-- ENTREGA NAO CADASTRADA --> " WS-NUMERO
                NOT INVALID KEY
                   PERFORM 00005-EXIBE-ENTREGA
                   IF EN-PENDENTE
                      PERFORM 00004-A-REGISTRA-RETORNO
                   ELSE
                      DISPLAY "-- ENTREGA JA BAIXADA"
                   END-IF
           END-READ.

       00004-A-REGISTRA-RETORNO.
           DISPLAY "E) ENTREGUE  R) RECUSADA  A) REAGENDAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-RESULTADO.
           MOVE SPACES TO WS-OCORRENCIA.
           EVALUATE WS-RESULTADO
              WHEN "E"
              WHEN "e"
                 DISPLAY "RECEBIDO POR: " WITH NO ADVANCING
                 ACCEPT WS-OCORRENCIA
                 MOVE "E"           TO EN-SITUACAO
                 MOVE WS-DATA-HOJE  TO EN-DATA-BAIXA
                 MOVE WS-OCORRENCIA TO EN-OCORRENCIA
                 PERFORM 00004-B-REGRAVA-ENTREGA
              WHEN "R"
              WHEN "r"
                 DISPLAY "MOTIVO DA RECUSA: " WITH NO ADVANCING
                 ACCEPT WS-OCORRENCIA
                 MOVE "R"           TO EN-SITUACAO
                 MOVE WS-DATA-HOJE  TO EN-DATA-BAIXA
                 MOVE WS-OCORRENCIA TO EN-OCORRENCIA
                 PERFORM 00004-B-REGRAVA-ENTREGA
              WHEN "A"
              WHEN "a"
                 DISPLAY "MOTIVO DO REAGENDAMENTO: " WITH NO ADVANCING
                 ACCEPT WS-OCORRENCIA
                 MOVE 0 TO WS-DATA-OK
                 PERFORM 00010-PEDE-DATA UNTIL DATA-OK
                 MOVE 0 TO WS-JANELA-OK
                 PERFORM 00011-PEDE-JANELA UNTIL JANELA-OK
                 MOVE "A"             TO EN-SITUACAO
                 MOVE WS-DATA-ENTREGA TO EN-DATA-ENTREGA
                 MOVE WS-HORA-INICIO  TO EN-HORA-INICIO
                 MOVE WS-HORA-FIM     TO EN-HORA-FIM
                 MOVE WS-OCORRENCIA   TO EN-OCORRENCIA
                 IF EN-REAGENDAMENTOS < 99
                    ADD 1 TO EN-REAGENDAMENTOS
                 END-IF
                 PERFORM 00004-B-REGRAVA-ENTREGA
              WHEN OTHER
                 DISPLAY "-- RESULTADO INVALIDO, ENTREGA SEM BAIXA"
           END-EVALUATE.

       00004-B-REGRAVA-ENTREGA.
           REWRITE REG-ENTREGA
               INVALID KEY
                  DISPLAY "-- ERRO AO REGRAVAR ENTREGA --> " EN-NUMERO
               NOT INVALID KEY
                  PERFORM 00012-DESCREVE-SITUACAO
                  DISPLAY "-- ENTREGA " EN-NUMERO " "
                          WS-SITUACAO-DESC
           END-REWRITE.

       00005-EXIBE-ENTREGA.
           PERFORM 00012-DESCREVE-SITUACAO.
           MOVE EN-FRETE TO WS-FRETE-EDT.
           DISPLAY " ".
           DISPLAY "ENTREGA.......: " EN-NUMERO " LOJA " EN-LOJA.
           DISPLAY "PEDIDO........: " EN-PEDIDO " NF " EN-NF.
           DISPLAY "CLIENTE.......: " EN-CLIENTE " ENDERECO "
                   EN-SEQ-END " REGIAO " EN-REGIAO.
           DISPLAY "DATA / JANELA.: " EN-DATA-ENTREGA " DAS "
                   EN-HORA-INICIO " AS " EN-HORA-FIM.
           DISPLAY "FRETE.........: " WS-FRETE-EDT
                   " COBRADO NA VENDA: " EN-FRETE-FATURADO.
           DISPLAY "SITUACAO......: " WS-SITUACAO-DESC
                   " REAGENDAMENTOS " EN-REAGENDAMENTOS.
           IF EN-OCORRENCIA NOT = SPACES
              DISPLAY "OCORRENCIA....: " EN-OCORRENCIA
                      " EM " EN-DATA-BAIXA
           END-IF.

      * O CLIENTE PRECISA EXISTIR E NAO ESTAR DESLIGADO.
       00006-CONFERE-CLIENTE.
           MOVE WS-CLIENTE TO CL-CODIGO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                   DISPLAY "-- CLIENTE NAO CADASTRADO --> " WS-CLIENTE
                NOT INVALID KEY
                   IF CL-STATUS-REG = "I"
                      DISPLAY "-- CLIENTE DESLIGADO --> " WS-CLIENTE
                   ELSE
                      DISPLAY "NOME..........: " CL-NOME
                      MOVE 1 TO WS-CLIENTE-OK
                   END-IF
           END-READ.

      ******************************************************************
      * PROCURA ENTREGA PENDENTE (PROGRAMADA OU REAGENDADA) DO MESMO
      * PEDIDO OU DA MESMA NF, PELA CHAVE ALTERNADA CORRESPONDENTE.
      ******************************************************************
       00007-VERIFICA-PENDENTE.
           MOVE 0 TO WS-TEM-PENDENTE.
           MOVE 0 TO WS-FIM-LEITURA.
           IF WS-PEDIDO > 0
              MOVE WS-PEDIDO TO EN-PEDIDO
              START FD-ENTREGAS KEY IS EQUAL TO EN-PEDIDO
                    INVALID KEY
                       MOVE 1 TO WS-FIM-LEITURA
              END-START
           ELSE
              MOVE WS-NF TO EN-NF
              START FD-ENTREGAS KEY IS EQUAL TO EN-NF
                    INVALID KEY
                       MOVE 1 TO WS-FIM-LEITURA
              END-START
           END-IF.
           PERFORM 00007-A-LER-ENTREGA UNTIL FIM-DA-LEITURA.

       00007-A-LER-ENTREGA.
           READ FD-ENTREGAS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   IF (WS-PEDIDO > 0 AND EN-PEDIDO NOT = WS-PEDIDO)
                      OR (WS-PEDIDO = 0 AND EN-NF NOT = WS-NF)
                      MOVE 1 TO WS-FIM-LEITURA
                   ELSE
                      IF EN-PENDENTE
                         MOVE 1 TO WS-TEM-PENDENTE
                         MOVE 1 TO WS-FIM-LEITURA
                      END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A NF PRECISA ESTAR NO REGISTRO DE VENDAS (OU NO ARQUIVO MORTO,
      * SE O DIA JA FOI FECHADO) E NAO PODE ESTAR CANCELADA. O CLIENTE
      * DA ENTREGA E O CLIENTE DA NF.
      ******************************************************************
       00008-BUSCA-NF.
           MOVE 0 TO WS-ACHOU-NF.
           MOVE ZERO TO WS-CLIENTE.
           MOVE 0 TO WS-FILE-STATUS-REGVND.
           OPEN INPUT FD-REGVENDAS.
           IF WS-FILE-STATUS-REGVND = 0
              MOVE 0 TO WS-FIM-LEITURA
              PERFORM 00008-A-LER-REGVENDA UNTIL FIM-DA-LEITURA
              CLOSE FD-REGVENDAS
           END-IF.
           IF NOT ACHOU-NF
              MOVE 0 TO WS-FILE-STATUS-VNA
              OPEN INPUT FD-REGARQUIVO
              IF WS-FILE-STATUS-VNA = 0
                 MOVE 0 TO WS-FIM-LEITURA
                 PERFORM 00008-B-LER-ARQMORTO UNTIL FIM-DA-LEITURA
                 CLOSE FD-REGARQUIVO
              END-IF
           END-IF.

       00008-A-LER-REGVENDA.
           READ FD-REGVENDAS
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   PERFORM 00008-C-CONFERE-LINHA
           END-READ.

       00008-B-LER-ARQMORTO.
           READ FD-REGARQUIVO
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   MOVE REG-VENDA-ARQUIVO TO REG-VENDA-EFETIVADA
                   PERFORM 00008-C-CONFERE-LINHA
           END-READ.

       00008-C-CONFERE-LINHA.
           IF VN-NF = WS-NF
              MOVE 1 TO WS-FIM-LEITURA
              IF VN-SITUACAO NOT = "C"
                 MOVE 1 TO WS-ACHOU-NF
                 MOVE VN-CLIENTE TO WS-CLIENTE
              END-IF
           END-IF.

      ******************************************************************
      * LISTA OS ENDERECOS ATIVOS DO CLIENTE PARA A ESCOLHA.
      ******************************************************************
       00009-LISTA-ENDERECOS.
           MOVE ZERO TO WS-QTD-ENDERECOS.
           MOVE 0 TO WS-FILE-STATUS-END.
           OPEN INPUT FD-ENDERECOS.
           IF WS-FILE-STATUS-END = 0
              MOVE 0 TO WS-FIM-LEITURA
              MOVE WS-CLIENTE TO EE-CLIENTE
              MOVE ZERO       TO EE-SEQ
              START FD-ENDERECOS KEY IS NOT LESS THAN EE-CHAVE
                    INVALID KEY
                       MOVE 1 TO WS-FIM-LEITURA
              END-START
              PERFORM 00009-A-LER-ENDERECO UNTIL FIM-DA-LEITURA
              CLOSE FD-ENDERECOS
           END-IF.

       00009-A-LER-ENDERECO.
           READ FD-ENDERECOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-LEITURA
                NOT AT END
                   IF EE-CLIENTE NOT = WS-CLIENTE
                      MOVE 1 TO WS-FIM-LEITURA
                   ELSE
                      IF EE-ATIVO
                         ADD 1 TO WS-QTD-ENDERECOS
                         DISPLAY "END " EE-SEQ " " EE-APELIDO " "
                                 EE-LOGRADOURO
                         DISPLAY "       " EE-BAIRRO " " EE-CIDADE
                                 " REGIAO " EE-REGIAO
                      END-IF
                   END-IF
           END-READ.

      * A ENTREGA NAO PODE SER MARCADA PARA DATA PASSADA.
       00010-PEDE-DATA.
           DISPLAY "DATA DA ENTREGA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTREGA.
           IF WS-DATA-ENTREGA < WS-DATA-HOJE
              DISPLAY "-- DATA INVALIDA, NAO PODE SER ANTERIOR A HOJE"
           ELSE
              MOVE 1 TO WS-DATA-OK.

      * JANELA EM HHMM: INICIO ANTES DO FIM, DENTRO DO DIA.
       00011-PEDE-JANELA.
           DISPLAY "JANELA - INICIO (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HORA-INICIO.
           DISPLAY "JANELA - FIM    (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HORA-FIM.
           IF WS-HORA-FIM > 2359
              OR WS-HORA-INICIO NOT < WS-HORA-FIM
              DISPLAY "-- JANELA INVALIDA"
           ELSE
              MOVE 1 TO WS-JANELA-OK.

       00012-DESCREVE-SITUACAO.
           EVALUATE TRUE
              WHEN EN-PROGRAMADA
                 MOVE "PROGRAMADA" TO WS-SITUACAO-DESC
              WHEN EN-REAGENDADA
                 MOVE "REAGENDADA" TO WS-SITUACAO-DESC
              WHEN EN-ENTREGUE
                 MOVE "ENTREGUE"   TO WS-SITUACAO-DESC
              WHEN EN-RECUSADA
                 MOVE "RECUSADA"   TO WS-SITUACAO-DESC
              WHEN OTHER
                 MOVE "?"          TO WS-SITUACAO-DESC
           END-EVALUATE.

       END PROGRAM PROG115-ENTREGAS.
