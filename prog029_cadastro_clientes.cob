      *          (PROG29-001.KEY), alteracao de limite de credito,
      *          consulta com saldo devedor e desligamento, para que a
      *          venda em lote saiba QUEM comprou e possa aplicar
      *          controle de credito. O cliente que e funcionario da
      *          loja pode ser vinculado a sua matricula
      *          (PROG29-FUNC.DAT), com limite mensal de compras a
      *          prazo descontadas em folha. Cada cliente pode ter
      *          varios enderecos de entrega (PROG29-END.DAT), com a
      *          regiao de entrega usada no agendamento das entregas
      *          (PROG115) e no manifesto de rotas (PROG116).
      *          A consulta mostra tambem o saldo de pontos de
      *          fidelidade do cliente ainda na validade (PROG127).
      *          O documento do cliente so aparece inteiro para o
      *          nivel exigido no PROG133-PROTEGE-DADOS; abaixo dele
      *          sai mascarado.
      *          O CPF ou CNPJ digitado na inclusao e conferido pelos
      *          digitos verificadores (PROG134) e gravado so com os
      *          algarismos. O cliente cadastrado em dobro (relatorio
      *          de duplicidades PROG135) e unificado pelo nivel 7:
      *          saldo devedor, parcelas, vendas e pontos passam para
      *          o codigo que fica (PROG136) e o duplicado e desligado.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-CLI-KEY.

      * VINCULO DO CLIENTE COM A MATRICULA DO FUNCIONARIO.
           SELECT FD-VINCULOS ASSIGN TO "PROG29-FUNC.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS VF-CLIENTE
                              FILE STATUS WS-FILE-STATUS-VINC.

      * ARQUIVO MESTRE DE FUNCIONARIOS, PARA CRITICAR A MATRICULA.
           SELECT FD-FUNCIONARIOS ASSIGN TO "PROG04-001.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS FN-MATRICULA
                              FILE STATUS WS-FILE-STATUS-FUNC.

      * ENDERECOS DE ENTREGA DO CLIENTE (CLIENTE + SEQUENCIA).
           SELECT FD-ENDERECOS ASSIGN TO "PROG29-END.DAT"
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IS EE-CHAVE
                              FILE STATUS WS-FILE-STATUS-END.

       DATA DIVISION.
       FILE SECTION.

       FD FD-CLIENTES-KEY.
       01 REGISTRO-CHAVE-CLI    PIC 9(05).

       FD FD-VINCULOS
          RECORD CONTAINS 20 CHARACTERS.
           COPY VINCFUNC.CPY.

       FD FD-FUNCIONARIOS
          RECORD CONTAINS 42 CHARACTERS.
       01 REG-FUNCIONARIO.
           02 FN-MATRICULA        PIC 9(05).
           02 FN-NOME             PIC X(05).
           02 FN-SALARIO          PIC 9(05)V99.
           02 FN-DPTO             PIC X(02) OCCURS 2 TIMES.
           02 FN-DT-ADMISSAO      PIC 9(08).
           02 FN-CONTA-BANCO      PIC X(12).
           02 FN-STATUS-REG       PIC X(01).

       FD FD-ENDERECOS
          RECORD CONTAINS 116 CHARACTERS.
           COPY ENDENTR.CPY.

       WORKING-STORAGE SECTION.

       77 WS-FILE-STATUS-CLI        PIC 9(02).
           COPY FSTATUS.CPY.
       77 WS-FILE-STATUS-CLI-KEY    PIC 9(02).
       77 WS-FILE-STATUS-VINC       PIC 9(02).
       77 WS-FILE-STATUS-FUNC       PIC 9(02).
       77 WS-FILE-STATUS-END        PIC 9(02).

      ************* VARIAVEIS PARA O CLIENTE DIGITADO ************
       77 WS-CL-CODIGO              PIC 9(05).
       77 WS-CL-DOCUMENTO           PIC X(14).
       77 WS-CL-LIMITE              PIC 9(09)V9(02).

      ************* VARIAVEIS PARA O VINCULO COM FUNCIONARIO ********
       77 WS-VF-MATRICULA           PIC 9(05).
       77 WS-VF-LIMITE              PIC 9(07)V9(02).
       77 WS-FUNC-OK                PIC 9(01) VALUE ZERO.
           88 MATRICULA-VALIDA      VALUE 1.

      ************* VARIAVEIS PARA O ENDERECO DE ENTREGA ************
       77 WS-EE-SEQ                 PIC 9(02).
       77 WS-EE-ULTIMA-SEQ          PIC 9(02).
       77 WS-EE-QTD                 PIC 9(02).
       77 WS-FIM-ENDERECOS          PIC 9(01) VALUE ZERO.
           88 FIM-DOS-ENDERECOS     VALUE 1.

      ************* VARIAVEIS PARA A UNIFICACAO DE DUPLICADOS *******
       77 WS-NIVEL-UNIFICACAO       PIC 9(01) VALUE 7.
       77 WS-UN-DUPLICADO           PIC 9(05).
       77 WS-UN-SOBREVIVENTE        PIC 9(05).
       77 WS-UN-SALDO               PIC 9(09)V9(02).
       77 WS-UN-NOVO-SALDO          PIC 9(09)V9(02).
       77 WS-UN-CONFIRMA            PIC X(01).
       77 WS-UN-OK                  PIC 9(01) VALUE ZERO.
           88 UNIFICACAO-LIBERADA   VALUE 1.

      ************* VARIAVEIS PARA USO GERAL ************
       77 WS-OPCAO                  PIC 9(01).
       77 WS-ULTIMO-CODIGO          PIC 9(05).
       77 WS-LIMITE-EDT             PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-SALDO-EDT              PIC ZZZ,ZZZ,ZZ9.99.

      ************ AREA DOS PONTOS DE FIDELIDADE (PROG127) ***********
           COPY FIDCTRL.CPY.
       77 WS-PONTOS-EDT             PIC ZZZ,ZZZ,ZZ9.
       77 WS-VALOR-PONTOS           PIC 9(09)V9(02).


      ************ AREA DO SIGN-ON CENTRAL (PROG073) ***********
           COPY SIGNON.CPY.

      ************ AREA DA MASCARA DE DADOS (PROG133) ***********
           COPY MASCARA.CPY.

      ************ AREA DA VALIDACAO DE CPF/CNPJ (PROG134) ***********
           COPY DOCVALID.CPY.

      ************ AREA DA UNIFICACAO DE CLIENTES (PROG136) **********
           COPY UNIFCLI.CPY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * IDENTIFICACAO OBRIGATORIA PELO SIGN-ON CENTRAL, COM O NIVEL
           DISPLAY "2) DESLIGA CLIENTE".
           DISPLAY "3) ALTERA LIMITE DE CREDITO".
           DISPLAY "4) CONSULTA CLIENTE POR CODIGO".
           DISPLAY "5) VINCULA CLIENTE A FUNCIONARIO".
           DISPLAY "6) ENCERRA VINCULO COM FUNCIONARIO".
           DISPLAY "7) INCLUI ENDERECO DE ENTREGA".
           DISPLAY "8) DESATIVA ENDERECO DE ENTREGA".
           IF SN-NIVEL NOT < WS-NIVEL-UNIFICACAO
              DISPLAY "0) UNIFICA CLIENTE DUPLICADO"
           END-IF.
           DISPLAY " ".
           DISPLAY "9) SAIR DO PROGRAMA".
           ACCEPT  WS-OPCAO.

           EVALUATE WS-OPCAO
              WHEN 2 PERFORM 00003-DESLIGA-CLIENTE
              WHEN 3 PERFORM 00004-ALTERA-LIMITE
              WHEN 4 PERFORM 00005-SELECT-CLIENTE
              WHEN 5 PERFORM 00006-VINCULA-FUNCIONARIO
              WHEN 6 PERFORM 00007-DESVINCULA-FUNCIONARIO
              WHEN 7 PERFORM 00010-INCLUI-ENDERECO
              WHEN 8 PERFORM 00011-DESATIVA-ENDERECO
              WHEN 0
                 IF SN-NIVEL NOT < WS-NIVEL-UNIFICACAO
                    PERFORM 00014-UNIFICA-CLIENTES
                 ELSE
                    DISPLAY "-- OPCAO RESTRITA AO NIVEL "
                            WS-NIVEL-UNIFICACAO " OU ACIMA"
                 END-IF
              WHEN 9
                 MOVE 1 TO WS-EXIT
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           MOVE SPACES TO WS-CL-NOME.
           PERFORM 00002-PEDE-NOME UNTIL WS-CL-NOME NOT = SPACES.

           MOVE 0 TO DV-RESULTADO.
           PERFORM 00002-PEDE-DOCUMENTO UNTIL DV-RESULTADO = 1.
           MOVE DV-NUMERO TO WS-CL-DOCUMENTO.

           MOVE ZERO TO WS-CL-LIMITE.
           PERFORM 00002-PEDE-LIMITE UNTIL WS-CL-LIMITE > 0.
           IF WS-CL-NOME = SPACES
              DISPLAY "-- NOME INVALIDO, NAO PODE SER EM BRANCO".

      * CPF OU CNPJ CONFERIDO PELOS DIGITOS VERIFICADORES (PROG134);
      * PONTOS, BARRA E TRACO PODEM SER DIGITADOS, MAS SO OS
      * ALGARISMOS SAO GRAVADOS.
       00002-PEDE-DOCUMENTO.
           DISPLAY "DOCUMENTO (CPF/CNPJ): " WITH NO ADVANCING.
           MOVE SPACES TO DV-DOCUMENTO.
           ACCEPT DV-DOCUMENTO.
           CALL "PROG134-VALIDA-DOCUMENTO" USING WS-VALIDA-DOCUMENTO.
           EVALUATE DV-RESULTADO
              WHEN 1
                 CONTINUE
              WHEN 0
                 DISPLAY "-- DOCUMENTO INVALIDO, DIGITO VERIFICADOR "
                         "NAO CONFERE"
              WHEN OTHER
                 DISPLAY "-- DOCUMENTO INVALIDO, INFORME 11 "
                         "ALGARISMOS (CPF) OU 14 (CNPJ)"
           END-EVALUATE.

       00002-PEDE-LIMITE.
           DISPLAY "LIMITE DE CREDITO: " WITH NO ADVANCING.
           ACCEPT WS-CL-LIMITE.
                    DISPLAY " "
                    DISPLAY "CODIGO: " CL-CODIGO
                    DISPLAY "NOME: " CL-NOME
                    MOVE "D" TO MS-TIPO
                    MOVE "PROG029-CADASTRO-CLIENTES" TO MS-PROGRAMA
                    MOVE SN-CODIGO    TO MS-OPERADOR
                    MOVE SN-NIVEL     TO MS-NIVEL
                    MOVE CL-CODIGO    TO MS-CHAVE
                    MOVE CL-DOCUMENTO TO MS-VALOR
                    CALL "PROG133-PROTEGE-DADOS" USING WS-MASCARA
                    DISPLAY "DOCUMENTO: " MS-VALOR
                    DISPLAY "LIMITE DE CREDITO: " WS-LIMITE-EDT
                    DISPLAY "SALDO DEVEDOR: " WS-SALDO-EDT
                    DISPLAY "STATUS: " CL-STATUS-REG
                    PERFORM 00005-B-EXIBE-PONTOS
                    PERFORM 00005-A-EXIBE-VINCULO
                    PERFORM 00013-LISTA-ENDERECOS.

       00005-A-EXIBE-VINCULO.
           PERFORM 00008-ABRE-VINCULOS.
           IF WS-FILE-STATUS-VINC = 0
              MOVE WS-CL-CODIGO TO VF-CLIENTE
              READ FD-VINCULOS RECORD KEY VF-CLIENTE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF VF-STATUS-REG = "A"
                         MOVE VF-LIMITE-MENSAL TO WS-LIMITE-EDT
                         DISPLAY "FUNCIONARIO: MATRICULA "
                                 VF-MATRICULA
                         DISPLAY "LIMITE MENSAL EM FOLHA: "
                                 WS-LIMITE-EDT
                      END-IF
              END-READ
              CLOSE FD-VINCULOS.

      * SALDO DE PONTOS DE FIDELIDADE NA VALIDADE HOJE, COM O VALOR
      * QUE ELES DAO DE DESCONTO NO RESGATE.
       00005-B-EXIBE-PONTOS.
           MOVE "C"          TO FP-FUNCAO.
           MOVE WS-CL-CODIGO TO FP-CLIENTE.
           ACCEPT FP-DATA FROM DATE YYYYMMDD.
           CALL "PROG127-FIDELIDADE" USING WS-FIDELIDADE.
           IF FP-RESULTADO = 1
              MOVE FP-SALDO TO WS-PONTOS-EDT
              COMPUTE WS-VALOR-PONTOS ROUNDED =
                      FP-SALDO * FP-VALOR-PONTO
              MOVE WS-VALOR-PONTOS TO WS-SALDO-EDT
              DISPLAY "SALDO DE PONTOS: " WS-PONTOS-EDT
                      " (VALE " WS-SALDO-EDT ")"
           END-IF.

      ******************************************************************
      * VINCULO CLIENTE X FUNCIONARIO: AS COMPRAS A PRAZO DO CLIENTE
      * PASSAM A SER DESCONTADAS EM FOLHA NA MATRICULA INFORMADA, ATE
      * O LIMITE MENSAL (CONTROLADO PELO PROG093 NA VENDA).
      ******************************************************************
       00006-VINCULA-FUNCIONARIO.
           DISPLAY "VINCULA CLIENTE A FUNCIONARIO".
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CL-CODIGO.

           MOVE WS-CL-CODIGO TO CL-CODIGO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    IF CL-STATUS-REG = "I"
                       DISPLAY "-- CLIENTE DESLIGADO --> " CL-CODIGO
                    ELSE
                       PERFORM 00006-A-PEDE-MATRICULA
                    END-IF.

       00006-A-PEDE-MATRICULA.
           DISPLAY "MATRICULA DO FUNCIONARIO: " WITH NO ADVANCING.
           ACCEPT WS-VF-MATRICULA.
           PERFORM 00009-CRITICA-MATRICULA.
           IF NOT MATRICULA-VALIDA
              DISPLAY "-- MATRICULA NAO CADASTRADA OU INATIVA --> "
                      WS-VF-MATRICULA
           ELSE
              MOVE ZERO TO WS-VF-LIMITE
              PERFORM 00006-B-PEDE-LIMITE-MENSAL
                  UNTIL WS-VF-LIMITE > 0
              PERFORM 00006-C-GRAVA-VINCULO.

       00006-B-PEDE-LIMITE-MENSAL.
           DISPLAY "LIMITE MENSAL DE COMPRAS EM FOLHA: "
                   WITH NO ADVANCING.
           ACCEPT WS-VF-LIMITE.
           IF WS-VF-LIMITE NOT > 0
              DISPLAY "-- LIMITE INVALIDO, DEVE SER MAIOR QUE ZERO".

       00006-C-GRAVA-VINCULO.
           PERFORM 00008-ABRE-VINCULOS.
           IF WS-FILE-STATUS-VINC NOT = 0
              DISPLAY "-- ERRO AO ABRIR VINCULOS -->"
                      WS-FILE-STATUS-VINC
           ELSE
              MOVE WS-CL-CODIGO    TO VF-CLIENTE
              MOVE WS-VF-MATRICULA TO VF-MATRICULA
              MOVE WS-VF-LIMITE    TO VF-LIMITE-MENSAL
              MOVE "A"             TO VF-STATUS-REG
              WRITE REG-VINCULO-FUNC
                 INVALID KEY
                    REWRITE REG-VINCULO-FUNC
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR VINCULO"
                    END-REWRITE
              END-WRITE
              CLOSE FD-VINCULOS
              DISPLAY "CLIENTE " WS-CL-CODIGO
                      " VINCULADO A MATRICULA " WS-VF-MATRICULA.

       00007-DESVINCULA-FUNCIONARIO.
      * O VINCULO E ENCERRADO, NAO APAGADO: AS COMPRAS JA FEITAS
      * CONTINUAM SENDO DESCONTADAS NA FOLHA DA COMPETENCIA.
           DISPLAY "ENCERRA VINCULO COM FUNCIONARIO".
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CL-CODIGO.

           PERFORM 00008-ABRE-VINCULOS.
           IF WS-FILE-STATUS-VINC NOT = 0
              DISPLAY "-- ERRO AO ABRIR VINCULOS -->"
                      WS-FILE-STATUS-VINC
           ELSE
              MOVE WS-CL-CODIGO TO VF-CLIENTE
              READ FD-VINCULOS RECORD KEY VF-CLIENTE
                   INVALID KEY
                      DISPLAY "CLIENTE SEM VINCULO --> " WS-CL-CODIGO
                   NOT INVALID KEY
                      MOVE "I" TO VF-STATUS-REG
                      REWRITE REG-VINCULO-FUNC
                          INVALID KEY
                             DISPLAY "ERRO AO ENCERRAR VINCULO"
                          NOT INVALID KEY
                             DISPLAY "VINCULO ENCERRADO --> "
                                     WS-CL-CODIGO
                      END-REWRITE
              END-READ
              CLOSE FD-VINCULOS.

       00008-ABRE-VINCULOS.
           MOVE 0 TO WS-FILE-STATUS-VINC.
           OPEN I-O FD-VINCULOS.
           IF WS-FILE-STATUS-VINC = 35
              OPEN OUTPUT FD-VINCULOS
              CLOSE FD-VINCULOS
              MOVE 0 TO WS-FILE-STATUS-VINC
              OPEN I-O FD-VINCULOS
           END-IF.

      ******************************************************************
      * A MATRICULA PRECISA EXISTIR E ESTAR ATIVA NO MESTRE.
      ******************************************************************
       00009-CRITICA-MATRICULA.
           MOVE 0 TO WS-FUNC-OK.
           MOVE 0 TO WS-FILE-STATUS-FUNC.
           OPEN INPUT FD-FUNCIONARIOS.
           IF WS-FILE-STATUS-FUNC NOT = 0
              DISPLAY "-- ERRO AO ABRIR MESTRE DE FUNCIONARIOS -->"
                      WS-FILE-STATUS-FUNC
           ELSE
              MOVE WS-VF-MATRICULA TO FN-MATRICULA
              READ FD-FUNCIONARIOS RECORD KEY FN-MATRICULA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FN-STATUS-REG = "A"
                         MOVE 1 TO WS-FUNC-OK
                      END-IF
              END-READ
              CLOSE FD-FUNCIONARIOS.

      ******************************************************************
      * ENDERECO DE ENTREGA: O CLIENTE ATIVO PODE TER VARIOS, NUMERADOS
      * EM SEQUENCIA (01, 02...). A REGIAO DE ENTREGA AGRUPA AS
      * ENTREGAS DO DIA NO MANIFESTO DE ROTAS (PROG116).
      ******************************************************************
       00010-INCLUI-ENDERECO.
           DISPLAY "INCLUI ENDERECO DE ENTREGA".
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CL-CODIGO.

           MOVE WS-CL-CODIGO TO CL-CODIGO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                    DISPLAY "ERRO AO LOCALIZAR REGISTRO"
                NOT INVALID KEY
                    IF CL-STATUS-REG = "I"
                       DISPLAY "-- CLIENTE DESLIGADO --> " CL-CODIGO
                    ELSE
                       PERFORM 00013-LISTA-ENDERECOS
                       PERFORM 00010-A-PEDE-ENDERECO
                    END-IF.

       00010-A-PEDE-ENDERECO.
           IF WS-EE-ULTIMA-SEQ = 99
              DISPLAY "-- CLIENTE JA TEM 99 ENDERECOS DE ENTREGA"
           ELSE
              MOVE SPACES TO REG-ENDERECO-ENTREGA
              MOVE WS-CL-CODIGO TO EE-CLIENTE
              COMPUTE EE-SEQ = WS-EE-ULTIMA-SEQ + 1
              DISPLAY "DESCRICAO (EX: CASA, OBRA): " WITH NO ADVANCING
              ACCEPT EE-APELIDO
              PERFORM 00010-B-PEDE-LOGRADOURO
                  UNTIL EE-LOGRADOURO NOT = SPACES
              DISPLAY "BAIRRO: " WITH NO ADVANCING
              ACCEPT EE-BAIRRO
              DISPLAY "CIDADE: " WITH NO ADVANCING
              ACCEPT EE-CIDADE
              DISPLAY "UF: " WITH NO ADVANCING
              ACCEPT EE-UF
              DISPLAY "CEP (8 DIGITOS): " WITH NO ADVANCING
              ACCEPT EE-CEP
              PERFORM 00010-C-PEDE-REGIAO
                  UNTIL EE-REGIAO NOT = SPACES
              MOVE "A" TO EE-SITUACAO
              PERFORM 00010-D-GRAVA-ENDERECO.

       00010-B-PEDE-LOGRADOURO.
           DISPLAY "LOGRADOURO E NUMERO: " WITH NO ADVANCING.
           ACCEPT EE-LOGRADOURO.
           IF EE-LOGRADOURO = SPACES
              DISPLAY "-- LOGRADOURO NAO PODE SER EM BRANCO".

       00010-C-PEDE-REGIAO.
           DISPLAY "REGIAO DE ENTREGA (EX: NOR, SUL, CEN): "
                   WITH NO ADVANCING.
           ACCEPT EE-REGIAO.
           IF EE-REGIAO = SPACES
              DISPLAY "-- REGIAO NAO PODE SER EM BRANCO".

       00010-D-GRAVA-ENDERECO.
           PERFORM 00012-ABRE-ENDERECOS.
           IF WS-FILE-STATUS-END NOT = 0
              DISPLAY "-- ERRO AO ABRIR ENDERECOS -->"
                      WS-FILE-STATUS-END
           ELSE
              WRITE REG-ENDERECO-ENTREGA
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR ENDERECO"
                 NOT INVALID KEY
                    DISPLAY "ENDERECO " EE-SEQ " INCLUIDO PARA O "
                            "CLIENTE " WS-CL-CODIGO
              END-WRITE
              CLOSE FD-ENDERECOS.

      * O ENDERECO E DESATIVADO, NAO APAGADO: AS ENTREGAS JA AGENDADAS
      * CONTINUAM APONTANDO PARA ELE.
       00011-DESATIVA-ENDERECO.
           DISPLAY "DESATIVA ENDERECO DE ENTREGA".
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CL-CODIGO.
           PERFORM 00013-LISTA-ENDERECOS.
           IF WS-EE-QTD > 0
              DISPLAY "SEQUENCIA DO ENDERECO: " WITH NO ADVANCING
              ACCEPT WS-EE-SEQ
              PERFORM 00011-A-DESATIVA.

       00011-A-DESATIVA.
           PERFORM 00012-ABRE-ENDERECOS.
           IF WS-FILE-STATUS-END NOT = 0
              DISPLAY "-- ERRO AO ABRIR ENDERECOS -->"
                      WS-FILE-STATUS-END
           ELSE
              MOVE WS-CL-CODIGO TO EE-CLIENTE
              MOVE WS-EE-SEQ    TO EE-SEQ
              READ FD-ENDERECOS RECORD KEY EE-CHAVE
                   INVALID KEY
                      DISPLAY "ENDERECO NAO CADASTRADO --> " WS-EE-SEQ
                   NOT INVALID KEY
                      MOVE "I" TO EE-SITUACAO
                      REWRITE REG-ENDERECO-ENTREGA
                          INVALID KEY
                             DISPLAY "ERRO AO DESATIVAR ENDERECO"
                          NOT INVALID KEY
                             DISPLAY "ENDERECO DESATIVADO --> "
                                     WS-EE-SEQ
                      END-REWRITE
              END-READ
              CLOSE FD-ENDERECOS.

       00012-ABRE-ENDERECOS.
           MOVE 0 TO WS-FILE-STATUS-END.
           OPEN I-O FD-ENDERECOS.
           IF WS-FILE-STATUS-END = 35
              OPEN OUTPUT FD-ENDERECOS
              CLOSE FD-ENDERECOS
              MOVE 0 TO WS-FILE-STATUS-END
              OPEN I-O FD-ENDERECOS
           END-IF.

      ******************************************************************
      * LISTA OS ENDERECOS DE ENTREGA DO CLIENTE E GUARDA A ULTIMA
      * SEQUENCIA USADA, PARA A INCLUSAO DO PROXIMO.
      ******************************************************************
       00013-LISTA-ENDERECOS.
           MOVE ZERO TO WS-EE-ULTIMA-SEQ WS-EE-QTD.
           MOVE 0 TO WS-FILE-STATUS-END.
           OPEN INPUT FD-ENDERECOS.
           IF WS-FILE-STATUS-END = 0
              MOVE 0 TO WS-FIM-ENDERECOS
              MOVE WS-CL-CODIGO TO EE-CLIENTE
              MOVE ZERO         TO EE-SEQ
              START FD-ENDERECOS KEY IS NOT LESS THAN EE-CHAVE
                    INVALID KEY
                       MOVE 1 TO WS-FIM-ENDERECOS
              END-START
              PERFORM 00013-A-LER-ENDERECO
                  UNTIL FIM-DOS-ENDERECOS
              CLOSE FD-ENDERECOS
           END-IF.
           IF WS-EE-QTD = 0
              DISPLAY "-- CLIENTE SEM ENDERECO DE ENTREGA".

       00013-A-LER-ENDERECO.
           READ FD-ENDERECOS NEXT RECORD
                AT END
                   MOVE 1 TO WS-FIM-ENDERECOS
                NOT AT END
                   IF EE-CLIENTE NOT = WS-CL-CODIGO
                      MOVE 1 TO WS-FIM-ENDERECOS
                   ELSE
                      ADD 1 TO WS-EE-QTD
                      MOVE EE-SEQ TO WS-EE-ULTIMA-SEQ
                      DISPLAY "END " EE-SEQ " " EE-APELIDO " "
                              EE-LOGRADOURO
                      DISPLAY "       " EE-BAIRRO " " EE-CIDADE " "
                              EE-UF " CEP " EE-CEP " REGIAO "
                              EE-REGIAO " SITUACAO " EE-SITUACAO
                   END-IF
           END-READ.

      ******************************************************************
      * UNIFICACAO DE CLIENTE CADASTRADO EM DOBRO (NIVEL 7 OU ACIMA).
      * O PROG136 PASSA PARCELAS, PONTOS E VENDAS DO CODIGO DUPLICADO
      * PARA O QUE FICA; SO SE TUDO FOI TRANSFERIDO O SALDO DEVEDOR E
      * SOMADO AO SOBREVIVENTE E O DUPLICADO E DESLIGADO COM SALDO
      * ZERO. COM ERRO NADA MUDA NO CADASTRO E A UNIFICACAO PODE SER
      * REPETIDA (O QUE JA FOI TRANSFERIDO NAO E TRANSFERIDO DE NOVO).
      ******************************************************************
       00014-UNIFICA-CLIENTES.
           DISPLAY "UNIFICA CLIENTE DUPLICADO".
           DISPLAY "CODIGO DUPLICADO (SERA DESLIGADO): "
                   WITH NO ADVANCING.
           ACCEPT WS-UN-DUPLICADO.
           DISPLAY "CODIGO QUE FICA: " WITH NO ADVANCING.
           ACCEPT WS-UN-SOBREVIVENTE.

           MOVE 0 TO WS-UN-OK.
           IF WS-UN-DUPLICADO = WS-UN-SOBREVIVENTE
              DISPLAY "-- OS DOIS CODIGOS SAO IGUAIS"
           ELSE
              PERFORM 00014-A-CONFERE-CLIENTES
           END-IF.

           IF UNIFICACAO-LIBERADA
              DISPLAY "CONFIRMA A UNIFICACAO (S/N): "
                      WITH NO ADVANCING
              ACCEPT WS-UN-CONFIRMA
              IF WS-UN-CONFIRMA = "S" OR WS-UN-CONFIRMA = "s"
                 PERFORM 00014-B-TRANSFERE
              ELSE
                 DISPLAY "-- UNIFICACAO CANCELADA"
              END-IF
           END-IF.

       00014-A-CONFERE-CLIENTES.
           MOVE WS-UN-SOBREVIVENTE TO CL-CODIGO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                   DISPLAY "-- CLIENTE QUE FICA NAO CADASTRADO --> "
                           WS-UN-SOBREVIVENTE
                NOT INVALID KEY
                   IF CL-STATUS-REG = "I"
                      DISPLAY "-- CLIENTE QUE FICA ESTA DESLIGADO --> "
                              WS-UN-SOBREVIVENTE
                   ELSE
                      MOVE 1 TO WS-UN-OK
                      DISPLAY "FICA......: " WITH NO ADVANCING
                      PERFORM 00014-C-EXIBE-CLIENTE
                   END-IF
           END-READ.

           IF UNIFICACAO-LIBERADA
              MOVE 0 TO WS-UN-OK
              MOVE WS-UN-DUPLICADO TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   INVALID KEY
                      DISPLAY "-- CLIENTE DUPLICADO NAO CADASTRADO --> "
                              WS-UN-DUPLICADO
                   NOT INVALID KEY
                      MOVE 1 TO WS-UN-OK
                      MOVE CL-SALDO-DEVEDOR TO WS-UN-SALDO
                      DISPLAY "DUPLICADO.: " WITH NO ADVANCING
                      PERFORM 00014-C-EXIBE-CLIENTE
              END-READ
           END-IF.

       00014-B-TRANSFERE.
           MOVE WS-UN-DUPLICADO    TO UC-DUPLICADO.
           MOVE WS-UN-SOBREVIVENTE TO UC-SOBREVIVENTE.
           MOVE SN-CODIGO          TO UC-OPERADOR.
           MOVE WS-UN-SALDO        TO UC-SALDO.
           CALL "PROG136-UNIFICA-CLIENTE" USING WS-UNIFICA-CLIENTE.

           IF UC-RESULTADO NOT = 2
              DISPLAY "PARCELAS TRANSFERIDAS...: " UC-QTD-PARCELAS
              DISPLAY "LANCAMENTOS DE PONTOS...: " UC-QTD-PONTOS
              DISPLAY "LINHAS DE VENDA.........: " UC-QTD-VENDAS
              DISPLAY "ERROS...................: " UC-QTD-ERROS
           END-IF.

           IF UC-RESULTADO = 1
              PERFORM 00014-D-TRANSFERE-SALDO
           ELSE
              DISPLAY "-- UNIFICACAO INCOMPLETA, CADASTRO NAO "
                      "ALTERADO; CORRIJA O PROBLEMA E REPITA"
           END-IF.

       00014-C-EXIBE-CLIENTE.
           MOVE CL-SALDO-DEVEDOR TO WS-SALDO-EDT.
           DISPLAY CL-CODIGO " " CL-NOME " SALDO " WS-SALDO-EDT
                   " STATUS " CL-STATUS-REG.

      * O SALDO DO DUPLICADO E RELIDO AQUI, DEPOIS DA TRANSFERENCIA,
      * PARA SOMAR AO SOBREVIVENTE O VALOR DO MOMENTO.
       00014-D-TRANSFERE-SALDO.
           MOVE 0 TO WS-UN-OK.
           MOVE WS-UN-DUPLICADO TO CL-CODIGO.
           READ FD-CLIENTES RECORD KEY CL-CODIGO
                INVALID KEY
                   DISPLAY "-- ERRO AO RELER CLIENTE DUPLICADO"
                NOT INVALID KEY
                   MOVE CL-SALDO-DEVEDOR TO WS-UN-SALDO
                   MOVE 1 TO WS-UN-OK
           END-READ.

           IF UNIFICACAO-LIBERADA
              MOVE 0 TO WS-UN-OK
              MOVE WS-UN-SOBREVIVENTE TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   INVALID KEY
                      DISPLAY "-- ERRO AO RELER CLIENTE QUE FICA"
                   NOT INVALID KEY
                      COMPUTE WS-UN-NOVO-SALDO =
                              CL-SALDO-DEVEDOR + WS-UN-SALDO
                         ON SIZE ERROR
                            DISPLAY "-- SALDO SOMADO ESTOURA O CAMPO, "
                                    "SALDO NAO TRANSFERIDO"
                         NOT ON SIZE ERROR
                            MOVE WS-UN-NOVO-SALDO TO CL-SALDO-DEVEDOR
                            REWRITE REG-CLIENTE
                               INVALID KEY
                                  DISPLAY "-- ERRO AO ATUALIZAR SALDO "
                                          "DO CLIENTE QUE FICA"
                               NOT INVALID KEY
                                  MOVE 1 TO WS-UN-OK
                            END-REWRITE
                      END-COMPUTE
              END-READ
           END-IF.

           IF UNIFICACAO-LIBERADA
              MOVE WS-UN-DUPLICADO TO CL-CODIGO
              READ FD-CLIENTES RECORD KEY CL-CODIGO
                   INVALID KEY
                      DISPLAY "-- ERRO AO RELER CLIENTE DUPLICADO"
                   NOT INVALID KEY
                      MOVE ZERO TO CL-SALDO-DEVEDOR
                      MOVE "I"  TO CL-STATUS-REG
                      REWRITE REG-CLIENTE
                         INVALID KEY
                            DISPLAY "-- ERRO AO DESLIGAR CLIENTE "
                                    "DUPLICADO"
                         NOT INVALID KEY
                            MOVE WS-UN-SALDO TO WS-SALDO-EDT
                            DISPLAY "CLIENTE " WS-UN-DUPLICADO
                                    " UNIFICADO NO " WS-UN-SOBREVIVENTE
                                    " (SALDO TRANSFERIDO "
                                    WS-SALDO-EDT ")"
                      END-REWRITE
              END-READ
           END-IF.

       END PROGRAM PROG029-CADASTRO-CLIENTES.
