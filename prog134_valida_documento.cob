      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Validacao de CPF e CNPJ
      *          Subprograma reutilizavel (area DOCVALID.CPY) chamado
      *          na digitacao do documento do cliente (PROG029) e do
      *          fornecedor (PROG018) e no relatorio de duplicidades
      *          (PROG135). Separa os algarismos do que foi digitado,
      *          decide pelo tamanho se e CPF (11) ou CNPJ (14) e
      *          confere os dois digitos verificadores pelo modulo 11
      *          da Receita. Sequencia de algarismos todos iguais
      *          (000.000.000-00, 111...) passa no calculo mas nao e
      *          documento, e volta como invalida.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -c -o bin/prog134_valida_documento.o -std=default -I copybooks prog134_valida_documento.cob
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG134-VALIDA-DOCUMENTO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ************* ALGARISMOS SEPARADOS DO DOCUMENTO DIGITADO *******
       01 WS-DIGITOS-ALFA            PIC X(14).
       01 WS-DIGITOS REDEFINES WS-DIGITOS-ALFA.
           02 WS-DIGITO              PIC 9(01) OCCURS 14 TIMES.
       77 WS-QTD-DIGITOS             PIC 9(02) VALUE ZERO.
       77 WS-POSICAO                 PIC 9(02) VALUE ZERO.
       77 WS-QTD-IGUAIS              PIC 9(02) VALUE ZERO.

      ************* PESOS DO MODULO 11 ************
      * CNPJ: O PRIMEIRO DIGITO USA OS PESOS 5,4,3,2,9,8,7,6,5,4,3,2
      * (POSICOES 2 A 13 DA TABELA) E O SEGUNDO OS 13 PESOS INTEIROS.
      * CPF: PESOS DECRESCENTES A PARTIR DE 10 (PRIMEIRO DIGITO) E DE
      * 11 (SEGUNDO), CALCULADOS NO PROPRIO LACO.
       01 WS-PESOS-CNPJ-VALORES      PIC X(13) VALUE "6543298765432".
       01 WS-PESOS-CNPJ REDEFINES WS-PESOS-CNPJ-VALORES.
           02 WS-PESO-CNPJ           PIC 9(01) OCCURS 13 TIMES.

      ************* CALCULO DO DIGITO VERIFICADOR ************
       77 WS-QTD-BASE                PIC 9(02) VALUE ZERO.
       77 WS-PESO                    PIC 9(02) VALUE ZERO.
       77 WS-IDX-PESO                PIC 9(02) VALUE ZERO.
       77 WS-SOMA                    PIC 9(05) VALUE ZERO.
       77 WS-QUOCIENTE               PIC 9(05) VALUE ZERO.
       77 WS-RESTO                   PIC 9(02) VALUE ZERO.
       77 WS-DV-CALCULADO            PIC 9(01) VALUE ZERO.
       77 WS-DV-CONFERE              PIC 9(01) VALUE ZERO.
           88 DV-CONFERE             VALUE 1.

       LINKAGE SECTION.
           COPY DOCVALID.CPY
               REPLACING ==WS-VALIDA-DOCUMENTO==
                      BY ==LK-VALIDA-DOCUMENTO==.

       PROCEDURE DIVISION USING LK-VALIDA-DOCUMENTO.
       MAIN-PROCEDURE.
           MOVE SPACES TO DV-NUMERO.
           MOVE SPACE  TO DV-TIPO.
           MOVE 2      TO DV-RESULTADO.

           PERFORM 00001-SEPARA-DIGITOS.

           EVALUATE WS-QTD-DIGITOS
              WHEN 11 MOVE "F" TO DV-TIPO
              WHEN 14 MOVE "J" TO DV-TIPO
              WHEN OTHER CONTINUE
           END-EVALUATE.

           IF DV-TIPO NOT = SPACE
              MOVE WS-DIGITOS-ALFA TO DV-NUMERO
              MOVE 0 TO DV-RESULTADO
              PERFORM 00002-CONFERE-REPETIDOS
              IF WS-QTD-IGUAIS < WS-QTD-DIGITOS
                 COMPUTE WS-QTD-BASE = WS-QTD-DIGITOS - 2
                 PERFORM 00003-CALCULA-DV
                 IF DV-CONFERE
                    ADD 1 TO WS-QTD-BASE
                    PERFORM 00003-CALCULA-DV
                    IF DV-CONFERE
                       MOVE 1 TO DV-RESULTADO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * GUARDA SO OS ALGARISMOS, NA ORDEM; PONTO, BARRA, TRACO E
      * BRANCO SAO IGNORADOS. MAIS DE 14 ALGARISMOS JA E INVALIDO.
      ******************************************************************
       00001-SEPARA-DIGITOS.
           MOVE SPACES TO WS-DIGITOS-ALFA.
           MOVE 0 TO WS-QTD-DIGITOS.
           MOVE 1 TO WS-POSICAO.
           PERFORM 00001-A-TESTA-POSICAO UNTIL WS-POSICAO > 20.

       00001-A-TESTA-POSICAO.
           IF DV-DOCUMENTO(WS-POSICAO:1) IS NUMERIC
              ADD 1 TO WS-QTD-DIGITOS
              IF WS-QTD-DIGITOS NOT > 14
                 MOVE DV-DOCUMENTO(WS-POSICAO:1)
                   TO WS-DIGITOS-ALFA(WS-QTD-DIGITOS:1)
              END-IF
           END-IF.
           ADD 1 TO WS-POSICAO.

       00002-CONFERE-REPETIDOS.
           MOVE 0 TO WS-QTD-IGUAIS.
           MOVE 1 TO WS-POSICAO.
           PERFORM 00002-A-COMPARA-PRIMEIRO
               UNTIL WS-POSICAO > WS-QTD-DIGITOS.

       00002-A-COMPARA-PRIMEIRO.
           IF WS-DIGITO(WS-POSICAO) = WS-DIGITO(1)
              ADD 1 TO WS-QTD-IGUAIS
           END-IF.
           ADD 1 TO WS-POSICAO.

      ******************************************************************
      * MODULO 11 SOBRE OS WS-QTD-BASE PRIMEIROS ALGARISMOS: RESTO
      * MENOR QUE 2 DA DIGITO 0, SENAO 11 MENOS O RESTO. O DIGITO
      * CALCULADO E COMPARADO COM O ALGARISMO SEGUINTE A BASE.
      ******************************************************************
       00003-CALCULA-DV.
           MOVE 0 TO WS-DV-CONFERE.
           MOVE 0 TO WS-SOMA.
           MOVE 1 TO WS-POSICAO.
           PERFORM 00003-A-SOMA-POSICAO
               UNTIL WS-POSICAO > WS-QTD-BASE.

           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO.
           IF WS-RESTO < 2
              MOVE 0 TO WS-DV-CALCULADO
           ELSE
              COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           END-IF.

           IF WS-DV-CALCULADO = WS-DIGITO(WS-QTD-BASE + 1)
              MOVE 1 TO WS-DV-CONFERE
           END-IF.

       00003-A-SOMA-POSICAO.
           IF DV-TIPO = "F"
              COMPUTE WS-PESO = WS-QTD-BASE + 2 - WS-POSICAO
           ELSE
              COMPUTE WS-IDX-PESO = WS-POSICAO + 13 - WS-QTD-BASE
              MOVE WS-PESO-CNPJ(WS-IDX-PESO) TO WS-PESO
           END-IF.
           COMPUTE WS-SOMA = WS-SOMA
                   + (WS-DIGITO(WS-POSICAO) * WS-PESO).
           ADD 1 TO WS-POSICAO.

       END PROGRAM PROG134-VALIDA-DOCUMENTO.
