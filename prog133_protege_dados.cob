      ******************************************************************
      * Author: ENIO BASSO
      * Date: 2018-02-26
      * Purpose: COBOL STUDY - Mascara de Dados Pessoais e Bancarios
      *          Subprograma reutilizavel (area MASCARA.CPY) chamado
      *          por toda tela, relatorio e extrato que mostra salario
      *          ou conta bancaria de funcionario ou documento de
      *          cliente. Confere o nivel do operador identificado no
      *          PROG073 contra o nivel exigido para o tipo do dado
      *          (PROG133-PARM.DAT) e devolve o valor inteiro ou com
      *          os algarismos trocados por "*" - a conta e o
      *          documento deixam os ultimos digitos a vista para
      *          conferencia. Toda vez que salario ou conta de
      *          funcionario sai inteiro, grava no log de acesso
      *          PROG133-ACESSO.LOG o operador, a data/hora, o
      *          programa e a matricula.
      *
      * Para programar sugiro: o OpenCobolIDE para o Visual Studio Code
      *
      * Compilo com o gnu-cobol usando a seguinte command line:
      * cobc -c -o bin/prog133_protege_dados.o -std=default -I copybooks prog133_protege_dados.cob
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG133-PROTEGE-DADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * NIVEL MINIMO PARA VER CADA TIPO DE DADO INTEIRO, EDITAVEL SEM
      * RECOMPILAR: TIPO (S/C/D) + NIVEL (1 A 9).
           SELECT FD-PARAMETROS ASSIGN TO "PROG133-PARM.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-PRM.

      * LOG DE ACESSO AOS DADOS SALARIAIS E BANCARIOS SEM MASCARA.
           SELECT FD-ACESSO ASSIGN TO "PROG133-ACESSO.LOG"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS WS-FILE-STATUS-ACE.

       DATA DIVISION.
       FILE SECTION.

       FD FD-PARAMETROS
          RECORD CONTAINS 2 CHARACTERS.
       01 REG-PARAMETROS.
           02 PM-TIPO             PIC X(01).
           02 PM-NIVEL            PIC 9(01).

       FD FD-ACESSO
          RECORD CONTAINS 80 CHARACTERS.
       01 REG-ACESSO.
           02 AC-DATA             PIC 9(08).
           02 AC-HORA             PIC 9(08).
           02 AC-OPERADOR         PIC 9(05).
           02 AC-PROGRAMA         PIC X(30).
           02 AC-CAMPO            PIC X(15).
           02 AC-CHAVE            PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS-PRM        PIC 9(02).
       77 WS-FILE-STATUS-ACE        PIC 9(02).
           COPY FSTATUS.CPY.

      ************* NIVEIS EXIGIDOS PARA VER O DADO INTEIRO *********
       77 WS-NIVEL-SALARIO          PIC 9(01) VALUE 9.
       77 WS-NIVEL-CONTA            PIC 9(01) VALUE 9.
       77 WS-NIVEL-DOCUMENTO        PIC 9(01) VALUE 7.
       77 WS-NIVEL-EXIGIDO          PIC 9(01) VALUE ZERO.
       77 WS-PARAMETROS-LIDOS       PIC 9(01) VALUE ZERO.
           88 PARAMETROS-LIDOS      VALUE 1.
       77 WS-FIM-PARAMETROS         PIC 9(01) VALUE ZERO.
           88 FIM-DOS-PARAMETROS    VALUE 1.

      ************* VARIAVEIS PARA A MASCARA ************
      * QUANTOS DIGITOS FICAM A VISTA NO FIM DO VALOR MASCARADO.
       77 WS-DIGITOS-VISIVEIS       PIC 9(02) VALUE ZERO.
       77 WS-DIGITOS-VISTOS         PIC 9(02) VALUE ZERO.
       77 WS-POSICAO                PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
           COPY MASCARA.CPY
               REPLACING ==WS-MASCARA== BY ==LK-MASCARA==.

       PROCEDURE DIVISION USING LK-MASCARA.
       MAIN-PROCEDURE.
           IF NOT PARAMETROS-LIDOS
              PERFORM 00001-CARREGA-PARAMETROS
           END-IF.

           MOVE 0 TO MS-INTEIRO.
           EVALUATE MS-TIPO
              WHEN "S"
                 MOVE WS-NIVEL-SALARIO TO WS-NIVEL-EXIGIDO
                 MOVE 0 TO WS-DIGITOS-VISIVEIS
              WHEN "C"
                 MOVE WS-NIVEL-CONTA TO WS-NIVEL-EXIGIDO
                 MOVE 4 TO WS-DIGITOS-VISIVEIS
              WHEN "D"
                 MOVE WS-NIVEL-DOCUMENTO TO WS-NIVEL-EXIGIDO
                 MOVE 2 TO WS-DIGITOS-VISIVEIS
              WHEN OTHER
                 MOVE 9 TO MS-INTEIRO
                 MOVE ALL "*" TO MS-VALOR
                 DISPLAY "-- TIPO DE DADO PROTEGIDO INVALIDO --> "
                         MS-TIPO
           END-EVALUATE.

           IF MS-INTEIRO NOT = 9
              IF MS-NIVEL > 0 AND MS-NIVEL NOT < WS-NIVEL-EXIGIDO
                 MOVE 1 TO MS-INTEIRO
                 IF MS-TIPO = "S" OR MS-TIPO = "C"
                    PERFORM 00003-GRAVA-ACESSO
                 END-IF
              ELSE
                 PERFORM 00002-MASCARA-VALOR
              END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * NIVEIS EXIGIDOS DE PROG133-PARM.DAT, LIDOS UMA VEZ POR
      * EXECUCAO DO CHAMADOR. SEM O ARQUIVO: SALARIO E CONTA SO PARA
      * SUPERVISOR (9), DOCUMENTO DE CLIENTE A PARTIR DO NIVEL 7.
      ******************************************************************
       00001-CARREGA-PARAMETROS.
           MOVE 1 TO WS-PARAMETROS-LIDOS.
           MOVE 0 TO WS-FIM-PARAMETROS.
           MOVE 0 TO WS-FILE-STATUS-PRM.
           OPEN INPUT FD-PARAMETROS.
           IF WS-FILE-STATUS-PRM = 0
              PERFORM 00001-A-LER-PARAMETRO
              PERFORM 00001-B-GUARDA-PARAMETRO
                  UNTIL FIM-DOS-PARAMETROS
              CLOSE FD-PARAMETROS
           END-IF.

       00001-A-LER-PARAMETRO.
           READ FD-PARAMETROS
                AT END
                   MOVE 1 TO WS-FIM-PARAMETROS.

       00001-B-GUARDA-PARAMETRO.
           IF PM-NIVEL NUMERIC AND PM-NIVEL > 0
              EVALUATE PM-TIPO
                 WHEN "S" MOVE PM-NIVEL TO WS-NIVEL-SALARIO
                 WHEN "C" MOVE PM-NIVEL TO WS-NIVEL-CONTA
                 WHEN "D" MOVE PM-NIVEL TO WS-NIVEL-DOCUMENTO
                 WHEN OTHER CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 00001-A-LER-PARAMETRO.

      ******************************************************************
      * TROCA POR "*" CADA ALGARISMO OU LETRA DO VALOR, DO FIM PARA O
      * COMECO, DEIXANDO A VISTA OS ULTIMOS WS-DIGITOS-VISIVEIS.
      * PONTOS, TRACOS, VIRGULAS E BRANCOS FICAM ONDE ESTAO, PARA O
      * FORMATO CONTINUAR RECONHECIVEL.
      ******************************************************************
       00002-MASCARA-VALOR.
           MOVE 0 TO WS-DIGITOS-VISTOS.
           MOVE 20 TO WS-POSICAO.
           PERFORM 00002-A-MASCARA-POSICAO UNTIL WS-POSICAO = 0.

       00002-A-MASCARA-POSICAO.
           IF MS-VALOR(WS-POSICAO:1) IS NUMERIC
              OR (MS-VALOR(WS-POSICAO:1) IS ALPHABETIC-UPPER
                  AND MS-VALOR(WS-POSICAO:1) NOT = SPACE)
              IF WS-DIGITOS-VISTOS < WS-DIGITOS-VISIVEIS
                 ADD 1 TO WS-DIGITOS-VISTOS
              ELSE
                 MOVE "*" TO MS-VALOR(WS-POSICAO:1)
              END-IF
           END-IF.
           SUBTRACT 1 FROM WS-POSICAO.

      ******************************************************************
      * DADO DE FUNCIONARIO VISTO SEM MASCARA: UMA LINHA NO LOG DE
      * ACESSO COM OPERADOR, DATA/HORA, PROGRAMA, CAMPO E MATRICULA.
      ******************************************************************
       00003-GRAVA-ACESSO.
           MOVE 0 TO WS-FILE-STATUS-ACE.
           OPEN EXTEND FD-ACESSO.
           IF FS-ARQUIVO-INEXISTENTE
              OPEN OUTPUT FD-ACESSO
              CLOSE FD-ACESSO
              MOVE 0 TO WS-FILE-STATUS-ACE
              OPEN EXTEND FD-ACESSO
           END-IF.

           IF NOT FS-OK
              DISPLAY "-- ERRO AO ABRIR LOG DE ACESSO A DADOS -->"
                      WS-FILE-STATUS-ACE
           ELSE
              ACCEPT AC-DATA FROM DATE YYYYMMDD
              ACCEPT AC-HORA FROM TIME
              MOVE MS-OPERADOR TO AC-OPERADOR
              MOVE MS-PROGRAMA TO AC-PROGRAMA
              IF MS-TIPO = "S"
                 MOVE "SALARIO"        TO AC-CAMPO
              ELSE
                 MOVE "CONTA BANCARIA" TO AC-CAMPO
              END-IF
              MOVE MS-CHAVE TO AC-CHAVE
              WRITE REG-ACESSO
              CLOSE FD-ACESSO
           END-IF.

       END PROGRAM PROG133-PROTEGE-DADOS.
