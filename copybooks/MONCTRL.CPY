      ******************************************************************
      * Copybook: MONCTRL.CPY
      * Purpose : Area de comunicacao com o PROG131-MONITOR-JOBS, que
      *           confere os passos do job noturno contra a linha de
      *           base tirada do historico PROG37-HIST.DAT e grava os
      *           alertas no PROG039. O chamador informa a funcao, o
      *           programa do passo e o job id do proprio lote:
      *              E = CONFERE SE CHEGARAM OS ARQUIVOS DE ENTRADA
      *                  ESPERADOS PELO PASSO (PROG131-PARM.DAT; "*" =
      *                  ENTRADAS DO LOTE TODO); DEVOLVE QUANTOS FORAM
      *                  CONFERIDOS, QUANTOS FALTAM E O TOTAL DE
      *                  REGISTROS NELES
      *              V = CONFERE A ULTIMA EXECUCAO DO PROGRAMA (JOB ID
      *                  MAIOR QUE MJ-JOB-ID-LOTE) CONTRA A MEDIA DAS
      *                  EXECUCOES OK ANTERIORES: TEMPO ACIMA DA MARGEM
      *                  OU VOLUME FORA DA FAIXA USUAL GERAM ALERTA
      *           Tempos em segundos. MJ-RESULTADO: 1 = OK, 2 = NADA A
      *           CONFERIR (SEM EXECUCAO OU SEM AMOSTRAS SUFICIENTES),
      *           9 = ERRO NOS ARQUIVOS.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-MONITOR-JOB.
           02 MJ-FUNCAO             PIC X(01).
           02 MJ-PROGRAMA           PIC X(30).
           02 MJ-JOB-ID-LOTE        PIC 9(10).
           02 MJ-QTD-ENTRADAS       PIC 9(02).
           02 MJ-QTD-AUSENTES       PIC 9(02).
           02 MJ-REGISTROS-ENTRADA  PIC 9(07).
           02 MJ-QTD-AMOSTRAS       PIC 9(02).
           02 MJ-DURACAO-BASE       PIC 9(07).
           02 MJ-VOLUME-BASE        PIC 9(07).
           02 MJ-DURACAO            PIC 9(07).
           02 MJ-VOLUME             PIC 9(07).
           02 MJ-QTD-ALERTAS        PIC 9(01).
           02 MJ-RESULTADO          PIC 9(01).
