      ******************************************************************
      * Copybook: PLANOCTA.CPY
      * Purpose : Layout da conta do plano de contas contabil
      *           (PROG102-PLANO.DAT, indexado por PL-CONTA). Mantido
      *           pelo PROG102-PLANO-CONTAS; o PROG065 so lanca em
      *           conta que exista aqui e seja ANALITICA, e o PROG103
      *           e o PROG104 usam o tipo para o fechamento e as
      *           demonstracoes.
      *           PL-TIPO: A = ATIVO, P = PASSIVO, L = PATRIMONIO
      *           LIQUIDO, R = RECEITA, D = DESPESA.
      *           PL-NATUREZA: A = ANALITICA (RECEBE LANCAMENTO),
      *           S = SINTETICA (SO AGRUPA, NAO RECEBE LANCAMENTO).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PLANO-CONTA.
           02 PL-CONTA           PIC 9(06).
           02 PL-DESCRICAO       PIC X(30).
           02 PL-TIPO            PIC X(01).
               88 PL-ATIVO       VALUE "A".
               88 PL-PASSIVO     VALUE "P".
               88 PL-PATRIMONIO  VALUE "L".
               88 PL-RECEITA     VALUE "R".
               88 PL-DESPESA     VALUE "D".
               88 PL-TIPO-VALIDO VALUE "A" "P" "L" "R" "D".
           02 PL-NATUREZA        PIC X(01).
               88 PL-ANALITICA   VALUE "A".
               88 PL-SINTETICA   VALUE "S".
