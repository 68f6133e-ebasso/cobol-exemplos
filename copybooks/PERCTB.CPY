      ******************************************************************
      * Copybook: PERCTB.CPY
      * Purpose : Layout do controle de periodos contabeis
      *           (PROG103-PERIODO.DAT, indexado por PE-COMPETENCIA
      *           AAAAMM). Gravado pelo PROG103-FECHA-PERIODO ao
      *           fechar o mes; o PROG065 recusa gerar diario com data
      *           em competencia fechada (ou anterior a ultima
      *           fechada), e o PROG104 so emite demonstracoes de
      *           competencia fechada.
      *           Situacoes (PE-SITUACAO): F = FECHADA
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-PERIODO-CONTABIL.
           02 PE-COMPETENCIA     PIC 9(06).
           02 PE-SITUACAO        PIC X(01).
               88 PE-FECHADO     VALUE "F".
           02 PE-DATA-FECHAMENTO PIC 9(08).
