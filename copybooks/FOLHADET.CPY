      ******************************************************************
      * Copybook: FOLHADET.CPY
      * Purpose : Layout das linhas calculadas do contracheque
      *           (PROG04-HDET.DAT), gravadas pelo FOLHA-PGTO junto
      *           com o historico de folha: os valores que a propria
      *           folha apura (salario-familia, deducao de dependentes
      *           no IRRF...) e que o PROG049 imprime cada um em sua
      *           linha. Mesma chave de expurgo do historico
      *           (competencia + tipo de folha).
      *           Natureza (HD-NATUREZA):
      *              P = PROVENTO
      *              D = DESCONTO
      *              L = CREDITO LIQUIDO (SEM TRIBUTAR)
      *              I = INFORMATIVO (NAO MEXE NO LIQUIDO)
      *           Codigos (HD-CODIGO): SFA = SALARIO-FAMILIA,
      *           DIR = DEDUCAO DE DEPENDENTES NA BASE DO IRRF,
      *           CON = PARCELA DE EMPRESTIMO CONSIGNADO,
      *           ADT = ADIANTAMENTO QUINZENAL JA PAGO,
      *           AFA = DIAS DE AFASTAMENTO NAO PAGOS (JA FORA DO
      *                 BRUTO).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-DET-FOLHA.
           02 HD-COMPETENCIA     PIC 9(06).
           02 HD-MATRICULA       PIC 9(05).
           02 HD-TIPO-FOLHA      PIC X(01).
           02 HD-CODIGO          PIC X(03).
           02 HD-NATUREZA        PIC X(01).
           02 HD-DESCRICAO       PIC X(20).
           02 HD-VALOR           PIC 9(07)V9(02).
