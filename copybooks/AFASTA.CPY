      ******************************************************************
      * Copybook: AFASTA.CPY
      * Purpose : Layout do registro de afastamento do funcionario
      *           (PROG04-AFAS.DAT, indexado por matricula +
      *           sequencia), mantido pelo PROG091. O FOLHA-PGTO usa
      *           os afastamentos para pagar so os dias trabalhados da
      *           competencia e para nao contar, nos avos do 13o, os
      *           meses que a lei exclui.
      *           Tipo (AF-TIPO):
      *              D = DOENCA ACIMA DE 15 DIAS (OS 15 PRIMEIROS DIAS
      *                  SAO PAGOS PELA EMPRESA)
      *              A = ACIDENTE DE TRABALHO (IDEM)
      *              M = LICENCA-MATERNIDADE
      *              S = LICENCA SEM REMUNERACAO
      *           AF-DT-RETORNO fica zerado enquanto o funcionario
      *           esta afastado; AF-STATUS-REG = I cancela o registro
      *           lancado por engano.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-AFASTAMENTO.
           02 AF-CHAVE.
              03 AF-MATRICULA    PIC 9(05).
              03 AF-SEQUENCIA    PIC 9(02).
           02 AF-TIPO            PIC X(01).
           02 AF-DT-INICIO       PIC 9(08).
           02 AF-DT-PREV-RETORNO PIC 9(08).
           02 AF-DT-RETORNO      PIC 9(08).
           02 AF-ATESTADO        PIC X(15).
           02 AF-STATUS-REG      PIC X(01).
