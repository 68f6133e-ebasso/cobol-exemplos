      ******************************************************************
      * Copybook: DEPEND.CPY
      * Purpose : Layout do cadastro de dependentes dos funcionarios
      *           (PROG04-DEPE.DAT), mantido pelo PROG085 e lido pelo
      *           FOLHA-PGTO: chave matricula + sequencia, uma linha
      *           por dependente.
      *           Parentesco (DP-PARENTESCO):
      *              F = FILHO(A) / ENTEADO(A)
      *              C = CONJUGE / COMPANHEIRO(A)
      *              P = PAI / MAE
      *              O = OUTRO
      *           DP-IRRF = "S": DEDUZ DA BASE DO IRRF (VALOR POR
      *           DEPENDENTE DO TIPO 'D' DE TABTRIB.DAT).
      *           DP-SAL-FAMILIA = "S": DA DIREITO A COTA DO
      *           SALARIO-FAMILIA (SO FILHOS ATE 14 ANOS, COM O TETO
      *           E A COTA DO TIPO 'S' DE TABTRIB.DAT).
      *           DP-STATUS-REG: A = ATIVO, I = EXCLUIDO.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-DEPENDENTE.
           02 DP-CHAVE.
              03 DP-MATRICULA    PIC 9(05).
              03 DP-SEQUENCIA    PIC 9(02).
           02 DP-NOME            PIC X(30).
           02 DP-DT-NASCIMENTO   PIC 9(08).
           02 DP-PARENTESCO      PIC X(01).
           02 DP-IRRF            PIC X(01).
           02 DP-SAL-FAMILIA     PIC X(01).
           02 DP-STATUS-REG      PIC X(01).
