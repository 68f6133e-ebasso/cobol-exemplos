      *              DV = DEVOLUCAO DE VENDA (ENTRADA CONTRA A NF)
      *              CN = CANCELAMENTO DE NF (ESTORNO DA BAIXA)
      *              DF = DEVOLUCAO A FORNECEDOR (SAIDA)
      *              PD = BAIXA POR PERDA (QUEBRA, FURTO, AVARIA OU
      *                   VALIDADE VENCIDA - PROG121)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
