      ******************************************************************
      * Copybook: SERIE.CPY
      * Purpose : Layout do numero de serie de uma unidade de produto
      *           controlado por serie (PROG10-SERIE.DAT, indexado por
      *           SR-CHAVE = loja + PID + serie, com chaves alternadas
      *           SR-SERIE e SR-NF, ambas com duplicidade). Mantido so
      *           pelo PROG119-SERIE. A situacao mostra onde a unidade
      *           esta; os dados da ultima venda ficam no registro
      *           mesmo depois da devolucao do cliente, e a historia
      *           completa fica em PROG10-SERIE.HIS (SERHIST.CPY).
      *           Situacao (SR-SITUACAO):
      *              E = EM ESTOQUE (CONTA NO RP-QTD DA LOJA)
      *              V = VENDIDA (NF E CLIENTE DA VENDA)
      *              F = DEVOLVIDA AO FORNECEDOR (PROG079)
      *              P = BAIXADA POR PERDA (PROG121)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-SERIE.
           02 SR-CHAVE.
               03 SR-LOJA        PIC 9(03).
               03 SR-PID         PIC 9(10).
               03 SR-SERIE       PIC X(20).
           02 SR-SITUACAO        PIC X(01).
               88 SR-EM-ESTOQUE  VALUE "E".
               88 SR-VENDIDA     VALUE "V".
               88 SR-DEVOLVIDA-FORN VALUE "F".
               88 SR-PERDIDA     VALUE "P".
           02 SR-DOC-RECEBTO     PIC X(14).
           02 SR-DATA-RECEBTO    PIC 9(08).
           02 SR-NF              PIC 9(10).
           02 SR-CLIENTE         PIC 9(05).
           02 SR-DATA-VENDA      PIC 9(08).
           02 SR-DOC-DEVOLUCAO   PIC X(14).
           02 SR-DATA-SITUACAO   PIC 9(08).
