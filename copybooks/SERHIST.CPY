      ******************************************************************
      * Copybook: SERHIST.CPY
      * Purpose : Historia dos numeros de serie (PROG10-SERIE.HIS,
      *           sequencial, so acrescentado pelo PROG119-SERIE): um
      *           registro por evento da unidade, para a consulta por
      *           serie do PROG120 contar a vida inteira dela.
      *           Evento (SH-EVENTO):
      *              RC = RECEBIMENTO DO FORNECEDOR (PROG017)
      *              VD = VENDA (PROG013/PROG027)
      *              DC = DEVOLUCAO DO CLIENTE (PROG026)
      *              CN = NF CANCELADA, VOLTA AO ESTOQUE (PROG074)
      *              DF = DEVOLUCAO AO FORNECEDOR (PROG079)
      *              PD = BAIXA POR PERDA (PROG121)
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 REG-HIST-SERIE.
           02 SH-SERIE           PIC X(20).
           02 SH-LOJA            PIC 9(03).
           02 SH-PID             PIC 9(10).
           02 SH-DATA            PIC 9(08).
           02 SH-HORA            PIC 9(08).
           02 SH-EVENTO          PIC X(02).
               88 SH-RECEBIMENTO VALUE "RC".
               88 SH-VENDA       VALUE "VD".
               88 SH-DEVOLUCAO-CLIENTE VALUE "DC".
               88 SH-CANCELAMENTO VALUE "CN".
               88 SH-DEVOLUCAO-FORN VALUE "DF".
               88 SH-PERDA       VALUE "PD".
           02 SH-DOCUMENTO       PIC X(14).
           02 SH-NF              PIC 9(10).
           02 SH-CLIENTE         PIC 9(05).
           02 SH-FORNECEDOR      PIC 9(05).
           02 SH-PROGRAMA        PIC X(10).
