      ******************************************************************
      * Copybook: SERCTRL.CPY
      * Purpose : Area de comunicacao com o PROG119-SERIE, que mantem
      *           os numeros de serie dos produtos controlados por
      *           serie (PROG10-SERIE.DAT) e a historia deles. O
      *           chamador informa a funcao, a loja, o PID e o numero:
      *              P = O PID E CONTROLADO POR SERIE? (SE-SERIALIZADO)
      *              S = SITUACAO DO NUMERO (SE-SITUACAO, SE-NF)
      *              E = ENTRADA NO RECEBIMENTO (SE-DOCUMENTO): NUMERO
      *                  NOVO OU QUE VOLTA DO FORNECEDOR FICA EM
      *                  ESTOQUE
      *              V = VENDA NA NF SE-NF AO CLIENTE SE-CLIENTE; SEM
      *                  NUMERO, O PROG119 ATRIBUI O PRIMEIRO EM
      *                  ESTOQUE DO PID E DEVOLVE EM SE-SERIE
      *              D = DEVOLUCAO DO CLIENTE: O NUMERO VENDIDO NA NF
      *                  SE-NF VOLTA AO ESTOQUE
      *              X = NF CANCELADA: TODOS OS NUMEROS DO PID
      *                  VENDIDOS NA NF SE-NF VOLTAM AO ESTOQUE
      *                  (SE-QTD-ESTOQUE DEVOLVE QUANTOS)
      *              F = DEVOLUCAO AO FORNECEDOR SE-FORNECEDOR PELO
      *                  DOCUMENTO SE-DOCUMENTO
      *              B = BAIXA POR PERDA DO NUMERO EM ESTOQUE PELO
      *                  DOCUMENTO SE-DOCUMENTO
      *              C = QUANTOS NUMEROS DO PID ESTAO EM ESTOQUE NA
      *                  LOJA (SE-QTD-ESTOQUE)
      *           SE-PROGRAMA identifica quem chamou, na historia.
      *           SE-RESULTADO: 1 = OK, 2 = SITUACAO NAO PERMITE O
      *           EVENTO (OU NENHUM NUMERO EM ESTOQUE NA VENDA SEM
      *           NUMERO), 3 = NUMERO NAO CADASTRADO, 9 = ERRO NOS
      *           ARQUIVOS DE NUMEROS DE SERIE.
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
       01 WS-SERIE.
           02 SE-FUNCAO          PIC X(01).
           02 SE-LOJA            PIC 9(03).
           02 SE-PID             PIC 9(10).
           02 SE-SERIE           PIC X(20).
           02 SE-DOCUMENTO       PIC X(14).
           02 SE-NF              PIC 9(10).
           02 SE-CLIENTE         PIC 9(05).
           02 SE-FORNECEDOR      PIC 9(05).
           02 SE-PROGRAMA        PIC X(10).
           02 SE-SERIALIZADO     PIC X(01).
               88 SE-CONTROLA-SERIE VALUE "S".
           02 SE-SITUACAO        PIC X(01).
           02 SE-QTD-ESTOQUE     PIC 9(10).
           02 SE-RESULTADO       PIC 9(01).
