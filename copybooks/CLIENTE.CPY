      *           PROG029-CADASTRO-CLIENTES e pelos processamentos de
      *           venda, que conferem o limite de credito e atualizam
      *           o saldo devedor a cada venda identificada.
      *           CL-STATUS-REG: A = ATIVO, I = DESLIGADO,
      *           B = BLOQUEADO POR ATRASO (PROG095-COBRANCA; NAO
      *           COMPRA A PRAZO ATE FICAR EM DIA).
      * Author  : ENIO BASSO
      * Date    : 2018-02-26
      ******************************************************************
