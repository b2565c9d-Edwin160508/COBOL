      *================================================================*
      *    Copybook PRCAPI - area de comunicacao com o subprograma de
      *    conferencia de procuracao (PRCVALID, PROCURACAO_VALIDA.COB).
      *    Quem aceita a identificacao de um procurador (TRNENTRY na
      *    digitacao, CADCONS na consulta) monta PRC-CONSULTA-ENTRADA
      *    com o CPF do procurador, a conta, o poder pedido e a data,
      *    chama PRCVALID e so segue com PRV-AUTORIZADO - a mesma
      *    regra para todos.
      *================================================================*
       01  PRC-CONSULTA-ENTRADA.
           02 PRV-CPF-PROCURADOR  PIC X(11).
           02 PRV-CONTA           PIC 9(06).
      *    Poder pedido: C = consulta, D = debito, T = transferencia.
           02 PRV-PODER           PIC X(01).
           02 PRV-DATA            PIC 9(08).

       01  PRC-CONSULTA-RESULTADO.
           02 PRV-RESULTADO       PIC X(01).
              88 PRV-AUTORIZADO      VALUE "A".
              88 PRV-SEM-PROCURACAO  VALUE "N".
              88 PRV-FORA-VIGENCIA   VALUE "V".
              88 PRV-REVOGADA        VALUE "R".
              88 PRV-SEM-PODER       VALUE "P".
              88 PRV-INDISPONIVEL    VALUE "I".
      *    Texto do resultado para tela e trilha de auditoria.
           02 PRV-DESCRICAO       PIC X(14).
           02 PRV-CPF-OUTORGANTE  PIC X(11).
           02 PRV-DOCUMENTO       PIC X(20).
