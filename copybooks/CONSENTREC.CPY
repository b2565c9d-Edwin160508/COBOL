      *    (C = carta, E = e-mail, T = telefone) com a opcao do
      *    titular. SEM registro, o contato vale como permitido
      *    (modelo de opt-out). Os contatos de CORTESIA (lista de
      *    aniversariantes, entrega de extrato por e-mail, oferta de
      *    campanha do CAMPOFER, alertas de vencimento e de saldo do
      *    NTFDESP) respeitam a opcao; os avisos OBRIGATORIOS de
      *    cobranca (CARTAS) saem sempre - a obrigacao legal de cobrar
      *    nao e cortesia. Toda mudanca de consentimento sai em
      *    CADCLI.CHGLOG.
      *================================================================*
       01  CONSENT-REG.
           02 CST-CPF             PIC X(11).
