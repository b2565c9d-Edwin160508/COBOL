      *================================================================*
      *    Copybook RECADPED - layout do pedido de recadastramento
      *    (RECAD.PEDIDOS), um registro por cliente cujo ciclo de
      *    confirmacao cadastral venceu, gravado pelo RECADAST no dia
      *    do pedido. O CARTAS le este arquivo e emite o pedido de
      *    atualizacao pelo canal de entrega do cliente (e-mail
      *    preferido ou carta impressa).
      *================================================================*
       01  RECAD-PEDIDO-REG.
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 RPD-CPF             PIC X(14).
           02 RPD-DATA-PEDIDO     PIC 9(08).
      *    Data limite para o cliente confirmar os dados - vencida,
      *    a abertura de conta nova fica bloqueada no CTAABRE.
           02 RPD-PRAZO           PIC 9(08).
      *    Classe de risco que decidiu o ciclo: A = PEP ou sancoes,
      *    M = negativado, B = demais clientes.
           02 RPD-CLASSE          PIC X(01).
              88 RPD-RISCO-ALTO      VALUE "A".
              88 RPD-RISCO-MEDIO     VALUE "M".
              88 RPD-RISCO-BAIXO     VALUE "B".
