      *================================================================*
      *    Copybook LIMPEND - proposta de revisao de limite de credito
      *    pendente de aprovacao (LIMITE.PEND), gravada pelo LIMREV no
      *    modo PROPOR. A decisao e de um supervisor: no proprio
      *    LIMREV (modo APROVAR) ou na caixa de pendencias (PENDAPRV).
      *================================================================*
       01  LIMITE-REG.
           05 LIM-CPF                 PIC X(14).
           05 LIM-LIMITE-ATUAL        PIC 9(09)V99.
           05 LIM-LIMITE-PROPOSTO     PIC 9(09)V99.
           05 LIM-SCORE               PIC 9(03).
           05 LIM-TIER                PIC X(01).
           05 LIM-DATA-PROPOSTA       PIC 9(08).
      *    Quem rodou a proposta (sessao assinada no menu, ou BATCH) -
      *    nao pode aprovar a propria proposta.
           05 LIM-SOLICITANTE         PIC X(08).
