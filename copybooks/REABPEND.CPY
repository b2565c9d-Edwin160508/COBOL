      *================================================================*
      *    Copybook REABPEND - pedido de reabertura de periodo fiscal
      *    fechado (REABRE.PEND), gravado pelo FISCALCD no modo
      *    REABRIR. O periodo so volta a aberto quando um supervisor,
      *    outro que nao o solicitante, aprova o pedido na caixa de
      *    pendencias (PENDAPRV) - e a aprovacao sai no log de
      *    operacoes.
      *================================================================*
       01  REABRE-REG.
           02 REA-PERIODO         PIC 9(06).
           02 REA-DATA            PIC 9(08).
           02 REA-HORA            PIC 9(08).
           02 REA-SOLICITANTE     PIC X(08).
           02 REA-MOTIVO          PIC X(40).
