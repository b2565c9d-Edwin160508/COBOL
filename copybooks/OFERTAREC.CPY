      *================================================================*
      *    Copybook OFERTAREC - layout do historico de ofertas de
      *    campanha (OFERTA.HIST), um registro por cliente ofertado,
      *    acrescentado pelo CAMPOFER a cada lista gerada. O limite e
      *    a data da oferta ficam gravados para o OFERACEI apurar,
      *    depois, quem aceitou: o limite de credito subiu (aumento de
      *    limite) ou um acordo de parcelamento foi feito dentro da
      *    validade (parcelamento).
      *================================================================*
       01  OFERTA-REG.
           02 OFR-CAMPANHA        PIC X(08).
           02 OFR-CPF             PIC X(14).
      *    Mesmos codigos de CMPP-PRODUTO e CMPP-CANAL
      *    (copybooks/CAMPPRMREC.CPY).
           02 OFR-PRODUTO         PIC X(01).
              88 OFR-AUMENTO-LIMITE  VALUE "L".
              88 OFR-PARCELAMENTO    VALUE "P".
           02 OFR-CANAL           PIC X(01).
           02 OFR-DATA-OFERTA     PIC 9(08).
           02 OFR-VALIDADE        PIC 9(08).
           02 OFR-VALOR           PIC 9(09)V99.
           02 OFR-LIMITE-ANTERIOR PIC 9(09)V99.
           02 OFR-SCORE           PIC 9(03).
