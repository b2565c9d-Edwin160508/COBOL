      *================================================================*
      *    Copybook LAYOUTREC - linha do controle de layout dos mestres
      *    (LAYOUT.CTL), uma por mestre: a versao do layout em que o
      *    arquivo esta gravado, o tamanho do registro nessa versao e
      *    quando e por quem foi registrada. Lida pelo LAYCHECK na
      *    conferencia de todo programa e gravada so pelo LAYCONV
      *    (registro inicial e conversao).
      *================================================================*
       01  LAYOUT-CTL-REC.
      *    CADCLI, CONTA, LEDGER ou FATURAS.
           02 LAY-MESTRE          PIC X(08).
           02 FILLER              PIC X(01).
           02 LAY-VERSAO          PIC 9(03).
           02 FILLER              PIC X(01).
           02 LAY-TAMANHO         PIC 9(04).
           02 FILLER              PIC X(01).
           02 LAY-DATA            PIC 9(08).
           02 FILLER              PIC X(01).
           02 LAY-PROGRAMA        PIC X(08).
