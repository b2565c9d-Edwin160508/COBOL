      *================================================================*
      *    Copybook GLRAZREC - movimento do razao contabil
      *    (RAZAO.MOV), uma linha por lancamento da interface
      *    CONTABIL.INT aplicado ao saldo pelo GLSALDO, na ordem de
      *    aplicacao. E a fonte do razao por conta do GLRAZAO.
      *================================================================*
       01  GLRAZAO-REG.
           02 GRZ-PERIODO         PIC 9(06).
           02 GRZ-CONTA           PIC 9(05).
           02 GRZ-DATA            PIC 9(08).
           02 GRZ-DEBITO          PIC 9(13).
           02 GRZ-CREDITO         PIC 9(13).
