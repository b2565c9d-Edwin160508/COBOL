      *    o mestre inteiro toda noite.
      *================================================================*
       01  CHGLOG-REG.
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 CHG-CPF             PIC X(14).
           02 CHG-DATA            PIC 9(08).
           02 CHG-HORA            PIC 9(08).
           02 CHG-PROGRAMA        PIC X(08).
