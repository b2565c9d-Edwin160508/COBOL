      *================================================================*
      *    Copybook BAIXHREC - historico das faturas baixadas como
      *    perda (FATBAIXA.HIST), uma linha por fatura baixada em cada
      *    passada do FATBAIXA. O FATBAIXA.REL so traz o total da
      *    passada; este arquivo e acumulativo e e dele que a
      *    rentabilidade por cliente (RENTAB) tira a perda de cada
      *    CPF no mes.
      *================================================================*
       01  BAIXAH-REG.
      *    Data da passada que baixou a fatura.
           02 BXH-DATA            PIC 9(08).
           02 BXH-FAT-NUMERO      PIC 9(06).
      *    CPF ou CNPJ do devedor - mesma largura de FAT-CPF.
           02 BXH-CPF             PIC X(14).
      *    Saldo devedor baixado (valor - pago).
           02 BXH-VALOR           PIC 9(11)V99.
