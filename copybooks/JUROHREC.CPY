      *================================================================*
      *    Copybook JUROHREC - layout do historico de rendimentos de
      *    poupanca creditados (JUROPOUP.HIST), um registro por conta
      *    creditada em cada passada do JUROPOUP. O JUROPOUP.REL e
      *    sobrescrito todo mes; este arquivo e acumulativo e e de
      *    onde o informe de rendimentos (INFREND) soma o rendimento
      *    do ano de cada conta.
      *================================================================*
       01  JUROH-REG.
           02 JPH-DATA            PIC 9(08).
      *    CPF ou CNPJ do titular - mesma largura de LEDGER-CPF.
           02 JPH-CPF             PIC X(14).
           02 JPH-CONTA           PIC 9(06).
           02 JPH-VALOR           PIC 9(09)V99.
