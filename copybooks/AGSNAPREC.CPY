      *================================================================*
      *    Copybook AGSNAPREC - foto de fim de mes do aging por fatura
      *    (AGING.AAAAMM), gravada pelo FECHAMES: uma linha por fatura
      *    em aberto com saldo devedor, em ordem de numero de fatura,
      *    com a faixa de atraso em que ela estava no fechamento. E o
      *    casamento da foto de um mes com a do mes seguinte que da a
      *    rolagem da carteira (ROLAGEM). A reexecucao do fechamento
      *    no mesmo mes regrava a foto inteira.
      *================================================================*
       01  AGSNAP-REG.
           02 AGS-MES             PIC 9(06).
           02 AGS-FAT-NUMERO      PIC 9(06).
      *    CPF ou CNPJ do devedor - mesma largura de FAT-CPF.
           02 AGS-CPF             PIC X(14).
           02 AGS-DATA-EMISSAO    PIC 9(08).
           02 AGS-DATA-VENCTO     PIC 9(08).
      *    Dias de atraso no fechamento (zeros = a vencer).
           02 AGS-DIAS-ATRASO     PIC 9(05).
      *    Faixa de aging: 0 = a vencer; 1 = 1-30; 2 = 31-60;
      *    3 = 61-90; 4 = acima de 90 dias. As faixas 0 e 1 juntas
      *    sao o "corrente" do FECHAMES e do IFRELAC.
           02 AGS-FAIXA           PIC 9(01).
              88 AGS-A-VENCER        VALUE 0.
              88 AGS-ATE-30          VALUE 1.
              88 AGS-31-60           VALUE 2.
              88 AGS-61-90           VALUE 3.
              88 AGS-MAIS-90         VALUE 4.
      *    Saldo devedor (valor - pago) no fechamento.
           02 AGS-SALDO           PIC 9(11)V99.
           02 AGS-ORIGEM          PIC X(01).
