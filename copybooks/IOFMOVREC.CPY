      *================================================================*
      *    Copybook IOFMOVREC - layout do movimento de IOF cobrado
      *    (IOF.MOV), um registro por cobranca: o JURODESC grava o
      *    IOF do descoberto postado no mes (com os juros cobrados
      *    junto) e o PARCELA o IOF financiado nas parcelas de cada
      *    acordo. E a base do resumo mensal para a DARF (IOFDARF) e
      *    do informe de rendimentos.
      *================================================================*
       01  IOFMOV-REG.
           02 IOFM-DATA           PIC 9(08).
      *    CPF ou CNPJ do titular - mesma largura de LEDGER-CPF.
           02 IOFM-CPF            PIC X(14).
           02 IOFM-ORIGEM         PIC X(01).
              88 IOFM-DESCOBERTO     VALUE "D".
              88 IOFM-PARCELAMENTO   VALUE "P".
      *    Conta do ledger (descoberto) ou fatura parcelada (acordo).
           02 IOFM-REFERENCIA     PIC 9(06).
      *    Juros de descoberto cobrados na mesma postagem; zeros no
      *    parcelamento.
           02 IOFM-JUROS          PIC 9(09)V99.
           02 IOFM-VALOR-IOF      PIC 9(09)V99.
