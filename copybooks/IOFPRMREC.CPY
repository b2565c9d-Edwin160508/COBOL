      *================================================================*
      *    Copybook IOFPRMREC - layout do registro unico da tabela de
      *    aliquotas de IOF sobre operacoes de credito (data/IOF.PRM).
      *    Aliquotas em percentual: a diaria incide sobre o saldo
      *    devedor a cada dia (descoberto) ou sobre o principal de
      *    cada parcela pelos dias ate o vencimento (parcelamento),
      *    limitada a IOFP-DIAS-MAXIMO dias; a adicional incide uma
      *    unica vez sobre o valor da operacao. Lida pelo JURODESC e
      *    pelo PARCELA; arquivo ausente mantem as aliquotas padrao
      *    de cada programa.
      *================================================================*
       01  IOFPRM-REG.
           02 IOFP-ALIQ-DIARIA    PIC 9(01)V9(04).
           02 IOFP-ALIQ-ADICIONAL PIC 9(01)V9(04).
           02 IOFP-DIAS-MAXIMO    PIC 9(03).
