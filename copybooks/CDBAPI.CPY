      *================================================================*
      *    Copybook CDBAPI - area de comunicacao com o subprograma de
      *    precificacao do deposito a prazo (CDBCALC, CDB_CALCULO.COB).
      *    O passo diario (CDBACRU) e o resgate antecipado (CDBRESG)
      *    montam CDB-CALCULO-ENTRADA, chamam CDBCALC e leem o valor
      *    bruto, o imposto de renda regressivo e o liquido em
      *    CDB-CALCULO-RESULTADO - a mesma regra para os dois.
      *================================================================*
       01  CDB-CALCULO-ENTRADA.
           02 CDC-VALOR-APLICADO  PIC 9(11)V99.
           02 CDC-TAXA-ANUAL      PIC 9(02)V99.
           02 CDC-DATA-APLICACAO  PIC 9(08).
           02 CDC-DATA-CALCULO    PIC 9(08).

       01  CDB-CALCULO-RESULTADO.
           02 CDC-DIAS            PIC 9(05).
           02 CDC-VALOR-BRUTO     PIC 9(11)V99.
           02 CDC-RENDIMENTO      PIC 9(11)V99.
      *    Aliquota regressiva aplicada, em percentual.
           02 CDC-ALIQUOTA-IR     PIC 9(02)V9.
           02 CDC-VALOR-IR        PIC 9(11)V99.
           02 CDC-VALOR-LIQUIDO   PIC 9(11)V99.
