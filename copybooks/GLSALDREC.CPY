      *================================================================*
      *    Copybook GLSALDREC - saldo contabil por conta do plano e
      *    periodo (GLSALDO.DAT), indexado pela conta (PLANO.CTA) +
      *    periodo AAAAMM. Atualizado pelo GLSALDO a cada linha da
      *    interface CONTABIL.INT; o fechamento do periodo no FISCALCD
      *    leva o saldo final para o saldo inicial do periodo
      *    seguinte. Saldo positivo = devedor, negativo = credor:
      *    saldo final = saldo inicial + debitos - creditos.
      *================================================================*
       01  GLSALDO-REC.
           02 GSL-CHAVE.
              03 GSL-CONTA           PIC 9(05).
              03 GSL-PERIODO         PIC 9(06).
           02 GSL-SALDO-INICIAL   PIC S9(15)V99 COMP-3.
           02 GSL-DEBITOS         PIC S9(15)V99 COMP-3.
           02 GSL-CREDITOS        PIC S9(15)V99 COMP-3.
           02 GSL-SALDO-FINAL     PIC S9(15)V99 COMP-3.
           02 GSL-QTD-LANCAMENTOS PIC 9(07).
           02 GSL-DATA-ATUALIZACAO PIC 9(08).
