      *================================================================*
      *    Copybook TARMOVREC - tarifa de cobranca cobrada pelo banco
      *    (TARIFA.COBRADA), uma linha por registro do retorno com
      *    tarifa informada, gravada pelo RETORNO. O banco desconta a
      *    tarifa do que repassa; a conciliacao mensal (TARCONC)
      *    confere cada uma contra a tabela contratada.
      *================================================================*
       01  TARMOV-REG.
      *    Data do processamento do retorno - o mes da conciliacao.
           02 TCM-DATA            PIC 9(08).
           02 TCM-BANCO           PIC 9(03).
      *    NSA do arquivo de retorno que trouxe a tarifa.
           02 TCM-NSA             PIC 9(06).
           02 TCM-TITULO          PIC 9(06).
      *    Ocorrencia do retorno: 02 = entrada confirmada; 06 =
      *    liquidacao; 10 = baixa; 23 = protesto; as demais nao tem
      *    tarifa na tabela.
           02 TCM-OCORRENCIA      PIC X(02).
           02 TCM-TARIFA          PIC 9(09)V99.
