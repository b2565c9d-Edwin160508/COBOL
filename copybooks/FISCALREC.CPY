      *    para o arquivo de excecoes FISCAL.EXC em vez de divergir o
      *    balancete contra o GL. Periodo sem registro no calendario
      *    vale como aberto. A manutencao (fechar/reabrir) e feita
      *    pelo FISCALCD; a reabertura e pedida por um supervisor,
      *    aprovada por outro na caixa de pendencias (PENDAPRV) e sai
      *    no log de operacoes.
      *================================================================*
       01  FISCAL-REG.
           02 CAL-PERIODO         PIC 9(06).
