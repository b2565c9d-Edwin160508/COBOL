      *================================================================*
      *    Copybook TARCOBREC - tabela de tarifas de cobranca
      *    contratadas com cada banco (data/TARIFA.BCO), uma linha
      *    por banco do cadastro BANCO.MST e tipo de ocorrencia. E o
      *    valor devido que a conciliacao mensal (TARCONC) compara
      *    com a tarifa que o banco informou no retorno.
      *================================================================*
       01  TARCOB-REG.
           02 TCB-BANCO           PIC 9(03).
      *    R = registro (entrada do titulo); L = liquidacao;
      *    B = baixa; P = protesto.
           02 TCB-TIPO            PIC X(01).
              88 TCB-REGISTRO        VALUE "R".
              88 TCB-LIQUIDACAO      VALUE "L".
              88 TCB-BAIXA           VALUE "B".
              88 TCB-PROTESTO        VALUE "P".
           02 TCB-VALOR           PIC 9(05)V99.
