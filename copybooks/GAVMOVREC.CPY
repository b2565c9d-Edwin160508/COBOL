      *================================================================*
      *    Copybook GAVMOVREC - movimento em especie marcado na gaveta
      *    do operador (GAVETA.MOV). O saque pago em dinheiro e
      *    marcado pelo TRNENTRY na digitacao; o deposito em dinheiro
      *    pelo CXGAVETA, que o credita na conta. O fechamento da
      *    gaveta soma estes movimentos para chegar ao saldo esperado.
      *================================================================*
       01  GAVMOV-REG.
           02 GMV-OPERADOR        PIC X(08).
           02 GMV-DATA            PIC 9(08).
           02 GMV-HORA            PIC 9(08).
      *    D = deposito (entra na gaveta); S = saque (sai da gaveta).
           02 GMV-TIPO            PIC X(01).
              88 GMV-DEPOSITO        VALUE "D".
              88 GMV-SAQUE           VALUE "S".
           02 GMV-NUMERO          PIC X(06).
           02 GMV-CPF             PIC X(14).
           02 GMV-CONTA           PIC 9(06).
           02 GMV-VALOR           PIC 9(09)V99.
