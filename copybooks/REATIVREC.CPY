      *================================================================*
      *    Copybook REATIVREC - layout do registro de reativacao de
      *    conta dormente (DORMENC.REATIV): um registro por conta
      *    devolvida a situacao ativa pelo DORMENC, com a data e o
      *    operador que reativou. O monitoramento COAF le este
      *    arquivo para vigiar o volume das contas recem-reativadas.
      *================================================================*
       01  REATIV-REG.
           02 RTV-DATA            PIC 9(08).
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 RTV-CPF             PIC X(14).
           02 RTV-CONTA           PIC 9(06).
           02 RTV-OPERADOR        PIC X(08).
