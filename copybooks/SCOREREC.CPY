      *    automatica de limite de credito (LIMREV) consome.
      *================================================================*
       01  SCORE-REG.
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 SCP-CPF             PIC X(14).
           02 SCP-SCORE           PIC 9(03).
           02 SCP-ATRASO-MEDIO    PIC S9(05) SIGN IS TRAILING
                                       SEPARATE CHARACTER.
