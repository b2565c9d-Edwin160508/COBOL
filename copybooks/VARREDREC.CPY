      *================================================================*
      *    Copybook VARREDREC - layout da adesao a varredura automatica
      *    entre conta corrente e poupanca (VARRED.DAT), indexado pelo
      *    CPF do titular - uma adesao por cliente. No fim do dia o
      *    passo VARRED leva para a poupanca o que passar do piso na
      *    corrente e, com a corrente negativa, resgata da poupanca
      *    antes de o descoberto correr juros (JURODESC). Adesao
      *    cancelada fica no arquivo com situacao C.
      *================================================================*
       01  VARRED-REC.
           02 VRD-CPF             PIC X(11).
           02 VRD-CONTA-CORRENTE  PIC 9(06).
           02 VRD-CONTA-POUPANCA  PIC 9(06).
      *    Saldo que fica na corrente - so o excedente vai para a
      *    poupanca.
           02 VRD-PISO            PIC 9(09)V99.
           02 VRD-DATA-ADESAO     PIC 9(08).
           02 VRD-OPERADOR        PIC X(08).
           02 VRD-SITUACAO        PIC X(01).
              88 VRD-ATIVA           VALUE "A".
              88 VRD-CANCELADA       VALUE "C".
           02 VRD-DATA-CANCELA    PIC 9(08).
