      *================================================================*
      *    Copybook RENTHREC - historico mensal da rentabilidade por
      *    cliente (RENTAB.HIST), uma linha por CPF com movimento em
      *    cada mes apurado pelo RENTAB. Acumulativo: e dele que sai
      *    o resultado do mes anterior, o acumulado de 12 meses e o
      *    saldo de provisao do cliente que serve de base para a
      *    provisao do mes seguinte. Um mes ja gravado nao e gravado
      *    de novo na reexecucao.
      *    Valores com SIGN IS TRAILING SEPARATE (mesma convencao do
      *    LEDGER.JRN) para o sinal sobreviver ao LINE SEQUENTIAL.
      *================================================================*
       01  RENTH-REG.
           02 RTH-MES             PIC 9(06).
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 RTH-CPF             PIC X(14).
      *    Faixa (CADCLI-TIER) e agencia do cliente no mes.
           02 RTH-TIER            PIC X(01).
           02 RTH-AGENCIA         PIC X(08).
           02 RTH-RECEITA         PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           02 RTH-CUSTO           PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           02 RTH-RESULTADO       PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
      *    Provisao do cliente na data-base do mes (estoque).
           02 RTH-PROVISAO-SALDO  PIC 9(11)V99.
      *    Posicao no ranking do mes.
           02 RTH-POSICAO         PIC 9(05).
