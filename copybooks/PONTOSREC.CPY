      *================================================================*
      *    Copybook PONTOSREC - layout do saldo de pontos do programa
      *    de fidelidade por cliente (PONTOS.SALDO, indexado pelo
      *    CPF). Os pontos sao ganhos na apuracao mensal (PTSAPURA)
      *    pelo movimento da conta e pelas faturas pagas em dia,
      *    resgatados no balcao (PTSRESG) e expiram N meses depois do
      *    mes em que foram ganhos. O saldo e sempre o total ganho
      *    menos o resgatado menos o expirado - cada movimento fica
      *    tambem no historico PONTOS.MOV (copybooks/PTSMOVREC.CPY).
      *================================================================*
       01  PONTOS-REG.
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 PTS-CPF             PIC X(14).
           02 PTS-SALDO           PIC 9(09).
           02 PTS-TOTAL-GANHO     PIC 9(09).
           02 PTS-TOTAL-RESGATADO PIC 9(09).
           02 PTS-TOTAL-EXPIRADO  PIC 9(09).
      *    Primeira apuracao em que o cliente pontuou e data do
      *    ultimo movimento (ganho, resgate ou expiracao).
           02 PTS-DATA-ADESAO     PIC 9(08).
           02 PTS-DATA-ULTIMO-MOV PIC 9(08).
