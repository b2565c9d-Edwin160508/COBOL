      *================================================================*
      *    Copybook ORDJUDREC - layout da ordem judicial de bloqueio
      *    de valores (SISBAJUD) em BLOQJUD.ORDENS, um registro por
      *    processo + CPF, mantido pelo BLOQJUD. Guarda o valor
      *    ordenado pelo juizo, quanto foi efetivamente bloqueado e
      *    em quais contas do ledger - e por estas posicoes que a
      *    liberacao e a transferencia para a conta judicial baixam
      *    o LEDGER-BLOQUEADO de cada conta.
      *================================================================*
       01  ORDJUD-REG.
           02 ORJ-PROCESSO        PIC X(20).
      *    CPF ou CNPJ do titular, como a chave do ledger.
           02 ORJ-CPF             PIC X(14).
           02 ORJ-DATA-ORDEM      PIC 9(08).
           02 ORJ-VALOR-ORDENADO  PIC 9(11)V99.
      *    Bloqueado ainda vigente (ja descontadas liberacoes e
      *    transferencias), liberado e transferido ao juizo.
           02 ORJ-VALOR-BLOQUEADO PIC 9(11)V99.
           02 ORJ-VALOR-LIBERADO  PIC 9(11)V99.
           02 ORJ-VALOR-TRANSF    PIC 9(11)V99.
      *    B = bloqueio vigente, S = sem saldo (nada a bloquear),
      *    L = liberada, T = transferida ao juizo (encerrada).
           02 ORJ-SITUACAO        PIC X(01).
              88 ORJ-BLOQUEADA       VALUE "B".
              88 ORJ-SEM-SALDO       VALUE "S".
              88 ORJ-LIBERADA        VALUE "L".
              88 ORJ-TRANSFERIDA     VALUE "T".
           02 ORJ-DATA-SITUACAO   PIC 9(08).
           02 ORJ-OPERADOR        PIC X(08).
      *    Contas do CPF atingidas pelo bloqueio e quanto de cada uma
      *    continua bloqueado por esta ordem.
           02 ORJ-QTD-CONTAS      PIC 9(01).
           02 ORJ-CONTA-BLOQ OCCURS 5 TIMES.
              03 ORJ-CB-CONTA     PIC 9(06).
              03 ORJ-CB-VALOR     PIC 9(11)V99.
