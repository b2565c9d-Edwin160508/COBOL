      *================================================================*
      *    Copybook ASSCARREC - layout da carteira de cobranca externa
      *    (ASSESSORIA.CARTEIRA), indexada pelo numero da fatura, com
      *    o CPF/CNPJ como chave alternada: uma linha por fatura
      *    entregue a assessoria, com a situacao em que ela esta. O
      *    envio (ASSENVIO) grava e recolhe, o retorno (ASSRETOR)
      *    liquida e devolve, e a baixa (FATBAIXA) deixa de fora a
      *    fatura que esta em poder de assessoria.
      *================================================================*
       01  ASSCART-REG.
           02 ACT-FAT-NUMERO      PIC 9(06).
      *    CPF ou CNPJ do devedor - mesma largura de FAT-CPF.
           02 ACT-CPF             PIC X(14).
           02 ACT-ASSESSORIA      PIC 9(03).
           02 ACT-DATA-ENVIO      PIC 9(08).
      *    Saldo devedor da fatura no dia do envio.
           02 ACT-VALOR-ENVIADO   PIC 9(11)V99.
      *    Acumulados do retorno: recuperado pela assessoria e a
      *    comissao dela sobre isso.
           02 ACT-VALOR-RECUPERADO PIC 9(11)V99.
           02 ACT-COMISSAO        PIC 9(11)V99.
      *    E = em poder da assessoria; L = liquidada pela assessoria;
      *    D = devolvida pela assessoria sem sucesso; R = recolhida
      *    por nos (ver ACT-MOTIVO).
           02 ACT-SITUACAO        PIC X(01).
              88 ACT-EM-PODER        VALUE "E".
              88 ACT-LIQUIDADA       VALUE "L".
              88 ACT-DEVOLVIDA       VALUE "D".
              88 ACT-RECOLHIDA       VALUE "R".
           02 ACT-DATA-SITUACAO   PIC 9(08).
      *    Motivo do recolhimento: P = fatura paga direto a empresa;
      *    F = fatura saiu da cobranca (cancelada, parcelada ou
      *    baixada); I = assessoria inativada - a fatura volta a ser
      *    repartida; T = prazo de permanencia esgotado. Brancos nas
      *    demais situacoes.
           02 ACT-MOTIVO          PIC X(01).
              88 ACT-RECOLHER-PAGA    VALUE "P".
              88 ACT-RECOLHER-FORA    VALUE "F".
              88 ACT-RECOLHER-INATIVA VALUE "I".
              88 ACT-RECOLHER-PRAZO   VALUE "T".
