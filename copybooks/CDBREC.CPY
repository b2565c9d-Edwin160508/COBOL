      *================================================================*
      *    Copybook CDBREC - layout do deposito a prazo (CDB.DAT),
      *    indexado pelo numero da conta tipo T do CDB em CONTA.DAT.
      *    A aplicacao nasce na abertura da conta (CTAABRE): o valor
      *    sai da conta corrente do cliente e fica no ledger da conta
      *    do CDB. O passo diario CDBACRU avalia cada CDB ativo (valor
      *    bruto na data) e, no vencimento, credita o valor liquido
      *    do imposto de renda na conta corrente de resgate; o
      *    resgate antecipado (CDBRESG) so e aceito quando o contrato
      *    permite. Os dois precificam pelo subprograma CDBCALC.
      *================================================================*
       01  CDB-REC.
           02 CDB-CONTA           PIC 9(06).
           02 CDB-CPF             PIC X(11).
      *    Conta corrente de onde saiu a aplicacao e onde cai o
      *    resgate.
           02 CDB-CONTA-RESGATE   PIC 9(06).
           02 CDB-VALOR-APLICADO  PIC 9(11)V99.
      *    Taxa contratada ao ano, em percentual.
           02 CDB-TAXA-ANUAL      PIC 9(02)V99.
           02 CDB-DATA-APLICACAO  PIC 9(08).
           02 CDB-DATA-VENCTO     PIC 9(08).
           02 CDB-RESGATE-ANTECIP PIC X(01).
              88 CDB-PERMITE-ANTECIPADO VALUE "S".
      *    Ultima avaliacao do passo diario (valor bruto na data).
           02 CDB-VALOR-BRUTO     PIC 9(11)V99.
           02 CDB-DATA-AVALIACAO  PIC 9(08).
      *    A = ativo, V = resgatado no vencimento, R = resgatado
      *    antecipadamente.
           02 CDB-SITUACAO        PIC X(01).
              88 CDB-ATIVO           VALUE "A".
              88 CDB-RESGATADO-VENCTO VALUE "V".
              88 CDB-RESGATADO-ANTECIP VALUE "R".
      *    Liquidacao do resgate: imposto retido e liquido creditado.
           02 CDB-DATA-RESGATE    PIC 9(08).
           02 CDB-VALOR-IR        PIC 9(11)V99.
           02 CDB-VALOR-LIQUIDO   PIC 9(11)V99.
