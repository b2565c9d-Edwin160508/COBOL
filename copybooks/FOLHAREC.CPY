      *================================================================*
      *    Copybook FOLHAREC - layout do historico de creditos de
      *    salario (FOLHA.CRED), gravado pela folha de pagamento
      *    (FOLHAPAG) a cada funcionario creditado. Nao e o journal
      *    do ledger - la o credito de salario fica marcado em
      *    JRN-NATUREZA - e sim a referencia por CPF que os passos
      *    que nao leem o journal usam para separar o salario dos
      *    demais creditos: a segmentacao (SEGTIER) e o demonstrativo
      *    por cliente (CLIEXTR).
      *================================================================*
       01  FOLHA-CRED-REG.
      *    Funcionario creditado (CPF alinhado a esquerda) e a conta
      *    em que o credito caiu.
           02 FCR-CPF             PIC X(14).
           02 FCR-CONTA           PIC 9(06).
           02 FCR-VALOR           PIC 9(11)V99.
           02 FCR-DATA            PIC 9(08).
      *    Empresa pagadora e o lote do arquivo de folha.
           02 FCR-CNPJ-EMPRESA    PIC X(14).
           02 FCR-LOTE            PIC 9(06).
