      *================================================================*
      *    Copybook BCBSCRREC - layout do arquivo mensal de exposicao
      *    de credito ao Sistema de Informacoes de Credito do Banco
      *    Central (SCR3040.AAAAMM), gravado pelo SCRBACEN. Header 0
      *    com a instituicao e a data-base; um registro 1 por cliente
      *    com a responsabilidade por modalidade e faixa de atraso;
      *    um registro 2 por garantidor de conta (coobrigacao) do
      *    cliente; trailer 9 com os totais de controle que o BCB
      *    confere contra o somatorio dos detalhes.
      *    Valores com 2 casas decimais implicitas, sem sinal.
      *================================================================*
       01  BCBSCR-REG.
           02 BSC-TIPO            PIC X(01).
              88 BSC-HEADER          VALUE "0".
              88 BSC-CLIENTE         VALUE "1".
              88 BSC-GARANTIA        VALUE "2".
              88 BSC-TRAILER         VALUE "9".
           02 BSC-DADOS           PIC X(199).
      *    Header: CNPJ da instituicao (PARAMRUN CNPJ-INSTITUICAO),
      *    mes de referencia e data de geracao.
           02 BSC-HEADER-DADOS REDEFINES BSC-DADOS.
              03 BSC-H-CNPJ          PIC X(14).
              03 BSC-H-DATA-BASE     PIC 9(06).
              03 BSC-H-DATA-GERACAO  PIC 9(08).
              03 FILLER              PIC X(171).
      *    Cliente: limite de descoberto concedido e nao utilizado,
      *    descoberto utilizado (saldo devedor do ledger), faturas
      *    a vencer e vencidas por faixa de dias na data-base,
      *    prejuizo (faturas baixadas como perda), provisao pela
      *    regra das faixas do PROVISAO e, informativo, o saldo em
      *    parcelamento ativo (ja contido nas faixas) e quantos
      *    planos o cliente tem ativos.
           02 BSC-CLIENTE-DADOS REDEFINES BSC-DADOS.
              03 BSC-C-CPF           PIC X(14).
              03 BSC-C-TIPO-PESSOA   PIC X(01).
              03 BSC-C-LIMITE        PIC 9(13)V99.
              03 BSC-C-DESCOBERTO    PIC 9(13)V99.
              03 BSC-C-A-VENCER      PIC 9(13)V99.
              03 BSC-C-VENCIDO-30    PIC 9(13)V99.
              03 BSC-C-VENCIDO-60    PIC 9(13)V99.
              03 BSC-C-VENCIDO-90    PIC 9(13)V99.
              03 BSC-C-VENCIDO-MAIS  PIC 9(13)V99.
              03 BSC-C-PREJUIZO      PIC 9(13)V99.
              03 BSC-C-PROVISAO      PIC 9(13)V99.
              03 BSC-C-PARCELADO     PIC 9(13)V99.
              03 BSC-C-QTD-PLANOS    PIC 9(02).
              03 FILLER              PIC X(32).
      *    Garantia: o garantidor da conta (CONTA-CPF-GARANTIDOR)
      *    responde pela responsabilidade total do devedor.
           02 BSC-GARANTIA-DADOS REDEFINES BSC-DADOS.
              03 BSC-G-CPF-DEVEDOR   PIC X(14).
              03 BSC-G-CPF-GARANTIDOR PIC X(14).
              03 BSC-G-CONTA         PIC 9(06).
              03 BSC-G-VALOR         PIC 9(13)V99.
              03 FILLER              PIC X(150).
      *    Trailer: quantidades e totais de controle.
           02 BSC-TRAILER-DADOS REDEFINES BSC-DADOS.
              03 BSC-T-QTD-CLIENTES  PIC 9(07).
              03 BSC-T-QTD-GARANTIAS PIC 9(07).
              03 BSC-T-RESPONSABILIDADE PIC 9(15)V99.
              03 BSC-T-LIMITE        PIC 9(15)V99.
              03 BSC-T-PREJUIZO      PIC 9(15)V99.
              03 BSC-T-PROVISAO      PIC 9(15)V99.
              03 BSC-T-GARANTIAS     PIC 9(15)V99.
              03 FILLER              PIC X(100).
