      *================================================================*
      *    Copybook CCSREC - layout do arquivo diario ao Cadastro de
      *    Clientes do SFN (CCS.Snnnnnn), gravado pelo CCSBACEN: um
      *    detalhe por inicio ou fim de relacionamento de conta, com
      *    o CPF/CNPJ do cliente, a conta, o vinculo e as datas de
      *    inicio e fim. Header 0 com a instituicao e o sequencial
      *    do arquivo; trailer 9 com as quantidades de controle.
      *================================================================*
       01  CCS-REG.
           02 CCS-TIPO            PIC X(01).
              88 CCS-HEADER          VALUE "0".
              88 CCS-DETALHE         VALUE "1".
              88 CCS-TRAILER         VALUE "9".
           02 CCS-DADOS           PIC X(99).
      *    Header: CNPJ da instituicao (PARAMRUN CNPJ-INSTITUICAO),
      *    data do movimento e sequencial do arquivo (CCS.CTL).
           02 CCS-HEADER-DADOS REDEFINES CCS-DADOS.
              03 CCS-H-CNPJ          PIC X(14).
              03 CCS-H-DATA-MOVIMENTO PIC 9(08).
              03 CCS-H-SEQUENCIA     PIC 9(06).
              03 FILLER              PIC X(71).
      *    Detalhe: I = inicio do relacionamento, F = fim. Vinculo:
      *    T = titular, C = co-titular, P = procurador,
      *    R = representante legal. Data fim zeros no inicio.
           02 CCS-DETALHE-DADOS REDEFINES CCS-DADOS.
              03 CCS-D-MOVIMENTO     PIC X(01).
                 88 CCS-D-INICIO        VALUE "I".
                 88 CCS-D-FIM           VALUE "F".
              03 CCS-D-CPF           PIC X(14).
              03 CCS-D-TIPO-PESSOA   PIC X(01).
              03 CCS-D-CONTA         PIC 9(06).
              03 CCS-D-TIPO-CONTA    PIC X(01).
              03 CCS-D-VINCULO       PIC X(01).
              03 CCS-D-DATA-INICIO   PIC 9(08).
              03 CCS-D-DATA-FIM      PIC 9(08).
              03 FILLER              PIC X(59).
      *    Trailer: inicios, fins e registros do arquivo (header e
      *    trailer inclusos).
           02 CCS-TRAILER-DADOS REDEFINES CCS-DADOS.
              03 CCS-T-QTD-INICIOS   PIC 9(07).
              03 CCS-T-QTD-FINS      PIC 9(07).
              03 CCS-T-QTD-REGISTROS PIC 9(07).
              03 FILLER              PIC X(78).
