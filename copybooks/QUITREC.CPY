      *================================================================*
      *    Copybook QUITREC - registro da declaracao anual de quitacao
      *    de debitos (Lei 12.007/2009) emitida ao cliente
      *    (QUITACAO.DAT), indexado pelo CPF/CNPJ + ano-base. Gravado
      *    pelo QUITANUA na emissao do ano e consultado por ele na
      *    segunda via pedida pelo cliente: o registro guarda o que a
      *    declaracao disse, sem depender de FATURAS.DAT continuar
      *    igual.
      *================================================================*
       01  QTC-REC.
           02 QTC-CHAVE.
              03 QTC-CPF          PIC X(14).
              03 QTC-ANO          PIC 9(04).
      *    T = quitacao total (todas as faturas com vencimento no ano
      *    pagas); P = parcial (so os meses inteiramente pagos -
      *    fatura aberta, parcelada ou baixada tira o mes).
           02 QTC-TIPO            PIC X(01).
              88 QTC-QUITACAO-TOTAL   VALUE "T".
              88 QTC-QUITACAO-PARCIAL VALUE "P".
      *    Um byte por mes de vencimento (JAN a DEZ): S = quitado e
      *    declarado; N = com debito; espaco = sem fatura no mes.
           02 QTC-MESES.
              03 QTC-MES          PIC X(01) OCCURS 12 TIMES.
      *    Faturas e valor pago dos meses declarados.
           02 QTC-QTD-FATURAS     PIC 9(04).
           02 QTC-VALOR-PAGO      PIC 9(11)V99.
           02 QTC-DATA-EMISSAO    PIC 9(08).
      *    Destino da via original: E = expedida pelo correio;
      *    S = suprimida (endereco devolvido, listada em SEMEND.REL);
      *    O = nao postada (obito do titular registrado).
           02 QTC-DESTINO         PIC X(01).
              88 QTC-EXPEDIDA         VALUE "E".
              88 QTC-SEM-ENDERECO     VALUE "S".
              88 QTC-OBITO            VALUE "O".
      *    Segundas vias emitidas a pedido do cliente.
           02 QTC-QTD-VIAS        PIC 9(03).
           02 QTC-DATA-ULTIMA-VIA PIC 9(08).
           02 QTC-OPERADOR-VIA    PIC X(08).
