      *================================================================*
      *    Copybook BOLETOREC - registro do boleto de cobranca emitido
      *    para a fatura (BOLETO.DAT), indexado pelo numero da fatura.
      *    Gravado pelo BOLETO na emissao e atualizado por ele a cada
      *    segunda via pedida pelo cliente: guarda o nosso numero, o
      *    vencimento e o valor do documento original e, da ultima
      *    via, a data de pagamento, o valor atualizado e os encargos.
      *================================================================*
       01  BLT-REC.
           02 BLT-FAT-NUMERO      PIC 9(06).
           02 BLT-CPF             PIC X(14).
      *    Banco de cobranca do titulo (FAT-BANCO roteado pelo
      *    cadastro BANCO.MST) e nosso numero dele: convenio do banco
      *    + numero da fatura com 10 posicoes.
           02 BLT-BANCO           PIC 9(03).
           02 BLT-NOSSO-NUMERO    PIC X(17).
           02 BLT-DATA-EMISSAO    PIC 9(08).
           02 BLT-VENCTO          PIC 9(08).
           02 BLT-VALOR           PIC 9(11)V99.
      *    Destino da via original: E = expedida pelo correio;
      *    S = suprimida (endereco devolvido, listada em SEMEND.REL);
      *    O = nao postada (obito do titular registrado).
           02 BLT-DESTINO         PIC X(01).
              88 BLT-EXPEDIDO         VALUE "E".
              88 BLT-SEM-ENDERECO     VALUE "S".
              88 BLT-OBITO            VALUE "O".
      *    Codigo de barras (44 posicoes) e linha digitavel editada
      *    do ultimo documento emitido - original ou segunda via.
           02 BLT-CODIGO-BARRAS   PIC X(44).
           02 BLT-LINHA-DIGITAVEL PIC X(54).
      *    Segundas vias: vencimento novo (data de pagamento pedida),
      *    valor cobrado e encargos de atraso incluidos nele.
           02 BLT-QTD-VIAS        PIC 9(03).
           02 BLT-DATA-ULTIMA-VIA PIC 9(08).
           02 BLT-OPERADOR-VIA    PIC X(08).
           02 BLT-VENCTO-VIA      PIC 9(08).
           02 BLT-VALOR-VIA       PIC 9(11)V99.
           02 BLT-ENCARGOS-VIA    PIC 9(11)V99.
