      *================================================================*
      *    Copybook PENDITEM - pendencia de aprovacao do supervisor na
      *    forma comum as cinco filas (AUTORIZA.PEND, LIMITE.PEND,
      *    DIGITA.PEND, REABRE.PEND e DISPENSA.PEND): a caixa de
      *    pendencias (PENDAPRV) e o relatorio de pendencias por
      *    idade (PENDIDAD) montam esta area a partir do registro de
      *    cada fila para listar tudo com a mesma cara.
      *================================================================*
       01  PENDENCIA-ITEM.
      *    Fila de origem - o nome do arquivo sem o .PEND.
           02 PIT-ORIGEM          PIC X(08).
      *    Identificacao do item na fila: transacao, CPF/CNPJ,
      *    periodo ou fatura.
           02 PIT-CHAVE           PIC X(14).
      *    Data do pedido e idade em dias corridos ate hoje.
           02 PIT-DATA            PIC 9(08).
           02 PIT-IDADE           PIC 9(05).
           02 PIT-VALOR           PIC 9(11)V99.
      *    Quem pediu - nao pode ser quem aprova.
           02 PIT-SOLICITANTE     PIC X(08).
           02 PIT-DESCRICAO       PIC X(30).
