      *================================================================*
      *    Copybook NOTACRREC - registro da nota de credito emitida no
      *    cancelamento de fatura (NOTACRED.DAT), uma linha por nota,
      *    gravada pela transacao FATCANC e numerada pelo contador
      *    NOTACRED.CTL. E o documento que anula a fatura errada: traz
      *    o motivo, quem pediu e quem aprovou, e a fatura corrigida
      *    emitida no lugar dela, quando houve.
      *================================================================*
       01  NCR-REC.
           02 NCR-NUMERO          PIC 9(06).
           02 NCR-FAT-NUMERO      PIC 9(06).
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 NCR-CPF             PIC X(14).
           02 NCR-DATA            PIC 9(08).
           02 NCR-HORA            PIC 9(08).
      *    Valor creditado ao cliente: o valor cheio da fatura
      *    cancelada (fatura com pagamento nao se cancela).
           02 NCR-VALOR           PIC 9(11)V99.
      *    Motivo do cancelamento: E = erro de faturamento (valor ou
      *    item indevido); T = transacao estornada depois de
      *    faturada; C = cobranca na conta ou cliente errado;
      *    O = outro (explicado no texto).
           02 NCR-MOTIVO          PIC X(01).
              88 NCR-MOTIVO-VALIDO    VALUE "E" "T" "C" "O".
           02 NCR-MOTIVO-TEXTO    PIC X(40).
      *    Operador da sessao que pediu o cancelamento e supervisor
      *    (nivel 3 em data/OPERADOR.DAT) que aprovou.
           02 NCR-OPERADOR        PIC X(08).
           02 NCR-APROVADOR       PIC X(08).
      *    Fatura corrigida emitida em substituicao - zeros = so
      *    cancelamento, sem fatura nova.
           02 NCR-FAT-SUBSTITUTA  PIC 9(06).
           02 NCR-VALOR-SUBSTITUTA PIC 9(11)V99.
      *    S = o titulo estava registrado no banco e foi pedida a
      *    baixa (BAIXA.PEDIDO, enviada pela proxima REMESSA);
      *    N = titulo ainda nao remetido.
           02 NCR-BAIXA-BANCO     PIC X(01).
              88 NCR-COM-BAIXA        VALUE "S".
