      *================================================================*
      *    Copybook BAIXAPED - pedido de baixa de titulo registrado no
      *    banco (BAIXA.PEDIDO), uma linha por titulo, gravada pelo
      *    FATCANC quando cancela fatura ja remetida. A REMESSA le os
      *    pedidos pendentes, grava a instrucao de baixa no arquivo
      *    do banco do titulo e marca o pedido como enviado, com o
      *    NSA do arquivo; o retorno confirma com a ocorrencia 10.
      *================================================================*
       01  BXP-REG.
           02 BXP-TITULO          PIC 9(06).
      *    Banco em que o titulo foi registrado (REMESSA.REGISTRO).
           02 BXP-BANCO           PIC 9(03).
           02 BXP-CPF             PIC X(14).
           02 BXP-VENCTO          PIC 9(08).
           02 BXP-VALOR           PIC 9(11)V99.
           02 BXP-DATA-PEDIDO     PIC 9(08).
      *    Nota de credito que cancelou a fatura (NOTACRED.DAT).
           02 BXP-NOTA            PIC 9(06).
      *    P = pendente de envio; E = enviado ao banco no arquivo de
      *    remessa de NSA BXP-NSA.
           02 BXP-SITUACAO        PIC X(01).
              88 BXP-PENDENTE         VALUE "P".
              88 BXP-ENVIADO          VALUE "E".
           02 BXP-NSA             PIC 9(06).
