      *================================================================*
      *    Copybook AUTPEND - transacao desviada pelo CSUBTR para
      *    autorizacao (AUTORIZA.PEND): o debito que levaria o saldo
      *    alem do limite de credito do cliente, ou para dentro do
      *    valor bloqueado judicialmente, nao e postado - fica aqui
      *    com o saldo e o limite do momento ate um supervisor
      *    decidir na caixa de pendencias (PENDAPRV). Aprovado, o
      *    debito e postado no ledger com journal; rejeitado, sai da
      *    fila sem postagem.
      *================================================================*
       01  AUTORIZA-REG.
           05 AUT-CPF                 PIC X(11).
           05 AUT-NUMERO              PIC 9(06).
           05 AUT-VALOR               PIC 9(09)V99.
           05 AUT-SALDO               PIC S9(9)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05 AUT-LIMITE              PIC 9(09)V99.
           05 AUT-DATA                PIC 9(08).
      *    Conta do debito (zeros nos registros antigos = conta
      *    corrente padrao, como no CSUBTR).
           05 AUT-CONTA               PIC 9(06).
      *    Quem rodou a postagem que desviou a transacao (sessao
      *    assinada no menu, ou BATCH) - nao pode aprovar o proprio
      *    desvio.
           05 AUT-SOLICITANTE         PIC X(08).
