      *================================================================*
      *    Copybook SCRMOVREC - historico de movimentos do saldo credor
      *    do cliente (SALDOCRED.MOV), uma linha por movimento gravada
      *    pelo subprograma SCRMOVTO: o credito do pagamento a maior,
      *    o consumo em fatura nova, a devolucao e o estorno de
      *    devolucao por TED que voltou. E a trilha que a auditoria
      *    confere contra o saldo de SALDOCRED.DAT.
      *================================================================*
       01  SCM-REG.
           02 SCM-CPF             PIC X(14).
           02 SCM-DATA            PIC 9(08).
           02 SCM-HORA            PIC 9(08).
      *    C = credito de pagamento a maior; A = aplicado em fatura
      *    nova; D = devolvido em conta; T = devolvido por TED;
      *    E = estorno de devolucao por TED cancelada ou devolvida.
           02 SCM-TIPO            PIC X(01).
              88 SCM-CREDITO         VALUE "C".
              88 SCM-APLICADO        VALUE "A".
              88 SCM-DEVOLVIDO-CONTA VALUE "D".
              88 SCM-DEVOLVIDO-TED   VALUE "T".
              88 SCM-ESTORNO-TED     VALUE "E".
           02 SCM-VALOR           PIC 9(11)V99.
           02 SCM-SALDO-DEPOIS    PIC 9(11)V99.
      *    Programa que movimentou e a referencia dele: fatura (no
      *    credito e no consumo), conta creditada ou ordem de TED.
           02 SCM-ORIGEM          PIC X(08).
           02 SCM-REFERENCIA      PIC 9(08).
           02 SCM-OPERADOR        PIC X(08).
