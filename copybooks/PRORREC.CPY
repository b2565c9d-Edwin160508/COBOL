      *================================================================*
      *    Copybook PRORREC - registro da prorrogacao de vencimento e
      *    da dispensa de encargos de atraso (PRORROGA.DAT), uma
      *    linha por acordo da cobranca, gravada pela transacao
      *    FATPRORR. Traz o motivo, quem pediu, o nivel dele no
      *    cadastro de operadores e o supervisor que aprovou quando o
      *    valor passou da alcada - e a base do relatorio mensal de
      *    dispensas por operador.
      *================================================================*
       01  PRR-REC.
           02 PRR-DATA            PIC 9(08).
           02 PRR-HORA            PIC 9(08).
           02 PRR-FAT-NUMERO      PIC 9(06).
      *    CPF ou CNPJ do cliente - mesma largura de FAT-CPF.
           02 PRR-CPF             PIC X(14).
      *    P = prorrogacao de vencimento (os encargos ja corridos
      *    ficam dispensados com ela); D = so dispensa de encargos,
      *    vencimento mantido.
           02 PRR-TIPO            PIC X(01).
              88 PRR-PRORROGACAO      VALUE "P".
              88 PRR-DISPENSA         VALUE "D".
           02 PRR-VENCTO-ANTES    PIC 9(08).
           02 PRR-VENCTO-DEPOIS   PIC 9(08).
      *    Encargos apurados ate o dia (regra do ENCARGOS, ja sem as
      *    dispensas anteriores) e a parte dispensada agora.
           02 PRR-ENCARGO-APURADO PIC 9(11)V99.
           02 PRR-VALOR-DISPENSADO PIC 9(11)V99.
      *    Motivo: A = acordo de pagamento; C = contestacao ou erro
      *    do banco; R = relacionamento/retencao do cliente;
      *    O = outro (explicado no texto).
           02 PRR-MOTIVO          PIC X(01).
              88 PRR-MOTIVO-VALIDO    VALUE "A" "C" "R" "O".
           02 PRR-MOTIVO-TEXTO    PIC X(40).
      *    Operador da sessao que pediu e o nivel dele em
      *    data/OPERADOR.DAT; aprovador = supervisor (nivel 3) que
      *    aprovou na caixa de pendencias (PENDAPRV) o pedido que
      *    passou da alcada do operador, brancos quando coube na
      *    alcada.
           02 PRR-OPERADOR        PIC X(08).
           02 PRR-NIVEL-OPERADOR  PIC 9(01).
           02 PRR-APROVADOR       PIC X(08).
