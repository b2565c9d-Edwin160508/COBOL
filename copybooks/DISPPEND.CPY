      *================================================================*
      *    Copybook DISPPEND - acordo de prorrogacao/dispensa acima da
      *    alcada do operador (DISPENSA.PEND), gravado pelo FATPRORR e
      *    parado ate um supervisor, outro que nao o operador, decidir
      *    na caixa de pendencias (PENDAPRV). Os campos sao os do
      *    acordo em PRORROGA.DAT (ver copybooks/PRORREC.CPY) mais a
      *    imagem da fatura no pedido: na aprovacao a fatura tem de
      *    estar em aberto, com o mesmo vencimento e o mesmo valor ja
      *    dispensado, senao o acordo e recusado.
      *================================================================*
       01  DSP-REG.
           02 DSP-DATA            PIC 9(08).
           02 DSP-HORA            PIC 9(08).
           02 DSP-FAT-NUMERO      PIC 9(06).
           02 DSP-CPF             PIC X(14).
      *    P = prorrogacao de vencimento; D = dispensa de encargos.
           02 DSP-TIPO            PIC X(01).
              88 DSP-PRORROGACAO      VALUE "P".
              88 DSP-DISPENSA         VALUE "D".
           02 DSP-VENCTO-ANTES    PIC 9(08).
           02 DSP-VENCTO-DEPOIS   PIC 9(08).
           02 DSP-ENCARGO-APURADO PIC 9(11)V99.
           02 DSP-VALOR-DISPENSADO PIC 9(11)V99.
           02 DSP-MOTIVO          PIC X(01).
           02 DSP-MOTIVO-TEXTO    PIC X(40).
           02 DSP-OPERADOR        PIC X(08).
           02 DSP-NIVEL-OPERADOR  PIC 9(01).
      *    FAT-ENCARGO-DISPENSADO da fatura quando o acordo foi pedido.
           02 DSP-DISPENSADO-ANTES PIC 9(11)V99.
