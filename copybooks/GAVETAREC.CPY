      *================================================================*
      *    Copybook GAVETAREC - layout da gaveta de caixa do operador
      *    (GAVETA.DAT), uma por operador por dia, mantida pelo
      *    CXGAVETA: nasce aberta com o numerario inicial e e fechada
      *    com a contagem do operador contra o saldo esperado
      *    (inicial + depositos - saques em especie de GAVETA.MOV,
      *    ver copybooks/GAVMOVREC.CPY).
      *================================================================*
       01  GAV-REC.
           02 GAV-CHAVE.
              03 GAV-OPERADOR     PIC X(08).
              03 GAV-DATA         PIC 9(08).
           02 GAV-HORA-ABERTURA   PIC 9(08).
           02 GAV-SALDO-INICIAL   PIC 9(09)V99.
      *    Preenchidos no fechamento.
           02 GAV-TOTAL-DEPOSITOS PIC 9(11)V99.
           02 GAV-TOTAL-SAQUES    PIC 9(11)V99.
           02 GAV-SALDO-ESPERADO  PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           02 GAV-SALDO-CONTADO   PIC 9(11)V99.
      *    Contado menos esperado: negativo = falta, positivo = sobra.
           02 GAV-DIFERENCA       PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           02 GAV-HORA-FECHAMENTO PIC 9(08).
      *    A = aberta; F = fechada conferida; D = fechada com
      *    diferenca (lancada na conta contabil de diferenca de caixa).
           02 GAV-SITUACAO        PIC X(01).
              88 GAV-ABERTA          VALUE "A".
              88 GAV-FECHADA         VALUE "F".
              88 GAV-COM-DIFERENCA   VALUE "D".
