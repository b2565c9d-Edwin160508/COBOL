      *================================================================*
      *    Copybook COAFCASO - layout do caso de monitoramento COAF
      *    (COAF.CASOS), um registro por indicio levantado pelo
      *    COAFMON. A compliance trata o caso (descarta ou escala);
      *    caso escalado entra na comunicacao ao COAF e passa a
      *    comunicado. Arquivo de uso exclusivo da compliance:
      *    nenhuma saida para o cliente le este layout.
      *================================================================*
       01  CASO-REG.
           02 CASO-NUMERO         PIC 9(06).
           02 CASO-DATA           PIC 9(08).
           02 CASO-CPF            PIC X(11).
           02 CASO-CONTA          PIC 9(06).
      *    Regra que levantou o caso: V = valor unico acima do
      *    limite, F = fracionamento (varias abaixo do limite que
      *    somadas passam dele na janela), R = volume em conta
      *    recem-reativada pelo DORMENC.
           02 CASO-REGRA          PIC X(01).
              88 CASO-VALOR-ALTO     VALUE "V".
              88 CASO-FRACIONADO     VALUE "F".
              88 CASO-REATIVADA      VALUE "R".
      *    Valor da transacao (V) ou somado na janela (F e R).
           02 CASO-VALOR          PIC 9(11)V99.
      *    Transacao que disparou o caso - zeros nos casos somados.
           02 CASO-TRN-NUMERO     PIC 9(06).
           02 CASO-SITUACAO       PIC X(01).
              88 CASO-ABERTO         VALUE "A".
              88 CASO-DESCARTADO     VALUE "D".
              88 CASO-ESCALADO       VALUE "E".
              88 CASO-COMUNICADO     VALUE "C".
           02 CASO-DATA-DECISAO   PIC 9(08).
           02 CASO-OPERADOR       PIC X(08).
