      *================================================================*
      *    Copybook CAMPPRMREC - layout do registro unico de
      *    parametros da campanha de oferta pre-aprovada
      *    (data/CAMPANHA.PRM), preenchido pelo comercial a cada
      *    campanha: codigo, produto oferecido, canal de contato e os
      *    criterios de selecao. Lido pelo CAMPOFER; sem o arquivo,
      *    ou com criterio invalido, nao sai lista nenhuma.
      *================================================================*
       01  CAMPPRM-REG.
      *    Codigo da campanha - vai na lista e em cada oferta gravada
      *    em OFERTA.HIST, para a apuracao do aceite.
           02 CMPP-CODIGO         PIC X(08).
      *    L = aumento de limite de credito; P = parcelamento
      *    pre-aprovado.
           02 CMPP-PRODUTO        PIC X(01).
              88 CMPP-AUMENTO-LIMITE VALUE "L".
              88 CMPP-PARCELAMENTO   VALUE "P".
              88 CMPP-PRODUTO-VALIDO VALUE "L" "P".
      *    Canal da campanha, nos codigos de CONSENTE.DAT: C = carta,
      *    E = e-mail, T = telefone.
           02 CMPP-CANAL          PIC X(01).
              88 CMPP-CANAL-CARTA    VALUE "C".
              88 CMPP-CANAL-EMAIL    VALUE "E".
              88 CMPP-CANAL-FONE     VALUE "T".
              88 CMPP-CANAL-VALIDO   VALUE "C" "E" "T".
      *    Score minimo de SCORE.PAG (0-100) e as faixas de
      *    segmentacao aceitas (CADCLI-TIER, ate 4 letras, ex. "AB").
           02 CMPP-SCORE-MINIMO   PIC 9(03).
           02 CMPP-TIERS          PIC X(04).
      *    Faixa de idade da pessoa fisica, em anos completos.
           02 CMPP-IDADE-MINIMA   PIC 9(03).
           02 CMPP-IDADE-MAXIMA   PIC 9(03).
      *    Valor oferecido: percentual do limite de credito atual,
      *    entre o minimo e o maximo abaixo.
           02 CMPP-PERCENTUAL     PIC 9(03)V99.
           02 CMPP-VALOR-MINIMO   PIC 9(09)V99.
           02 CMPP-VALOR-MAXIMO   PIC 9(09)V99.
      *    Dias de validade da oferta, contados da data da lista.
           02 CMPP-VALIDADE-DIAS  PIC 9(03).
