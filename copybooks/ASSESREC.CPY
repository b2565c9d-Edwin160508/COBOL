      *================================================================*
      *    Copybook ASSESREC - layout do cadastro de assessorias de
      *    cobranca externa (data/ASSESSORIA.MST). A divida de atraso
      *    longo e entregue a assessorias terceirizadas antes da baixa
      *    como perda: o envio mensal (ASSENVIO) reparte as faturas
      *    entre as assessorias ativas e o retorno de cada uma
      *    (ASSRETOR) liquida as recuperacoes e apura a comissao pelo
      *    percentual do contrato.
      *================================================================*
       01  ASSESSORIA-REG.
           02 ASS-CODIGO          PIC 9(03).
           02 ASS-NOME            PIC X(30).
           02 ASS-CNPJ            PIC X(14).
      *    Comissao do contrato sobre o valor recuperado, em
      *    percentual com duas casas (0500 = 5,00%).
           02 ASS-COMISSAO-PCT    PIC 9(02)V99.
      *    A = ativa, recebe faturas novas; I = contrato encerrado -
      *    o envio seguinte recolhe tudo o que estiver com ela e
      *    reparte entre as ativas.
           02 ASS-SITUACAO        PIC X(01).
              88 ASS-ATIVA           VALUE "A".
              88 ASS-INATIVA         VALUE "I".
