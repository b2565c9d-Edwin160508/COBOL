      *================================================================*
      *    Copybook FRAUDEREC - layout da transacao retida pela
      *    triagem de fraude (FRAUDE.RETIDAS). A triagem (FRAUDVEL)
      *    tira do arquivo limpo do dia o detalhe que bateu em alguma
      *    regra da tabela data/FRAUDE.REGRAS e o grava aqui, intacto,
      *    com as regras que apontaram; a liberacao (FRAUDLIB) decide
      *    cada um - libera para o proximo ciclo ou rejeita com aviso
      *    ao cliente.
      *================================================================*
       01  FRAUDE-RETIDA-REG.
      *    Linha do arquivo limpo (data/LACO_TRANSACOES.DAT) como
      *    estava, vista nos campos que a triagem usa. Na
      *    transferencia (tipo X) a conta e a debitada.
           02 FRT-LINHA.
              03 FRT-TIPO         PIC X(01).
              03 FRT-CPF          PIC X(11).
              03 FRT-NUMERO       PIC 9(06).
              03 FRT-VALOR        PIC 9(09)V99.
              03 FRT-CONTA        PIC X(06).
              03 FRT-RESTO        PIC X(34).
           02 FRT-DATA-RETENCAO   PIC 9(08).
      *    Codigos das regras que apontaram (ate 4, 2 posicoes cada)
      *    e a descricao da primeira.
           02 FRT-REGRAS          PIC X(08).
           02 FRT-DESCRICAO       PIC X(40).
