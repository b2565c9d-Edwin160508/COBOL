      *================================================================*
      *    Copybook ASSMOVREC - historico da cobranca externa
      *    (ASSESSORIA.MOV): uma linha por evento de cada fatura na
      *    mao das assessorias - envio, recuperacao, devolucao pela
      *    assessoria e recolhimento por nos. A carteira guarda so a
      *    situacao atual; a trilha inteira fica aqui.
      *================================================================*
       01  ASSMOV-REG.
           02 AMV-DATA            PIC 9(08).
           02 AMV-FAT-NUMERO      PIC 9(06).
           02 AMV-CPF             PIC X(14).
           02 AMV-ASSESSORIA      PIC 9(03).
      *    E = envio; R = recuperacao; D = devolucao pela assessoria;
      *    C = recolhimento (motivo em AMV-MOTIVO, como ACT-MOTIVO).
           02 AMV-EVENTO          PIC X(01).
              88 AMV-ENVIO           VALUE "E".
              88 AMV-RECUPERACAO     VALUE "R".
              88 AMV-DEVOLUCAO       VALUE "D".
              88 AMV-RECOLHIMENTO    VALUE "C".
           02 AMV-MOTIVO          PIC X(01).
      *    Valor do evento: enviado, recuperado ou recolhido; a
      *    comissao so na recuperacao.
           02 AMV-VALOR           PIC 9(11)V99.
           02 AMV-COMISSAO        PIC 9(11)V99.
      *    NSA do arquivo de retorno da assessoria (zeros no envio e
      *    no recolhimento) e a observacao que veio nele.
           02 AMV-NSA             PIC 9(06).
           02 AMV-TEXTO           PIC X(30).
