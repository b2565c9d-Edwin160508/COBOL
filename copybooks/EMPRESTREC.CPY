      *================================================================*
      *    Copybook EMPRESTREC - layout do contrato de emprestimo
      *    pessoal (EMPRESTIMO.DAT), indexado pelo numero do contrato
      *    (contador EMPNUM.CTL) e com o CPF como chave alternada.
      *    O contrato nasce no EMPREST: o principal e creditado na
      *    conta do cliente pelo ledger (com journal) e cada
      *    prestacao vira uma fatura normal em data/FATURAS.DAT,
      *    numerada pelo FATNUM.CTL - encargos, remessa e aplicacao
      *    de caixa tratam as prestacoes como qualquer titulo em
      *    aberto. A faixa de numeros das faturas (primeira/ultima)
      *    fica aqui para amarrar o contrato as suas prestacoes.
      *================================================================*
       01  EMPREST-REC.
           02 EMP-CONTRATO        PIC 9(06).
           02 EMP-CPF             PIC X(11).
           02 EMP-CONTA           PIC 9(06).
           02 EMP-PRINCIPAL       PIC 9(09)V99.
      *    Taxa de juros ao mes, em percentual.
           02 EMP-TAXA-MENSAL     PIC 9(02)V99.
           02 EMP-PRAZO           PIC 9(03).
      *    Sistema de amortizacao: P = Price (prestacoes iguais),
      *    S = SAC (amortizacao constante, prestacao decrescente).
           02 EMP-METODO          PIC X(01).
              88 EMP-PRICE           VALUE "P".
              88 EMP-SAC             VALUE "S".
           02 EMP-DATA-CONTRATO   PIC 9(08).
           02 EMP-PRIMEIRA-FATURA PIC 9(06).
           02 EMP-ULTIMA-FATURA   PIC 9(06).
           02 EMP-TOTAL-JUROS     PIC 9(09)V99.
      *    Score de pagamento (SCORE.PAG) do cliente na concessao.
           02 EMP-SCORE           PIC 9(03).
           02 EMP-SITUACAO        PIC X(01).
              88 EMP-ATIVO           VALUE "A".
              88 EMP-LIQUIDADO       VALUE "L".
           02 EMP-OPERADOR        PIC X(08).
