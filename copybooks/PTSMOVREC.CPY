      *================================================================*
      *    Copybook PTSMOVREC - layout do historico de movimentos do
      *    programa de pontos (PONTOS.MOV), um registro por ganho,
      *    resgate ou expiracao. E por este historico que a apuracao
      *    (PTSAPURA) acha os pontos vencidos - ganhos ha mais de N
      *    meses e ainda nao consumidos pelos resgates, o mais antigo
      *    primeiro - e monta o extrato mensal do cliente.
      *================================================================*
       01  PTSMOV-REG.
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 PTM-CPF             PIC X(14).
           02 PTM-DATA            PIC 9(08).
      *    Mes (AAAAMM) da apuracao que gerou o ganho ou a expiracao;
      *    no resgate, o mes da data do resgate.
           02 PTM-COMPETENCIA     PIC 9(06).
           02 PTM-TIPO            PIC X(01).
              88 PTM-GANHO           VALUE "G".
              88 PTM-RESGATE         VALUE "R".
              88 PTM-EXPIRACAO       VALUE "E".
      *    Ganho: codigo da regra de data/PONTOS.REGRAS que pontuou.
      *    Resgate: CC = credito em conta, TF = abatimento de fatura
      *    de tarifa. Expiracao: espacos.
           02 PTM-REGRA           PIC X(02).
           02 PTM-EVENTOS         PIC 9(05).
           02 PTM-PONTOS          PIC 9(09).
      *    Ganho: valor somado dos eventos pontuados. Resgate e
      *    expiracao: valor em reais dos pontos, pelo valor do
      *    milheiro em vigor.
           02 PTM-VALOR           PIC 9(11)V99.
      *    Resgate: conta creditada ou primeira fatura abatida.
           02 PTM-REFERENCIA      PIC 9(06).
           02 PTM-OPERADOR        PIC X(08).
