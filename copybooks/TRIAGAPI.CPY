      *================================================================*
      *    Copybook TRIAGAPI - area de comunicacao com o subprograma
      *    de triagem em listas restritivas (CADTRIAG,
      *    TRIAGEM_LISTA.COB). O intake (VARCOMP, CADLOTE, CADREWK)
      *    e a reavaliacao do mestre (TRIAGEM) montam TRIAGEM-CLIENTE,
      *    chamam CADTRIAG e leem a ocorrencia em TRIAGEM-RESULTADO.
      *================================================================*
       01  TRIAGEM-CLIENTE.
      *    CPF ou CNPJ - o CNPJ nunca casa com o CPF da lista, so
      *    pelo nome (razao social).
           02 TRG-CPF             PIC X(14).
           02 TRG-NOME            PIC X(50).
           02 TRG-DATANASC        PIC X(08).

       01  TRIAGEM-RESULTADO.
      *    Mesmo dominio de CADCLI-LISTA-RESTRITA: P = PEP,
      *    S = sancao, espaco = sem ocorrencia.
           02 TRG-OCORRENCIA      PIC X(01).
              88 TRG-SEM-OCORRENCIA  VALUE SPACE.
              88 TRG-PEP             VALUE "P".
              88 TRG-SANCAO          VALUE "S".
      *    Como casou: C = pelo CPF, N = pelo nome (pontuacao).
           02 TRG-CRITERIO        PIC X(01).
           02 TRG-PONTOS          PIC 9(03).
           02 TRG-NOME-LISTA      PIC X(50).
