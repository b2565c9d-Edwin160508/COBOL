      *================================================================*
      *    Copybook TRNDISREC - layout dos extratos pre-cruzados que a
      *    distribuicao (TRNDIST) grava a partir do LACO.TRN.ORD, um
      *    por consumidor: CSUBTR.TRN, FATGERA.TRN, UFREL.TRN,
      *    SEGTIER.TRN e CLIEXTR.TRN. A primeira parte (TRN-ORD-DADOS)
      *    e o registro ordenado do LACO byte a byte, na mesma ordem
      *    por CPF; a segunda traz o que cada consumidor buscava no
      *    cadastro mestre pelo CPF, lido uma unica vez na troca de
      *    CPF pela distribuicao.
      *    TRN-DIS-CLIENTE-ACHADO = N quando o CPF nao esta no mestre
      *    (ou o mestre estava indisponivel) - os campos do cliente
      *    vem entao zerados/em branco, como o consumidor os tinha
      *    quando a leitura falhava.
      *================================================================*
       01  TRN-ORD-REC.
           02 TRN-ORD-DADOS.
              03 TRN-ORD-CPF             PIC X(11).
              03 TRN-ORD-NUMERO          PIC 9(06).
              03 TRN-ORD-VALOR           PIC 9(09)V99.
              03 TRN-ORD-CONTA           PIC 9(06).
      *    Data-valor da transacao (zeros = movimento do dia).
              03 TRN-ORD-DATA-VALOR      PIC 9(08).
      *    Agencia de origem, carimbada pela critica.
              03 TRN-ORD-AGENCIA         PIC X(08).
      *    Procurador/representante legal que movimentou pelo titular
      *    (espacos = o proprio titular).
              03 TRN-ORD-REPRESENTANTE   PIC X(11).
      *    Operador que digitou a transacao (espacos = linha de
      *    agencia).
              03 TRN-ORD-OPERADOR        PIC X(08).
      *    Dados do titular no cadastro mestre.
           02 TRN-DIS-CLIENTE-ACHADO  PIC X(01).
              88 TRN-DIS-NO-MESTRE       VALUE "S".
      *    Limite de credito que vale para a postagem: zero para o
      *    titular menor de idade, que nao entra no descoberto.
           02 TRN-DIS-LIMITE-CRED     PIC 9(09)V99.
      *    Dia do ciclo de faturamento (zeros = sem ciclo).
           02 TRN-DIS-CICLO-FAT       PIC 9(02).
           02 TRN-DIS-UF              PIC X(02).
           02 TRN-DIS-CIDADE          PIC X(20).
           02 FILLER                  PIC X(10).
