      *    clientes. Um mesmo cliente pode abrir mais de uma conta
      *    (corrente e poupanca); as transacoes e o ledger carregam o
      *    numero da conta para a postagem cair na conta certa.
      *    Mudou o layout, sobe LYX-VERSAO-CONTA em
      *    copybooks/LAYAPI.CPY no mesmo pacote e o arquivo e
      *    convertido pelo LAYCONV - os programas conferem a versao
      *    contra LAYOUT.CTL ao iniciar.
      *================================================================*
       01  CONTA-REC.
           02 CONTA-NUMERO        PIC 9(06).
      *    CPF ou CNPJ do titular - mesma largura de CADCLI-CPF.
           02 CONTA-CPF           PIC X(14).
           02 CONTA-TIPO          PIC X(01).
              88 CONTA-CORRENTE      VALUE "C".
              88 CONTA-POUPANCA      VALUE "P".
      *    Deposito a prazo (CDB): aplicacao, vencimento, taxa e
      *    resgate antecipado ficam em CDB.DAT (ver CDBREC.CPY); o
      *    saldo aplicado fica no ledger desta conta e so sai pelo
      *    resgate (CDBACRU no vencimento, CDBRESG antecipado).
              88 CONTA-PRAZO         VALUE "T".
           02 CONTA-DATA-ABERTURA PIC 9(08).
           02 CONTA-SITUACAO      PIC X(01).
              88 CONTA-ATIVA         VALUE "A".
      *    parametro LIMITE-GARANTIDOR; cobranca 60+ do titular puxa
      *    o garantidor para as cartas e o registro de cobranca.
           02 CONTA-CPF-GARANTIDOR PIC X(11).
      *    Conta conjunta: ate tres co-titulares alem do titular de
      *    CONTA-CPF, todos ativos no mestre na abertura. O ledger
      *    segue na chave do titular; TRNENTRY aceita a postagem
      *    digitada com o CPF de qualquer titular. Movimentacao:
      *    S = solidaria (e/ou) - qualquer titular movimenta sozinho
      *    e, com o obito de um deles, os sobreviventes seguem
      *    movimentando; C = conjunta (e) - so com a assinatura de
      *    todos, e o obito de qualquer titular congela a conta ate
      *    o espolio. Espacos = conta individual.
           02 CONTA-MOVIMENTACAO  PIC X(01).
              88 CONTA-SOLIDARIA     VALUE "S".
              88 CONTA-CONJUNTA      VALUE "C".
           02 CONTA-COTITULARES.
              88 CONTA-SEM-COTITULAR VALUE SPACES.
              03 CONTA-COTITULAR-CPF PIC X(11) OCCURS 3 TIMES.
