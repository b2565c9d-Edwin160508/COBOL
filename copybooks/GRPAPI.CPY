      *================================================================*
      *    Copybook GRPAPI - area de comunicacao com o subprograma de
      *    exposicao do grupo economico (GRPEXPO,
      *    GRUPO_EXPOSICAO.COB). Quem decide limite (LIMREV) ou aceita
      *    titular e garantidor (CTAABRE) monta GRUPO-CONSULTA-ENTRADA
      *    com o CPF/CNPJ, chama GRPEXPO e confere os totais do grupo
      *    contra o teto LIMITE-GRUPO de data/PARAMRUN.CTL - alem da
      *    conferencia por cliente que ja fazia.
      *    Cliente fora de grupo volta com GRX-SEM-GRUPO e os totais
      *    dele sozinho, para a mesma conta servir aos dois casos.
      *================================================================*
       01  GRUPO-CONSULTA-ENTRADA.
           02 GRX-CPF             PIC X(14).
      *    S = somar tambem o que os membros garantem (varre
      *    CONTA.DAT - so quando a conferencia precisa).
           02 GRX-APURAR-GARANTIAS PIC X(01).

       01  GRUPO-CONSULTA-RESULTADO.
           02 GRX-RESULTADO       PIC X(01).
              88 GRX-COM-GRUPO       VALUE "G".
              88 GRX-SEM-GRUPO       VALUE "N".
              88 GRX-INDISPONIVEL    VALUE "I".
           02 GRX-CODIGO          PIC 9(06).
           02 GRX-QTD-MEMBROS     PIC 9(03).
      *    Limite de credito do proprio cliente e a soma dos limites
      *    de todos os membros ativos (ele incluido).
           02 GRX-LIMITE-CLIENTE  PIC 9(09)V99.
           02 GRX-SOMA-LIMITES    PIC 9(11)V99.
      *    Soma dos limites dos titulares de contas ativas garantidas
      *    por algum membro, fora do proprio grupo.
           02 GRX-SOMA-GARANTIDA  PIC 9(11)V99.
           02 GRX-TETO-GRUPO      PIC 9(11)V99.
      *    Membros ativos (os 30 primeiros pela chave do grupo).
           02 GRX-MEMBRO-CPF      PIC X(14) OCCURS 30 TIMES.
