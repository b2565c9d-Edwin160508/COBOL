      *================================================================*
      *    Copybook SIMAPI - area de comunicacao com o subprograma do
      *    comparativo de simulacao (SIMCOMP,
      *    SIMULACAO_COMPARATIVO.COB). Quem roda em simulacao
      *    (ENCARGOS, JURODESC, TARIFMNT, TARIFVOL, JUROPOUP) chama
      *    SIMCOMP com I no inicio, A para cada valor calculado com
      *    os parametros em vigor e com os simulados, e F no fim para
      *    gravar o comparativo por cliente e total - o mesmo
      *    relatorio para todos.
      *================================================================*
       01  SIMULACAO-ENTRADA.
           02 SMX-FUNCAO          PIC X(01).
              88 SMX-INICIAR         VALUE "I".
              88 SMX-ACUMULAR        VALUE "A".
              88 SMX-FINALIZAR       VALUE "F".
      *    Programa simulado - da o nome do relatorio,
      *    SIMULA.<programa>.REL.
           02 SMX-PROGRAMA        PIC X(08).
           02 SMX-ARQ-PARAMETROS  PIC X(40).
      *    Parametros em vigor e simulados, do jeito que o chamador
      *    quer que saiam no cabecalho (I).
           02 SMX-PARAM-ATUAL     PIC X(60).
           02 SMX-PARAM-SIMULADO  PIC X(60).
      *    Valor do cliente calculado com cada parametro (A).
           02 SMX-CPF             PIC X(14).
           02 SMX-VALOR-ATUAL     PIC 9(11)V99.
           02 SMX-VALOR-SIMULADO  PIC 9(11)V99.

       01  SIMULACAO-RESULTADO.
           02 SMX-RESULTADO       PIC X(01).
              88 SMX-EFETUADO        VALUE "E".
              88 SMX-FUNCAO-INVALIDA VALUE "F".
              88 SMX-INDISPONIVEL    VALUE "I".
      *    Relatorio gravado (F).
           02 SMX-ARQ-RELATORIO   PIC X(40).
