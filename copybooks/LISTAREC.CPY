      *================================================================*
      *    Copybook LISTAREC - layout da lista restritiva de
      *    referencia (PEPSANC.DAT), carregada pelo TRIAGEM a partir
      *    da lista oficial e lida pela triagem CADTRIAG. Um registro
      *    por pessoa: PEP (pessoa politicamente exposta) ou sancao.
      *    CPF em branco quando a lista so traz o nome (sancoes
      *    internacionais); data de nascimento no formato DDMMAAAA
      *    do cadastro mestre, em branco quando a lista nao informa.
      *================================================================*
       01  LISTA-REG.
           02 LST-TIPO            PIC X(01).
              88 LST-PEP             VALUE "P".
              88 LST-SANCAO          VALUE "S".
           02 LST-CPF             PIC X(11).
           02 LST-NOME            PIC X(50).
           02 LST-DATANASC        PIC X(08).
