      *================================================================*
      *    Copybook PROCURREC - layout do cadastro de procuradores e
      *    representantes legais autorizados a movimentar a conta de
      *    um cliente (PROCURACAO.DAT), indexado pelo CPF do
      *    procurador + numero da conta do outorgante. Cada registro
      *    guarda os poderes concedidos (consulta, debito,
      *    transferencia), a vigencia e a referencia do instrumento
      *    (procuracao publica/particular, termo de curatela...).
      *    Mantido pelo PROCURA; conferido pelo subprograma PRCVALID
      *    (ver copybooks/PRCAPI.CPY). Procuracao revogada fica no
      *    arquivo com situacao R.
      *================================================================*
       01  PROCURACAO-REC.
           02 PRC-CHAVE.
              03 PRC-CPF-PROCURADOR  PIC X(11).
              03 PRC-CONTA           PIC 9(06).
      *    Titular da conta que outorgou os poderes (CONTA-CPF).
           02 PRC-CPF-OUTORGANTE  PIC X(11).
           02 PRC-TIPO            PIC X(01).
              88 PRC-PROCURADOR      VALUE "P".
              88 PRC-REPRESENTANTE   VALUE "R".
      *    Poderes concedidos, S ou N cada um.
           02 PRC-PODERES.
              03 PRC-PODER-CONSULTA  PIC X(01).
                 88 PRC-PODE-CONSULTAR   VALUE "S".
              03 PRC-PODER-DEBITO    PIC X(01).
                 88 PRC-PODE-DEBITAR     VALUE "S".
              03 PRC-PODER-TRANSF    PIC X(01).
                 88 PRC-PODE-TRANSFERIR  VALUE "S".
      *    Vigencia AAAAMMDD; fim zeros = prazo indeterminado.
           02 PRC-VIGENCIA-INICIO PIC 9(08).
           02 PRC-VIGENCIA-FIM    PIC 9(08).
      *    Referencia do instrumento (livro/folha do cartorio, numero
      *    do processo da curatela...).
           02 PRC-DOCUMENTO       PIC X(20).
           02 PRC-DATA-CADASTRO   PIC 9(08).
           02 PRC-OPERADOR        PIC X(08).
           02 PRC-SITUACAO        PIC X(01).
              88 PRC-ATIVA           VALUE "A".
              88 PRC-REVOGADA        VALUE "R".
           02 PRC-DATA-REVOGA     PIC 9(08).
