      *================================================================*
      *    Copybook TEDREC - layout da ordem de pagamento (TED) para
      *    outro banco (TEDORDEM.DAT), indexada pelo numero da ordem
      *    (contador TEDNUM.CTL). Mantida pelo TEDORDEM: a ordem nasce
      *    com a conta do cliente ja debitada (postagem journalada),
      *    sai no arquivo diario do banco (TED.Bnnn, roteado pelo
      *    BANCO.MST como a remessa) e o retorno do banco confirma ou
      *    devolve - devolvida, o valor volta a conta do cliente.
      *================================================================*
       01  TED-REC.
           02 TED-NUMERO          PIC 9(08).
      *    Conta debitada e o CPF/CNPJ do titular dela. Conta zeros
      *    = devolucao de saldo credor do cliente (SCRDEVOL), sem
      *    debito em conta - estornada, volta ao saldo credor.
           02 TED-CPF             PIC X(14).
           02 TED-CONTA           PIC 9(06).
           02 TED-VALOR           PIC 9(11)V99.
      *    Favorecido no outro banco: banco, agencia, conta,
      *    documento (CPF ou CNPJ, alinhado a esquerda) e nome.
           02 TED-BANCO-DEST      PIC 9(03).
           02 TED-AGENCIA-DEST    PIC X(05).
           02 TED-CONTA-DEST      PIC X(12).
           02 TED-DOC-DEST        PIC X(14).
           02 TED-NOME-DEST       PIC X(40).
      *    P = pendente de envio; E = enviada no arquivo do banco;
      *    C = confirmada pelo retorno; D = devolvida pelo banco e
      *    estornada na conta; X = cancelada antes do envio, tambem
      *    estornada.
           02 TED-SITUACAO        PIC X(01).
              88 TED-PENDENTE        VALUE "P".
              88 TED-ENVIADA         VALUE "E".
              88 TED-CONFIRMADA      VALUE "C".
              88 TED-DEVOLVIDA       VALUE "D".
              88 TED-CANCELADA       VALUE "X".
           02 TED-DATA-ORDEM      PIC 9(08).
           02 TED-HORA-ORDEM      PIC 9(08).
           02 TED-OPERADOR        PIC X(08).
      *    CPF do procurador que deu a ordem em nome do titular
      *    (poder T, ver copybooks/PROCURREC.CPY) - espacos quando o
      *    proprio titular ordenou.
           02 TED-REPRESENTANTE   PIC X(11).
      *    Envio: banco do arquivo em que a ordem saiu (o do
      *    favorecido ou o primeiro do cadastro), NSA e data.
           02 TED-BANCO-ENVIO     PIC 9(03).
           02 TED-NSA             PIC 9(06).
           02 TED-DATA-ENVIO      PIC 9(08).
      *    Retorno: data e ocorrencia devolvida pelo banco.
           02 TED-DATA-RETORNO    PIC 9(08).
           02 TED-OCORRENCIA      PIC X(02).
