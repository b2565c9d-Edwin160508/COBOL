      *================================================================*
      *    Copybook CONTESTREC - layout do caso de contestacao de
      *    transacao (CONTEST.DAT), indexado pela transacao original
      *    contestada: numero + data de processamento, como no
      *    TRNPROC.REG (o numero se repete de um dia para outro).
      *    Mantido pelo CONTESTA: o caso nasce aberto,
      *    com ou sem credito provisorio na conta, e termina
      *    procedente (o credito fica definitivo) ou improcedente (o
      *    credito provisorio e estornado e o cliente e avisado).
      *================================================================*
       01  CTS-REC.
           02 CTS-CHAVE.
              03 CTS-TRN-NUMERO   PIC 9(06).
              03 CTS-TRN-DATA     PIC 9(08).
      *    Cliente que contesta, a conta do lancamento e o titular
      *    dela (a chave do ledger, tambem quando quem contesta e
      *    co-titular).
           02 CTS-CPF             PIC X(14).
           02 CTS-CONTA           PIC 9(06).
           02 CTS-CPF-TITULAR     PIC X(14).
           02 CTS-VALOR           PIC 9(09)V99.
      *    Alegacao do cliente, como registrada no atendimento.
           02 CTS-RECLAMACAO      PIC X(60).
           02 CTS-DATA-ABERTURA   PIC 9(08).
      *    Prazo regulatorio de resposta (AAAAMMDD): abertura mais
      *    o parametro CONTESTACAO-PRAZO-DIAS de data/PARAMRUN.CTL.
           02 CTS-PRAZO           PIC 9(08).
           02 CTS-OPERADOR        PIC X(08).
      *    A = aberta; P = procedente (credito definitivo);
      *    I = improcedente (credito provisorio estornado).
           02 CTS-SITUACAO        PIC X(01).
              88 CTS-ABERTA          VALUE "A".
              88 CTS-PROCEDENTE      VALUE "P".
              88 CTS-IMPROCEDENTE    VALUE "I".
      *    S = credito provisorio dado na abertura; N = sem credito.
           02 CTS-PROVISORIO      PIC X(01).
              88 CTS-COM-PROVISORIO  VALUE "S".
           02 CTS-DATA-PROVISORIO PIC 9(08).
      *    Conclusao da apuracao.
           02 CTS-DATA-ENCERRAMENTO PIC 9(08).
           02 CTS-PARECER         PIC X(60).
           02 CTS-OPERADOR-ENCERRAMENTO PIC X(08).
