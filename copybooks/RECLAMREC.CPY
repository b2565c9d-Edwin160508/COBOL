      *================================================================*
      *    Copybook RECLAMREC - layout da reclamacao de cliente
      *    (RECLAM.DAT), indexada pelo protocolo entregue ao cliente
      *    no registro: ano (AAAA) + sequencia de RECLAM.CTL. A chave
      *    alternativa pelo CPF da o historico de reclamacoes do
      *    cliente na consulta.
      *    Mantida pelo RECLAMA (registro, andamento, escalada para a
      *    ouvidoria e conclusao) e lida pelo RECLREL (prazos do dia
      *    e estatistica mensal para o regulador).
      *================================================================*
       01  RCL-REC.
           02 RCL-PROTOCOLO       PIC 9(10).
           02 RCL-PROTOCOLO-R REDEFINES RCL-PROTOCOLO.
              03 RCL-PROT-ANO     PIC 9(04).
              03 RCL-PROT-SEQ     PIC 9(06).
           02 RCL-CPF             PIC X(14).
      *    Canal por onde a reclamacao chegou: T = telefone;
      *    C = carta; P = portal do regulador/consumidor; A = agencia.
           02 RCL-CANAL           PIC X(01).
              88 RCL-CANAL-TELEFONE  VALUE "T".
              88 RCL-CANAL-CARTA     VALUE "C".
              88 RCL-CANAL-PORTAL    VALUE "P".
              88 RCL-CANAL-AGENCIA   VALUE "A".
              88 RCL-CANAL-VALIDO    VALUE "T" "C" "P" "A".
      *    Instancia que responde: S = SAC (primeiro atendimento);
      *    O = ouvidoria (recurso do cliente ou escalada pelo SAC).
           02 RCL-INSTANCIA       PIC X(01).
              88 RCL-SAC             VALUE "S".
              88 RCL-OUVIDORIA       VALUE "O".
      *    Assunto - codigo da tabela data/RECLAMACAO.CATEGORIAS.
           02 RCL-CATEGORIA       PIC X(03).
      *    Documento reclamado: F = fatura (numero de FATURAS.DAT);
      *    T = transacao (numero + data de processamento, como no
      *    TRNPROC.REG); espaco = sem documento.
           02 RCL-REF-TIPO        PIC X(01).
              88 RCL-REF-FATURA      VALUE "F".
              88 RCL-REF-TRANSACAO   VALUE "T".
              88 RCL-SEM-REFERENCIA  VALUE SPACE.
           02 RCL-REF-NUMERO      PIC 9(06).
           02 RCL-REF-DATA        PIC 9(08).
      *    Relato do cliente, como registrado no atendimento.
           02 RCL-DESCRICAO       PIC X(60).
           02 RCL-DATA-ABERTURA   PIC 9(08).
           02 RCL-HORA-ABERTURA   PIC 9(06).
           02 RCL-OPERADOR        PIC X(08).
      *    Prazo regulatorio de resposta (AAAAMMDD) da instancia
      *    atual: SAC em dias corridos a partir da abertura; ouvidoria
      *    em dias uteis a partir da escalada (FERIADO.CAL).
           02 RCL-PRAZO           PIC 9(08).
           02 RCL-DATA-ESCALADA   PIC 9(08).
      *    A = aberta; E = em andamento; C = concluida (respondida).
           02 RCL-SITUACAO        PIC X(01).
              88 RCL-ABERTA          VALUE "A".
              88 RCL-EM-ANDAMENTO    VALUE "E".
              88 RCL-CONCLUIDA       VALUE "C".
              88 RCL-PENDENTE        VALUE "A" "E".
      *    Ultimo andamento registrado.
           02 RCL-DATA-ATUALIZACAO PIC 9(08).
           02 RCL-OPERADOR-ATUALIZACAO PIC X(08).
           02 RCL-ANDAMENTO       PIC X(60).
      *    Resposta dada ao cliente na conclusao, e se saiu dentro do
      *    prazo da instancia (S/N).
           02 RCL-DATA-RESPOSTA   PIC 9(08).
           02 RCL-RESPOSTA        PIC X(60).
           02 RCL-OPERADOR-RESPOSTA PIC X(08).
           02 RCL-NO-PRAZO        PIC X(01).
              88 RCL-RESPONDIDA-NO-PRAZO VALUE "S".
