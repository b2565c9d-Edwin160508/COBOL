      *================================================================*
      *    Copybook EDTRILREC - trilha da critica EDITRN
      *    (EDITRN.TRILHA), uma linha por detalhe criticado, em
      *    EXTEND: a linha bruta como chegou na transmissao, a data e
      *    o ciclo do header (a mesma chave numero + data + ciclo do
      *    TRNPROC.REG) e o resultado da critica. A transmissao bruta
      *    e o arquivo limpo sao regravados todo dia; e por esta
      *    trilha que a amostra da auditoria interna (AUDAMOST) acha
      *    o registro original e o aceite de uma transacao antiga.
      *================================================================*
       01  EDTRIL-REG.
           02 EDT-DATA            PIC 9(08).
           02 EDT-CICLO           PIC X(02).
           02 EDT-ORIGEM          PIC X(08).
      *    Dia em que a critica rodou.
           02 EDT-DATA-CRITICA    PIC 9(08).
      *    A = aceito para o arquivo limpo; R = rejeitado para o
      *    LACO.EDIT.REJ (motivo ao lado).
           02 EDT-RESULTADO       PIC X(01).
              88 EDT-ACEITO           VALUE "A".
              88 EDT-REJEITADO        VALUE "R".
           02 EDT-LINHA-BRUTA     PIC X(79).
      *    Visao do detalhe bruto - mesmas posicoes para D, X, E e J
      *    ate o numero; a correcao traz o numero ORIGINAL corrigido.
           02 EDT-DETALHE REDEFINES EDT-LINHA-BRUTA.
              03 EDT-TIPO         PIC X(01).
              03 EDT-CPF          PIC X(11).
              03 EDT-NUMERO       PIC X(06).
              03 EDT-VALOR        PIC X(11).
              03 EDT-CONTA        PIC X(06).
              03 EDT-COR-ORIGINAL PIC X(06).
              03 FILLER           PIC X(38).
           02 EDT-MOTIVO          PIC X(60).
