      *================================================================*
      *    Copybook NTFHISREC - layout do historico de notificacoes
      *    (NOTIFICA.HIST), gravado pelo despachante NTFDESP: o
      *    alerta da fila inteiro (ver copybooks/NOTIFREC.CPY) mais o
      *    resultado do despacho - canal, destino e situacao. Alerta
      *    recusado tambem fica registrado, com o motivo na situacao.
      *================================================================*
       01  NTFHIS-REG.
           02 NTH-ALERTA          PIC X(81).
           02 NTH-DATA-DESPACHO   PIC 9(08).
           02 NTH-HORA-DESPACHO   PIC 9(08).
      *    E = e-mail, T = telefone (SMS); espaco = nao enviado.
           02 NTH-CANAL           PIC X(01).
              88 NTH-CANAL-EMAIL     VALUE "E".
              88 NTH-CANAL-FONE      VALUE "T".
           02 NTH-DESTINO         PIC X(50).
           02 NTH-SITUACAO        PIC X(01).
      *    Enviado pelo canal preferido ou pelo alternativo.
              88 NTH-ENVIADO         VALUE "E".
      *    Opt-out em CONSENTE.DAT em todos os canais com contato.
              88 NTH-SEM-CONSENTIMENTO VALUE "C".
      *    Nenhum e-mail ou telefone em CONTATO.DAT.
              88 NTH-SEM-CONTATO     VALUE "S".
      *    Titular falecido ou inativo no cadastro mestre.
              88 NTH-SUPRIMIDO       VALUE "O".
