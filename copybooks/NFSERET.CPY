      *================================================================*
      *    Copybook NFSERET - layout do retorno do web service da
      *    NFS-e (NFSE.RET), uma linha por RPS processado: a nota
      *    emitida para o RPS, o cancelamento de uma nota ja emitida
      *    ou a recusa do RPS com a mensagem da prefeitura. Lido pelo
      *    NFSEMES no modo retorno.
      *================================================================*
       01  NFR-REG.
           02 NFR-RPS-SERIE       PIC X(05).
           02 NFR-RPS-NUMERO      PIC 9(12).
           02 NFR-NFSE-NUMERO     PIC 9(15).
           02 NFR-DATA-EMISSAO    PIC 9(08).
           02 NFR-CODIGO-VERIFICACAO PIC X(09).
      *    N = NFS-e emitida; C = NFS-e cancelada; E = RPS recusado.
           02 NFR-SITUACAO        PIC X(01).
              88 NFR-EMITIDA          VALUE "N".
              88 NFR-CANCELADA        VALUE "C".
              88 NFR-RECUSADA         VALUE "E".
           02 NFR-MENSAGEM        PIC X(60).
