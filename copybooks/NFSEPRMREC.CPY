      *================================================================*
      *    Copybook NFSEPRMREC - layout do registro unico de
      *    parametros da NFS-e de tarifas (data/NFSE.PRM): dados do
      *    prestador no cadastro da prefeitura, serie do RPS, codigo
      *    do servico na lista da LC 116/2003 e aliquota municipal do
      *    ISS em percentual (entre 2 e 5). NFSP-RETEM-PJ = S quando a
      *    lei do municipio manda o tomador pessoa juridica reter o
      *    ISS na fonte. Lido pelo NFSEMES; sem o arquivo nao sai
      *    lote de RPS - o prestador tem de estar identificado.
      *================================================================*
       01  NFSPRM-REG.
           02 NFSP-MUNICIPIO      PIC 9(07).
           02 NFSP-INSCRICAO      PIC X(15).
           02 NFSP-CNPJ           PIC X(14).
           02 NFSP-SERIE          PIC X(05).
           02 NFSP-CODIGO-SERVICO PIC X(05).
           02 NFSP-ALIQUOTA       PIC 9(01)V9(04).
           02 NFSP-RETEM-PJ       PIC X(01).
