      *================================================================*
      *    Copybook GRUPOREC - layout do cadastro de grupos economicos
      *    (GRUPO.DAT), indexado pelo CPF/CNPJ do membro, com o codigo
      *    do grupo como chave alternada para ler todos os membros de
      *    um grupo juntos. Um grupo junta clientes cujo risco anda
      *    junto - conjuges e familia, o socio e a empresa dele, o
      *    garantidor e quem ele garante - para que os limites sejam
      *    vistos somados. Cada CPF/CNPJ pertence a no maximo um
      *    grupo. Mantido pelo GRPMANUT; somado pelo subprograma
      *    GRPEXPO (ver copybooks/GRPAPI.CPY) e pelo GRPCONC. Membro
      *    excluido fica no arquivo com situacao E, como historico.
      *================================================================*
       01  GRUPO-REC.
      *    CPF ou CNPJ do membro - mesma largura de CADCLI-CPF.
           02 GRP-CPF             PIC X(14).
           02 GRP-CODIGO          PIC 9(06).
      *    Relacao do membro com o grupo: P = principal (quem abriu o
      *    grupo), C = conjuge/companheiro, F = familiar, S = socio
      *    ou empresa do socio, G = garantidor, O = outra ligacao.
           02 GRP-RELACAO         PIC X(01).
              88 GRP-PRINCIPAL       VALUE "P".
              88 GRP-CONJUGE         VALUE "C".
              88 GRP-FAMILIAR        VALUE "F".
              88 GRP-SOCIO           VALUE "S".
              88 GRP-GARANTIDOR      VALUE "G".
              88 GRP-OUTRA-LIGACAO   VALUE "O".
              88 GRP-RELACAO-VALIDA  VALUE "P" "C" "F" "S" "G" "O".
      *    Membro do grupo a quem a relacao se refere (o conjuge DE
      *    quem, a empresa DE quem) - espacos para o principal.
           02 GRP-CPF-REFERENCIA  PIC X(14).
           02 GRP-DATA-INCLUSAO   PIC 9(08).
           02 GRP-OPERADOR        PIC X(08).
           02 GRP-SITUACAO        PIC X(01).
              88 GRP-ATIVO           VALUE "A".
              88 GRP-EXCLUIDO        VALUE "E".
           02 GRP-DATA-EXCLUSAO   PIC 9(08).
