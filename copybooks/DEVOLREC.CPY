      *================================================================*
      *    Copybook DEVOLREC - layout do registro de correspondencia
      *    devolvida pelo correio (DEVOLUCAO.DAT), uma linha por
      *    envelope devolvido, gravada pela transacao DEVCORR. E o
      *    historico das devolucoes por CPF; a marca de endereco que
      *    nao entrega fica no proprio cadastro mestre
      *    (CADCLI-END-DEVOLVIDO).
      *================================================================*
       01  DEV-REC.
           02 DEV-CPF             PIC X(14).
           02 DEV-DATA            PIC 9(08).
           02 DEV-HORA            PIC 9(08).
      *    Documento devolvido: C = carta de cobranca (CARTAS);
      *    R = pedido de recadastramento (CARTAS); E = demonstrativo
      *    impresso (CLIEXTR); A = aniversario (ANIVER); M = carta de
      *    maioridade (MAIORIDA); I = informe de rendimentos
      *    (INFREND); N = confirmacao ou aviso de troca de endereco
      *    (CADMANUT); Q = declaracao anual de quitacao (QUITANUA);
      *    B = boleto de cobranca (BOLETO); O = outro.
           02 DEV-DOCUMENTO       PIC X(01).
              88 DEV-DOCUMENTO-VALIDO VALUE "C" "R" "E" "A" "M" "I"
                                            "N" "Q" "B" "O".
      *    Motivo anotado pelo correio no envelope: MU = mudou-se;
      *    EI = endereco insuficiente; NE = numero inexistente;
      *    DE = desconhecido; RE = recusado; FA = falecido;
      *    AU = ausente (tres tentativas).
           02 DEV-MOTIVO          PIC X(02).
              88 DEV-MOTIVO-VALIDO    VALUE "MU" "EI" "NE" "DE" "RE"
                                            "FA" "AU".
      *    CEP do envelope devolvido. Diferente do CEP atual do
      *    cadastro, a carta tinha saido para um endereco ja
      *    corrigido: a devolucao fica registrada sem marcar o mestre.
           02 DEV-CEP             PIC X(08).
      *    S = a devolucao marcou o endereco do mestre; N = so
      *    registrada (endereco ja alterado depois da postagem).
           02 DEV-MARCOU          PIC X(01).
              88 DEV-MARCOU-MESTRE    VALUE "S".
           02 DEV-OPERADOR        PIC X(08).
