      *    copybooks/CLIENTE.CPY para o item de grupo de tela).
      *    Qualquer campo novo entra AQUI, no fim do registro, para
      *    todos os programas enxergarem o mesmo layout.
      *    Mudou o layout, sobe LYX-VERSAO-CADCLI em
      *    copybooks/LAYAPI.CPY no mesmo pacote e o arquivo e
      *    convertido pelo LAYCONV - os programas conferem a versao
      *    contra LAYOUT.CTL ao iniciar.
      *================================================================*
       01  CADCLI-REC.
      *    Documento do cliente e chave do mestre: o CPF (11 digitos,
      *    alinhado a esquerda) da pessoa fisica ou o CNPJ (14
      *    digitos) da pessoa juridica - ver CADCLI-TIPO-PESSOA. O
      *    nome do campo ficou o historico.
           02 CADCLI-CPF          PIC X(14).
           02 CADCLI-NOME         PIC X(50).
      *    Chave alternativa WITH DUPLICATES: toda pessoa juridica
      *    fica com o RG em branco. A unicidade do RG da pessoa
      *    fisica e conferida no intake (CADVALID/VARCOMP).
           02 CADCLI-RG           PIC X(11).
           02 CADCLI-ENDERECO.
              03 CADCLI-LOGRADOURO   PIC X(40).
           02 CADCLI-SITUACAO     PIC X(01).
              88 CADCLI-ATIVO        VALUE "A".
              88 CADCLI-INATIVO      VALUE "I".
      *    Retido para a compliance: ocorrencia na triagem de listas
      *    restritivas (PEP/sancoes) - nao esta ativo ate a decisao
      *    da compliance no TRIAGEM.
              88 CADCLI-EM-REVISAO   VALUE "R".
      *    Limite de credito do cliente: ate quanto a conta pode
      *    ficar devedora nas postagens - zero significa que nenhuma
      *    exposicao e permitida.
           02 CADCLI-OBITO        PIC X(01).
              88 CADCLI-FALECIDO     VALUE "S".
           02 CADCLI-DATA-OBITO   PIC 9(08).
      *    Ocorrencia do CPF/nome nas listas restritivas, gravada pela
      *    triagem (CADTRIAG) no intake e a cada atualizacao da lista:
      *    P = pessoa politicamente exposta, S = consta de lista de
      *    sancoes, espaco = sem ocorrencia. A marca fica mesmo depois
      *    que a compliance libera o cliente.
           02 CADCLI-LISTA-RESTRITA PIC X(01).
              88 CADCLI-E-PEP          VALUE "P".
              88 CADCLI-SANCIONADO     VALUE "S".
      *    Recadastramento periodico (RECADAST): prazo (AAAAMMDD) do
      *    pedido de atualizacao cadastral em aberto. Zeros = nenhum
      *    pedido pendente. Vencido o prazo sem confirmacao, a conta
      *    nova e negada no CTAABRE ate a manutencao (CADMANUT)
      *    registrar a confirmacao dos dados, que zera o campo.
           02 CADCLI-PRAZO-RECAD  PIC 9(08).
      *    Titular menor de idade (S), sob responsavel legal: o CPF do
      *    responsavel - cliente ativo do proprio mestre - e exigido
      *    no intake, o menor fica sem limite de credito, descoberto
      *    e parcelamento, e extratos e cartas vao para o responsavel.
      *    O passo noturno MAIORIDA desliga a marca e o responsavel
      *    quando o titular completa 18 anos.
           02 CADCLI-MENOR        PIC X(01).
              88 CADCLI-E-MENOR      VALUE "S".
           02 CADCLI-CPF-RESPONSAVEL PIC X(11).
      *    Tipo de pessoa: F = fisica (CPF), J = juridica (CNPJ).
      *    Espaco = registro anterior a pessoa juridica, tratado
      *    como fisica. Para a juridica, CADCLI-NOME e a razao social,
      *    CADCLI-NOME-FANTASIA o nome de fachada, e RG, GENERO e
      *    DATANASC ficam em branco (nao se aplicam a empresa).
           02 CADCLI-TIPO-PESSOA  PIC X(01).
              88 CADCLI-PESSOA-FISICA   VALUE "F" " ".
              88 CADCLI-PESSOA-JURIDICA VALUE "J".
           02 CADCLI-NOME-FANTASIA PIC X(50).
      *    Correspondencia devolvida pelo correio (DEVCORR): S = o
      *    endereco do cadastro nao entrega - as passadas de
      *    correspondencia pulam o cliente e o listam em SEMEND.REL.
      *    Data (AAAAMMDD) da devolucao que marcou o endereco. So a
      *    alteracao de endereco na manutencao (CADMANUT) limpa os
      *    dois campos.
           02 CADCLI-END-DEVOLVIDO PIC X(01).
              88 CADCLI-ENDERECO-INVALIDO VALUE "S".
           02 CADCLI-DATA-DEVOLUCAO PIC 9(08).
      *    Data (AAAAMMDD) da ultima alteracao de endereco feita na
      *    manutencao (CADMANUT). Durante a carencia do parametro
      *    ENDERECO-CARENCIA-DIAS (PARAMRUN.CTL) a TED (TEDORDEM), o
      *    contato novo (CTTMANUT) e o aumento de limite (CADMANUT)
      *    exigem autorizacao do supervisor. Zeros = nunca alterado.
           02 CADCLI-DATA-TROCA-END PIC 9(08).
