      *================================================================*
      *    Copybook PIXREC - layout do diretorio de chaves Pix
      *    (PIXCHAVE.DAT), indexado pela propria chave, com chave
      *    alternativa pelo CPF/CNPJ do dono (com duplicatas) para o
      *    encerramento de conta e a LGPD acharem as chaves de um
      *    cliente. Cada chave aponta para um CPF/CNPJ e uma conta:
      *    e por ela que o RECINST credita o recebimento instantaneo
      *    que chega com chave. Mantido pelo PIXCHAVE. Chave excluida
      *    (pedido do cliente, portabilidade de saida, conta
      *    encerrada, eliminacao LGPD) sai fisicamente do arquivo - a
      *    chave fica livre para outro cadastro.
      *================================================================*
       01  PIX-REC.
      *    Valor da chave: CPF/CNPJ alinhado a esquerda, e-mail,
      *    telefone (+55DDDNUMERO) ou chave aleatoria gerada aqui.
           02 PIX-CHAVE           PIC X(77).
           02 PIX-TIPO            PIC X(01).
              88 PIX-TIPO-DOCUMENTO  VALUE "C".
              88 PIX-TIPO-EMAIL      VALUE "E".
              88 PIX-TIPO-TELEFONE   VALUE "T".
              88 PIX-TIPO-ALEATORIA  VALUE "A".
      *    Dono da chave (CONTA-CPF) e conta para onde ela aponta.
           02 PIX-CPF             PIC X(14).
           02 PIX-CONTA           PIC 9(06).
      *    A = ativa (resolve para a conta); P = portabilidade de
      *    entrada pendente - a chave ainda esta em outra instituicao
      *    e so resolve depois de confirmada; R = reivindicacao de
      *    posse aberta por outro cliente - continua resolvendo para
      *    o dono atual ate a conclusao.
           02 PIX-SITUACAO        PIC X(01).
              88 PIX-ATIVA           VALUE "A".
              88 PIX-EM-PORTABILIDADE VALUE "P".
              88 PIX-EM-REIVINDICACAO VALUE "R".
           02 PIX-DATA-CADASTRO   PIC 9(08).
           02 PIX-OPERADOR        PIC X(08).
      *    Pedido pendente (portabilidade ou reivindicacao): data do
      *    pedido e prazo AAAAMMDD. Na portabilidade, o banco onde a
      *    chave esta hoje; na reivindicacao, quem reivindica e a
      *    conta dele. Zeros/espacos quando nao ha pedido.
           02 PIX-DATA-PEDIDO     PIC 9(08).
           02 PIX-PRAZO           PIC 9(08).
           02 PIX-BANCO-DOADOR    PIC 9(03).
           02 PIX-CPF-REIVINDICANTE PIC X(14).
           02 PIX-CONTA-REIVINDICANTE PIC 9(06).
