      *>   registro. Toda alteracao grava antes a imagem anterior do  <*
      *>   registro em CADCLI.HIST, com data/hora e acao, para que    <*
      *>   "quem alterou este endereco e quando" tenha resposta.      <*
      *>   A opcao 8 registra a confirmacao dos dados pedida pelo     <*
      *>   recadastramento periodico (RECADAST): zera o prazo em      <*
      *>   aberto, liberando de novo a abertura de conta.             <*
      *>   Pessoa juridica e localizada pelo CNPJ: para ela a opcao 3 <*
      *>   altera o nome fantasia (genero nao se aplica a empresa) e  <*
      *>   a opcao 7 (obito) e recusada.                              <*
      *>   Alteracao de endereco sai no log de mudancas com a acao    <*
      *>   ENDERECO (as demais como ALTERACAO): e por ela que a       <*
      *>   triagem de fraude (FRAUDVEL) segura o debito logo apos a   <*
      *>   troca.                                                     <*
      *>   Endereco marcado como sem entrega pela correspondencia     <*
      *>   devolvida (DEVCORR) aparece no resumo; a opcao 2 grava o   <*
      *>   endereco novo e limpa a marca - e o unico caminho que a    <*
      *>   limpa.                                                     <*
      *>   Endereco alterado sai com duas cartas (ENDERECO.CARTAS):   <*
      *>   confirmacao no endereco novo e aviso no antigo, pedindo ao <*
      *>   cliente que nos procure se nao pediu a troca (antigo ja    <*
      *>   sem entrega: aviso suprimido e listado em SEMEND.REL). A   <*
      *>   data da troca fica no mestre e, na carencia do parametro   <*
      *>   ENDERECO-CARENCIA-DIAS (PARAMRUN.CTL, padrao 30 dias), o   <*
      *>   aumento de limite exige a identificacao de um supervisor   <*
      *>   (nivel 3 em data/OPERADOR.DAT).                            <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do cadastro mestre - uma linha por
      *    alteracao gravada, consumida pelo extrato delta
           SELECT CADCLI-HISTORICO ASSIGN TO "CADCLI.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Cartas da troca de endereco - confirmacao no endereco novo
      *    e aviso no antigo, acumuladas para a postagem do dia.
           SELECT ENDERECO-CARTAS ASSIGN TO "ENDERECO.CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
      *    Relatorio comum de correspondencia nao postada por endereco
      *    sem entrega (mesmo das passadas de correspondencia).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.
      *    Parametros de execucao - carencia apos troca de endereco.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Cadastro de operadores - nivel do supervisor que autoriza
      *    na carencia.
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *    quando a gravacao veio de um passo sem terminal.
           02 HIST-OPERADOR       PIC X(08).
           02 HIST-IMAGEM-ANTES   PIC X(200).

       FD  ENDERECO-CARTAS.
       01  CARTA-LINHA            PIC X(80) VALUE SPACES.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA           PIC X(150) VALUE SPACES.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).

       FD  OPERADOR-ARQ.
       01  OPERADOR-REG.
           02 OPE-ID              PIC X(08).
           02 OPE-NOME            PIC X(30).
           02 OPE-NIVEL           PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-CADCLI-STATUS   PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU  VALUE "35".
       77 WS-SESSAO-STATUS   PIC X(02) VALUE "00".
           88 SESSAO-OK         VALUE "00".
       77 WS-CARTAS-STATUS   PIC X(02) VALUE "00".
           88 CARTAS-NAO-ACHOU  VALUE "35".
       77 WS-SEMEND-STATUS   PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU  VALUE "35".
       77 WS-PARAMRUN-STATUS PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU VALUE "35".
       77 WS-PARAMRUN-FIM    PIC X(01) VALUE "N".
           88 PARAMRUN-FIM      VALUE "S".
       77 WS-PRM-NOME        PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR       PIC X(20) VALUE SPACES.
       77 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU VALUE "35".
       77 WS-OPERADOR-FIM    PIC X(01) VALUE "N".
           88 OPERADOR-FIM      VALUE "S".
      *    Operador da sessao corrente; BATCH quando o programa roda
      *    sem assinatura de menu.
       77 WS-OPERADOR        PIC X(08) VALUE "BATCH".

       77 WS-CPF-MANUTENCAO  PIC X(14) VALUE SPACES.
       77 WS-CONTINUAR       PIC X(01) VALUE "S".
           88 CONTINUAR-MANUTENCAO   VALUE "S".
       77 WS-OPCAO-MANUT     PIC X(01) VALUE SPACES.
      *    Imagem do registro como estava ANTES da alteracao, capturada
      *    logo apos o READ, antes de qualquer MOVE sobre os campos.
       77 WS-IMAGEM-ANTES    PIC X(200) VALUE SPACES.
       77 WS-GENERO-ANTES    PIC X(01) VALUE SPACES.
       77 WS-FANTASIA-NOVO   PIC X(50) VALUE SPACES.

      *    Endereco como estava antes da opcao 2 - o aviso da troca
      *    vai para ele; a confirmacao vai para o endereco regravado.
       01  WS-ENDERECO-ANTES.
           05 WS-ANT-LOGRADOURO     PIC X(40).
           05 WS-ANT-NUMERO         PIC X(06).
           05 WS-ANT-BAIRRO         PIC X(20).
           05 WS-ANT-CIDADE         PIC X(20).
           05 WS-ANT-UF             PIC X(02).
           05 WS-ANT-CEP            PIC X(08).
       77 WS-DEVOLVIDO-ANTES PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-ANTES  PIC 9(08) VALUE ZEROS.
      *    Endereco de destino da carta da vez.
       01  WS-ENDERECO-CARTA.
           05 WS-CRT-LOGRADOURO     PIC X(40).
           05 WS-CRT-NUMERO         PIC X(06).
           05 WS-CRT-BAIRRO         PIC X(20).
           05 WS-CRT-CIDADE         PIC X(20).
           05 WS-CRT-UF             PIC X(02).
           05 WS-CRT-CEP            PIC X(08).
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-CARTA-BUFFER    PIC X(80) VALUE SPACES.
       77 WS-SEMEND-BUFFER   PIC X(150) VALUE SPACES.

      *    Carencia apos a troca de endereco: dias do parametro
      *    ENDERECO-CARENCIA-DIAS e a autorizacao do supervisor.
       77 WS-CARENCIA-DIAS   PIC 9(03) VALUE 30.
       77 WS-DIAS-DA-TROCA   PIC S9(05) VALUE ZEROS.
       77 WS-DATA-TROCA-END  PIC 9(08) VALUE ZEROS.
       77 WS-CARENCIA-LIBERADA PIC X(01) VALUE "S".
           88 CARENCIA-LIBERADA     VALUE "S".
       77 WS-SUPERVISOR      PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SUPERVISOR PIC 9(01) VALUE ZEROS.

       01  WS-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*

      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADMANUT" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM LER-PARAMETROS-CARENCIA
           PERFORM UNTIL NOT CONTINUAR-MANUTENCAO
               PERFORM OBTER-CPF-MANUTENCAO
               IF CONTINUAR-MANUTENCAO

      *    Pede o CPF a manter; "99999999999" encerra a transacao.
       OBTER-CPF-MANUTENCAO.
           DISPLAY "CPF/CNPJ A MANTER (99999999999 PARA SAIR): "
           ACCEPT WS-CPF-MANUTENCAO
           IF WS-CPF-MANUTENCAO = "99999999999"
               MOVE "N" TO WS-CONTINUAR
           DISPLAY "ENDERECO: " CADCLI-LOGRADOURO ", " CADCLI-NUMERO
               " " CADCLI-BAIRRO " " CADCLI-CIDADE "/" CADCLI-UF
               " CEP " CADCLI-CEP
           IF CADCLI-ENDERECO-INVALIDO
               DISPLAY "ENDERECO SEM ENTREGA (CORREIO DEVOLVIDO EM "
                   CADCLI-DATA-DEVOLUCAO ") - ATUALIZE PELA OPCAO 2"
           END-IF
           IF CADCLI-PESSOA-JURIDICA
               DISPLAY "FANTASIA: " CADCLI-NOME-FANTASIA
               DISPLAY "PESSOA JURIDICA  SITUACAO: " CADCLI-SITUACAO
           ELSE
               DISPLAY "GENERO..: " CADCLI-GENERO
                   "  SITUACAO: " CADCLI-SITUACAO
           END-IF.

      *    Menu de manutencao do cliente localizado: altera um campo
      *    por vez ou inativa o cliente; "9" devolve ao pedido de CPF.
               DISPLAY "MANUTENCAO - ESCOLHA A OPCAO:"
               DISPLAY "  1 = ALTERAR NOME"
               DISPLAY "  2 = ALTERAR ENDERECO"
               DISPLAY "  3 = ALTERAR GENERO (PJ: NOME FANTASIA)"
               DISPLAY "  4 = INATIVAR CLIENTE"
               DISPLAY "  5 = ALTERAR LIMITE DE CREDITO"
               DISPLAY "  6 = ALTERAR CICLO DE FATURAMENTO"
               DISPLAY "  7 = REGISTRAR OBITO DO TITULAR"
               DISPLAY "  8 = CONFIRMAR RECADASTRAMENTO"
               DISPLAY "  9 = VOLTAR"
               ACCEPT WS-OPCAO-MANUT
               EVALUATE WS-OPCAO-MANUT
                       PERFORM ALTERAR-CICLO-FATURAMENTO
                   WHEN "7"
                       PERFORM REGISTRAR-OBITO-TITULAR
                   WHEN "8"
                       PERFORM CONFIRMAR-RECADASTRAMENTO
                   WHEN "9"
                       CONTINUE
                   WHEN OTHER
           PERFORM REGRAVAR-COM-HISTORICO.

       ALTERAR-ENDERECO-CLIENTE.
           MOVE CADCLI-ENDERECO       TO WS-ENDERECO-ANTES
           MOVE CADCLI-END-DEVOLVIDO  TO WS-DEVOLVIDO-ANTES
           MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-ANTES
           DISPLAY "LOGRADOURO: "
           ACCEPT CADCLI-LOGRADOURO
           DISPLAY "NUMERO: "
           ACCEPT CADCLI-UF
           DISPLAY "CEP (SOMENTE NUMEROS): "
           ACCEPT CADCLI-CEP
      *    Endereco novo gravado: a marca de correspondencia devolvida
      *    (DEVCORR) sai junto, e as passadas de correspondencia
      *    voltam a postar para o cliente.
           MOVE SPACE TO CADCLI-END-DEVOLVIDO
           MOVE ZEROS TO CADCLI-DATA-DEVOLUCAO
      *    Endereco redigitado igual (cliente confirmando o mesmo
      *    endereco) so limpa a marca: nao e troca, nao tem cartas.
           IF CADCLI-ENDERECO NOT = WS-ENDERECO-ANTES
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO CADCLI-DATA-TROCA-END
           END-IF
           MOVE "ENDERECO" TO WS-ACAO-HISTORICO
           PERFORM REGRAVAR-COM-HISTORICO
           IF CADCLI-OK
               AND CADCLI-ENDERECO NOT = WS-ENDERECO-ANTES
               PERFORM EMITIR-CARTAS-TROCA-ENDERECO
           END-IF.

      *    Confirmacao no endereco novo e aviso no antigo: quem nao
      *    pediu a troca fica sabendo pelo endereco que ainda e o
      *    dele. Antigo ja marcado sem entrega (ou em branco) nao
      *    recebe - o aviso suprimido sai em SEMEND.REL.
       EMITIR-CARTAS-TROCA-ENDERECO.
           OPEN EXTEND ENDERECO-CARTAS
           IF CARTAS-NAO-ACHOU
               CLOSE ENDERECO-CARTAS
               OPEN OUTPUT ENDERECO-CARTAS
           END-IF
           MOVE CADCLI-ENDERECO TO WS-ENDERECO-CARTA
           PERFORM GRAVAR-CABECALHO-CARTA-END
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "PREZADO(A) CLIENTE, CONFIRMAMOS QUE EM "
               DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " O SEU" DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "ENDERECO DE CORRESPONDENCIA PASSOU A SER O ACIMA,"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "PARA ONDE SEGUE A CORRESPONDENCIA DE HOJE EM DIANTE."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           PERFORM GRAVAR-FECHO-CARTA-END
           DISPLAY "CARTA DE CONFIRMACAO EMITIDA PARA O ENDERECO NOVO"

           IF WS-ANT-LOGRADOURO = SPACES
               CLOSE ENDERECO-CARTAS
               EXIT PARAGRAPH
           END-IF
           IF WS-DEVOLVIDO-ANTES = "S"
               PERFORM LISTAR-AVISO-SUPRIMIDO
               CLOSE ENDERECO-CARTAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENDERECO-ANTES TO WS-ENDERECO-CARTA
           PERFORM GRAVAR-CABECALHO-CARTA-END
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "PREZADO(A) CLIENTE, EM " DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " O SEU ENDERECO DE CORRESPONDENCIA" DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "FOI ALTERADO EM NOSSO CADASTRO E ESTE ENDERECO DEIXOU "
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "DE SER USADO. SE NAO FOI VOCE QUEM PEDIU A ALTERACAO,"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "PROCURE-NOS IMEDIATAMENTE NA SUA AGENCIA OU PELO SAC."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           PERFORM GRAVAR-FECHO-CARTA-END
           CLOSE ENDERECO-CARTAS
           DISPLAY "AVISO DA TROCA EMITIDO PARA O ENDERECO ANTERIOR".

      *    Destinatario e endereco da carta da vez (WS-ENDERECO-CARTA).
       GRAVAR-CABECALHO-CARTA-END.
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "AO SR(A) " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING WS-CRT-LOGRADOURO DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-CRT-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CRT-BAIRRO DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING WS-CRT-CIDADE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CRT-UF DELIMITED BY SIZE
               "  CEP " DELIMITED BY SIZE
               WS-CRT-CEP DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA.

       GRAVAR-FECHO-CARTA-END.
           MOVE "EM CASO DE DUVIDA, PROCURE A SUA AGENCIA OU O SAC."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE ALL "-" TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA.

       GRAVAR-LINHA-CARTA.
           MOVE WS-CARTA-BUFFER TO CARTA-LINHA
           WRITE CARTA-LINHA.

      *    Aviso da troca que nao sai: o endereco anterior ja estava
      *    marcado sem entrega (DEVCORR). Linha no relatorio comum
      *    com o documento N (aviso de troca de endereco).
       LISTAR-AVISO-SUPRIMIDO.
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-SEMEND-BUFFER
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " PROGRAMA=CADMANUT DOC=N CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               WS-DT-DEVOL-ANTES DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               CADCLI-NOME (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-BUFFER
           END-STRING
           MOVE WS-SEMEND-BUFFER TO SEMEND-LINHA
           WRITE SEMEND-LINHA
           CLOSE SEM-ENDERECO
           DISPLAY "ENDERECO ANTERIOR SEM ENTREGA - AVISO DA TROCA NAO "
               "EMITIDO (SEMEND.REL)".

       ALTERAR-GENERO-CLIENTE.
           IF CADCLI-PESSOA-JURIDICA
               PERFORM ALTERAR-NOME-FANTASIA
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-GENERO TO WS-GENERO-ANTES
           DISPLAY "GENERO ATUAL: " CADCLI-GENERO
           DISPLAY "NOVO GENERO (M=MASCULINO F=FEMININO): "
           ACCEPT CADCLI-GENERO
           ELSE
               DISPLAY "GENERO INVALIDO [" CADCLI-GENERO
                   "] - ALTERACAO NAO GRAVADA"
               MOVE WS-GENERO-ANTES TO CADCLI-GENERO
           END-IF.

      *    Nome fantasia da pessoa juridica - obrigatorio, como no
      *    intake (CADVALID).
       ALTERAR-NOME-FANTASIA.
           DISPLAY "NOME FANTASIA ATUAL: " CADCLI-NOME-FANTASIA
           DISPLAY "NOVO NOME FANTASIA: "
           ACCEPT WS-FANTASIA-NOVO
           IF WS-FANTASIA-NOVO = SPACES
               DISPLAY "NOME FANTASIA EM BRANCO - ALTERACAO NAO "
                   "GRAVADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FANTASIA-NOVO TO CADCLI-NOME-FANTASIA
           MOVE "FANTASIA" TO WS-ACAO-HISTORICO
           PERFORM REGRAVAR-COM-HISTORICO.

      *    Altera o limite de credito do cliente - ate quanto as
      *    postagens podem deixar a conta devedora.
       ALTERAR-LIMITE-CREDITO.
      *    Titular menor de idade nao tem limite ate a maioridade -
      *    o passo MAIORIDA libera quando ele completa 18 anos.
           IF CADCLI-E-MENOR
               DISPLAY "TITULAR MENOR DE IDADE - SEM LIMITE DE "
                   "CREDITO ATE A MAIORIDADE"
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-LIMITE-CRED TO WS-LIMITE-EDITADO
           DISPLAY "LIMITE ATUAL: " WS-LIMITE-EDITADO
           DISPLAY "NOVO LIMITE (SOMENTE NUMEROS, SEM VIRGULA): "
      *    espacos a direita, e "100      " nao e NUMERIC.
           IF FUNCTION TRIM(WS-LIMITE-NOVO) IS NUMERIC
               AND WS-LIMITE-NOVO NOT = SPACES
      *        Aumento logo apos a troca de endereco: so com o
      *        supervisor.
               IF FUNCTION NUMVAL(WS-LIMITE-NOVO) > CADCLI-LIMITE-CRED
                   MOVE CADCLI-DATA-TROCA-END TO WS-DATA-TROCA-END
                   PERFORM CONFERIR-CARENCIA-ENDERECO
                   IF NOT CARENCIA-LIBERADA
                       DISPLAY "AUMENTO DE LIMITE NAO GRAVADO"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE CADCLI-LIMITE-CRED EQUAL
                   FUNCTION NUMVAL(WS-LIMITE-NOVO)
               END-COMPUTE
      *    contato de cortesia e abre a fila de espolio - o registro
      *    cadastral permanece para o juridico liquidar.
       REGISTRAR-OBITO-TITULAR.
           IF CADCLI-PESSOA-JURIDICA
               DISPLAY "PESSOA JURIDICA - OBITO NAO SE APLICA"
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-FALECIDO
               DISPLAY "OBITO JA REGISTRADO EM " CADCLI-DATA-OBITO
               EXIT PARAGRAPH
           DISPLAY "OBITO REGISTRADO - POSTAGENS CONGELADAS E "
               "CONTAS NA FILA DE ESPOLIO".

      *    Registra a confirmacao dos dados cadastrais pelo cliente,
      *    atendendo ao pedido de recadastramento (RECADAST): zera o
      *    prazo pendente - o que libera a abertura de conta no
      *    CTAABRE - e a acao RECADASTRO no historico reinicia o
      *    ciclo de confirmacao do cliente.
       CONFIRMAR-RECADASTRAMENTO.
           IF CADCLI-PRAZO-RECAD > ZEROS
               DISPLAY "RECADASTRAMENTO PENDENTE - PRAZO "
                   CADCLI-PRAZO-RECAD
           ELSE
               DISPLAY "SEM PEDIDO DE RECADASTRAMENTO EM ABERTO"
           END-IF
           DISPLAY "DADOS CONFERIDOS COM O CLIENTE? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CONFIRMACAO CANCELADA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CADCLI-PRAZO-RECAD
           MOVE "RECADASTRO" TO WS-ACAO-HISTORICO
           PERFORM REGRAVAR-COM-HISTORICO
           DISPLAY "RECADASTRAMENTO CONFIRMADO".

      *    Inativa pela situacao cadastral, com confirmacao, em vez de
      *    excluir fisicamente - o registro e o historico permanecem.
       INATIVAR-CLIENTE.
           MOVE WS-DATA-SISTEMA TO CHG-DATA
           MOVE WS-HORA-SISTEMA TO CHG-HORA
           MOVE "CADMANUT"      TO CHG-PROGRAMA
           IF WS-ACAO-HISTORICO = "ENDERECO"
               MOVE "ENDERECO"  TO CHG-ACAO
           ELSE
               MOVE "ALTERACAO" TO CHG-ACAO
           END-IF
           MOVE WS-OPERADOR     TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.
           WRITE CADCLI-HIST-REG
           CLOSE CADCLI-HISTORICO.

      *    Endereco alterado ha menos de WS-CARENCIA-DIAS dias: a
      *    operacao so segue com a identificacao de um supervisor
      *    (nivel 3 no cadastro de operadores) - troca de endereco
      *    seguida de TED, contato novo ou limite maior e o roteiro
      *    de tomada de conta.
       CONFERIR-CARENCIA-ENDERECO.
           MOVE "S" TO WS-CARENCIA-LIBERADA
           IF WS-DATA-TROCA-END = ZEROS
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-DA-TROCA EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-TROCA-END)
           END-COMPUTE
           IF WS-DIAS-DA-TROCA NOT < WS-CARENCIA-DIAS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CARENCIA-LIBERADA
           DISPLAY "ENDERECO ALTERADO EM " WS-DATA-TROCA-END
               " - EXIGE AUTORIZACAO DO SUPERVISOR"
           DISPLAY "IDENTIFICACAO DO SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           PERFORM LOCALIZAR-SUPERVISOR
           IF WS-NIVEL-SUPERVISOR < 3
               DISPLAY "SUPERVISOR NAO RECONHECIDO OU SEM NIVEL 3"
           ELSE
               MOVE "S" TO WS-CARENCIA-LIBERADA
               DISPLAY "AUTORIZADO PELO SUPERVISOR " WS-SUPERVISOR
           END-IF.

      *    Nivel do ID digitado no cadastro de operadores - mesma
      *    busca da assinatura do menu (MENU_OPERADOR.COB).
       LOCALIZAR-SUPERVISOR.
           MOVE ZEROS TO WS-NIVEL-SUPERVISOR
           MOVE "N" TO WS-OPERADOR-FIM
           OPEN INPUT OPERADOR-ARQ
           IF OPERADOR-NAO-ACHOU
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO: "
                   "data/OPERADOR.DAT"
               EXIT PARAGRAPH
           END-IF
           READ OPERADOR-ARQ
               AT END SET OPERADOR-FIM TO TRUE
           END-READ
           PERFORM UNTIL OPERADOR-FIM
               IF OPE-ID = WS-SUPERVISOR
                   MOVE OPE-NIVEL TO WS-NIVEL-SUPERVISOR
                   SET OPERADOR-FIM TO TRUE
               ELSE
                   READ OPERADOR-ARQ
                       AT END SET OPERADOR-FIM TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OPERADOR-ARQ.

      *    Carencia em dias corridos apos a troca de endereco; sem o
      *    parametro, vale o padrao de 30 dias.
       LER-PARAMETROS-CARENCIA.
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PARAMRUN-CTL
               AT END SET PARAMRUN-FIM TO TRUE
           END-READ
           PERFORM UNTIL PARAMRUN-FIM
               MOVE SPACES TO WS-PRM-NOME WS-PRM-VALOR
               UNSTRING PARAMRUN-LINHA DELIMITED BY "="
                   INTO WS-PRM-NOME WS-PRM-VALOR
               END-UNSTRING
               IF WS-PRM-NOME = "ENDERECO-CARENCIA-DIAS"
                   AND FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   COMPUTE WS-CARENCIA-DIAS EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH quando o programa roda sem terminal - mesma
      *    mecanica de COMANDO_MOVE.COB.
