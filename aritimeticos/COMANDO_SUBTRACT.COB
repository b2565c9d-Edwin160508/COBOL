      *>   saldo unico foi substituido: cada cliente carrega seu      <*
      *>   proprio saldo de abertura/fechamento, e o SUBTR.REL mostra <*
      *>   os saldos por cliente em vez de um total anonimo.          <*
      *>   O valor bloqueado por ordem judicial (LEDGER-BLOQUEADO,    <*
      *>   mantido pelo BLOQJUD) sai do saldo na conferencia de       <*
      *>   limite: debito que so caberia com o dinheiro bloqueado e   <*
      *>   desviado para autorizacao como um estouro.                 <*
      *>   O journal carrega tambem o procurador/representante legal  <*
      *>   que movimentou pelo titular (TRN-ORD-REPRESENTANTE, vindo  <*
      *>   da digitacao): a troca de procurador fecha o bloco da      <*
      *>   conta, entao cada imagem do journal tem um unico           <*
      *>   responsavel.                                               <*
      *>   O desvio para autorizacao (AUTORIZA.PEND, ver              <*
      *>   copybooks/AUTPEND.CPY) leva a conta e, como solicitante,   <*
      *>   o operador que digitou a transacao (TRN-ORD-OPERADOR) -    <*
      *>   a linha de agencia, sem operador, leva quem rodou a        <*
      *>   postagem -, para a caixa recusar a aprovacao pelo proprio  <*
      *>   digitador; a decisao e do supervisor na caixa de           <*
      *>   pendencias (PENDAPRV), que posta o debito aprovado.        <*
      *>   As transacoes vem do extrato CSUBTR.TRN gravado pela       <*
      *>   distribuicao (TRNDIST) - as do LACO.TRN.ORD, na mesma      <*
      *>   ordem, ja com o limite de credito do titular cruzado do    <*
      *>   cadastro mestre (ver copybooks/TRNDISREC.CPY): este passo  <*
      *>   nao abre mais o CADCLI.DAT a cada quebra de conta.         <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Transacoes ja ordenadas por CPF, produzidas pelo SORT do
      *    job LACO e distribuidas pelo TRNDIST com o limite de
      *    credito do titular - cada registro vira um debito postado
      *    na conta do cliente.
           SELECT TRANS-ORDENADAS ASSIGN TO "CSUBTR.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    Transacoes desviadas por estouro de limite, aguardando
      *    autorizacao - nao sao postadas nesta passada.
           SELECT AUTORIZA-PENDENTE ASSIGN TO "AUTORIZA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZA-STATUS.
      *    Sessao do operador logado - quem rodou a postagem fica no
      *    desvio para autorizacao (BATCH sem sessao).
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Journal do ledger: imagem antes/depois de cada atualizacao
      *    de saldo, com o identificador desta execucao - e a base da
      *    recuperacao (LEDGER_RECUPERA.COB) quando o job morre entre
           COPY LEDGERREC.

       FD  TRANS-ORDENADAS.
      *    Layout compartilhado do extrato pre-cruzado - ver
      *    copybooks/TRNDISREC.CPY.
           COPY TRNDISREC.

       FD  AUTORIZA-PENDENTE.
      *    Layout compartilhado do desvio - ver copybooks/AUTPEND.CPY.
           COPY AUTPEND.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
      *    Quebra de controle por CPF: as transacoes chegam ordenadas,
      *    entao o registro do ledger de um cliente so e lido/gravado
      *    uma vez por passada, na troca de CPF.
       77 WS-CPF-QUEBRA         PIC X(14) VALUE LOW-VALUES.
       77 WS-TEM-QUEBRA         PIC X(01) VALUE "N".
           88 TEM-CONTA-ABERTA      VALUE "S".

      *    Limite de credito do cliente corrente (cruzado do mestre
      *    pela distribuicao) e desvio por estouro de limite.
       77 WS-AUTORIZA-STATUS    PIC X(02) VALUE "00".
           88 AUTORIZA-NAO-ACHOU    VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-LIMITE-CLIENTE     PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-PROJETADO    PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77 WS-LIMITE-NEGATIVO    PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77 WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       77 WS-LIMITE-DISPLAY     PIC Z(08)9.99.
      *    Bloqueio judicial da conta corrente, lido junto com o
      *    saldo e devolvido intacto na regravacao.
       77 WS-BLOQUEIO-CONTA     PIC S9(9)V99 COMP-3 VALUE ZEROS.

      *    Saldo de abertura da conta corrente (imagem ANTES do
      *    journal) e identificacao desta execucao.
      *    AJUSTRET reapresentar as fotografias de saldo.
       77 WS-DATA-VALOR-BLOCO   PIC 9(08) VALUE ZEROS.
       77 WS-AGENCIA-BLOCO      PIC X(08) VALUE SPACES.
      *    Procurador do bloco corrente - a troca de procurador (ou
      *    do titular para um procurador) fecha o bloco, para cada
      *    linha do journal ter um unico responsavel pelo movimento.
       77 WS-REPRESENTANTE-BLOCO PIC X(11) VALUE SPACES.
       77 WS-TRANS-RETROATIVAS  PIC 9(05) VALUE ZEROS.
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
           88 PERIODO-FECHADO      VALUE "S".
       77 WS-FEXC-BUFFER        PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.



      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CSUBTR" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LER-PARAMETROS-EXECUCAO
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM ABRIR-ARQUIVOS-POSTAGEM
           PERFORM REGISTRAR-INICIO-OPERACAO
           IF PERIODO-FECHADO
           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "ARQUIVO DE TRANSACOES ORDENADO NAO "
                   "ENCONTRADO: CSUBTR.TRN - NADA A POSTAR"
           ELSE
               OPEN I-O LEDGER-MESTRE
               IF LEDGER-NAO-ACHOU
               IF NOT TEM-CONTA-ABERTA
                   OR TRN-ORD-CPF NOT = WS-CPF-QUEBRA
                   OR WS-CONTA-DA-VEZ NOT = WS-CONTA-CORRENTE
                   OR TRN-ORD-REPRESENTANTE NOT = WS-REPRESENTANTE-BLOCO
                   IF TEM-CONTA-ABERTA
                       PERFORM GRAVAR-SALDO-LEDGER
                   END-IF
      *    Conferencia de limite ANTES de qualquer coisa: se o saldo
      *    projetado ficaria alem do limite de credito do cliente, a
      *    transacao e desviada para autorizacao e nao e postada.
           COMPUTE WS-SALDO-PROJETADO EQUAL
               WRK-SALDO - WS-BLOQUEIO-CONTA - WRK-VALOR
           END-COMPUTE
           COMPUTE WS-LIMITE-NEGATIVO EQUAL 0 - WS-LIMITE-CLIENTE
           END-COMPUTE
       LER-SALDO-LEDGER.
           MOVE ZEROS TO WS-DATA-VALOR-BLOCO
           MOVE TRN-ORD-AGENCIA TO WS-AGENCIA-BLOCO
           MOVE TRN-ORD-REPRESENTANTE TO WS-REPRESENTANTE-BLOCO
           MOVE TRN-ORD-CPF TO WS-CPF-QUEBRA
           MOVE WS-CONTA-DA-VEZ TO WS-CONTA-CORRENTE
           MOVE "S" TO WS-TEM-QUEBRA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE WS-LEDGER-SALDO-ABERTURA TO WRK-SALDO
                   MOVE ZEROS TO WS-BLOQUEIO-CONTA
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WRK-SALDO
                   MOVE LEDGER-BLOQUEADO TO WS-BLOQUEIO-CONTA
           END-READ
      *    Imagem ANTES do journal desta conta.
           MOVE WRK-SALDO TO WS-SALDO-ANTES-CONTA
           MOVE WS-CPF-QUEBRA     TO LEDGER-CPF
           MOVE WS-CONTA-CORRENTE TO LEDGER-CONTA
           MOVE WRK-SALDO       TO LEDGER-SALDO
           MOVE WS-BLOQUEIO-CONTA TO LEDGER-BLOQUEADO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
           MOVE WS-HORA-EXECUCAO     TO JRN-HORA
           MOVE WS-DATA-VALOR-BLOCO  TO JRN-DATA-VALOR
           MOVE WS-AGENCIA-BLOCO     TO JRN-AGENCIA
           MOVE WS-REPRESENTANTE-BLOCO TO JRN-REPRESENTANTE
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

      *    Limite de credito do cliente corrente, como a distribuicao
      *    o cruzou do mestre na troca de CPF (cliente sem registro
      *    fica com limite zero - nenhuma exposicao permitida; titular
      *    menor de idade tambem, porque nao entra no descoberto).
       LER-LIMITE-CLIENTE.
           MOVE ZEROS TO WS-LIMITE-CLIENTE
           IF TRN-DIS-NO-MESTRE
               AND TRN-DIS-LIMITE-CRED IS NUMERIC
               MOVE TRN-DIS-LIMITE-CRED TO WS-LIMITE-CLIENTE
           END-IF.

      *    Grava a transacao desviada no arquivo de autorizacao
      *    pendente, com o saldo e o limite que causaram o estouro e
      *    o operador que digitou a transacao como solicitante.
       DESVIAR-PARA-AUTORIZACAO.
           ADD 1 TO WS-QTD-PENDENTES
           OPEN EXTEND AUTORIZA-PENDENTE
           MOVE WRK-SALDO         TO AUT-SALDO
           MOVE WS-LIMITE-CLIENTE TO AUT-LIMITE
           MOVE WS-DATA-EXECUCAO  TO AUT-DATA
           MOVE WS-CONTA-CORRENTE TO AUT-CONTA
           IF TRN-ORD-OPERADOR = SPACES
               MOVE WS-OPERADOR       TO AUT-SOLICITANTE
           ELSE
               MOVE TRN-ORD-OPERADOR  TO AUT-SOLICITANTE
           END-IF
           WRITE AUTORIZA-REG
           CLOSE AUTORIZA-PENDENTE
           IF WS-BLOQUEIO-CONTA > ZEROS
               DISPLAY "TRANSACAO " TRN-ORD-NUMERO " DESVIADA PARA "
                   "AUTORIZACAO - SALDO COM BLOQUEIO JUDICIAL"
           ELSE
               DISPLAY "TRANSACAO " TRN-ORD-NUMERO " DESVIADA PARA "
                   "AUTORIZACAO - ESTOURO DE LIMITE"
           END-IF.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH - mesma mecanica do CADMANUT.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.

       FECHAR-ARQUIVOS-POSTAGEM.
           CLOSE TRANS-ORDENADAS
