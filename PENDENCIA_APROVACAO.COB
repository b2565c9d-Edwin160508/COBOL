      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PENDAPRV.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Caixa unica de pendencias de aprovacao do supervisor:      <*
      *>   reune as cinco filas que esperam um segundo par de olhos   <*
      *>   - AUTORIZA.PEND (debito alem do limite, CSUBTR),           <*
      *>   LIMITE.PEND (revisao de limite, LIMREV), DIGITA.PEND       <*
      *>   (entrada acima da alcada, TRNENTRY), REABRE.PEND           <*
      *>   (reabertura de periodo fiscal, FISCALCD) e DISPENSA.PEND   <*
      *>   (prorrogacao/dispensa acima da alcada, FATPRORR) - numa    <*
      *>   lista so, com a idade de cada pedido em dias (layout comum <*
      *>   em copybooks/PENDITEM.CPY). Depois o supervisor decide     <*
      *>   item a item: A aprova, R rejeita, P pula (fica na fila).   <*
      *>   Aprovar aplica o efeito da fila de origem, com a mesma     <*
      *>   mecanica do programa dono dela: debito journalado no       <*
      *>   ledger (nunca sobre o valor bloqueado judicialmente),      <*
      *>   limite regravado no mestre com CADCLI.CHGLOG, entrada      <*
      *>   liberada na transmissao bruta (saque em especie na         <*
      *>   gaveta), periodo reaberto no FISCAL.CAL, acordo aplicado   <*
      *>   na fatura com PRORROGA.DAT e a contabilizacao da dispensa. <*
      *>   Ninguem aprova o proprio pedido: quem pediu e o            <*
      *>   solicitante gravado na fila, e o item fica para outro      <*
      *>   supervisor. Cada decisao sai no log de operacoes com o     <*
      *>   supervisor. Sessao sem nivel 3 e recusada na entrada.      <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION                         SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                          SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *    Sessao do operador logado - tem que ser nivel 3.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Debitos desviados pelo CSUBTR para autorizacao.
           SELECT AUTORIZA-PENDENTE ASSIGN TO "AUTORIZA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Propostas de revisao de limite do LIMREV.
           SELECT LIMITE-PENDENTE ASSIGN TO "LIMITE.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Entradas digitadas acima da alcada (TRNENTRY).
           SELECT DIGITA-PENDENTE ASSIGN TO "DIGITA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Pedidos de reabertura de periodo fiscal (FISCALCD).
           SELECT REABRE-PENDENTE ASSIGN TO "REABRE.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Acordos de prorrogacao/dispensa acima da alcada (FATPRORR).
           SELECT DISPENSA-PENDENTE ASSIGN TO "DISPENSA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Fila da vez na regravacao - o nome fisico e posto em
      *    WS-ARQ-NOME antes do OPEN (mesma tecnica de
      *    LGPD_ATENDIMENTO.COB).
           SELECT FILA-REGRAVACAO ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAVA-STATUS.
      *    Transbordo dos itens que ficam alem da tabela: voltam
      *    INTACTOS a fila na regravacao - nenhum item se perde.
           SELECT FILA-TRANSBORDO ASSIGN TO "PENDAPRV.TRANSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICTRB-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois do debito
      *    autorizado, mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Cadastro mestre - limite de credito aprovado.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do cadastro mestre.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    A transmissao bruta - destino das entradas liberadas.
           SELECT TRANS-ARQUIVO ASSIGN TO "data/LACO_TRANSACOES.BRUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *    Arquivo de trabalho da regravacao - mesma mecanica do
      *    TRNENTRY.
           SELECT TRANS-TRABALHO ASSIGN TO "PENDAPRV.TRABALHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.
      *    Movimentos em especie das gavetas de caixa (CXGAVETA).
           SELECT GAVETA-MOVIMENTO ASSIGN TO "GAVETA.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVMOV-STATUS.
      *    Calendario fiscal - periodo reaberto.
           SELECT FISCAL-CAL ASSIGN TO "FISCAL.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Acordos de prorrogacao e dispensa, uma linha por acordo.
           SELECT PRORROGA-ARQ ASSIGN TO "PRORROGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRORROGA-STATUS.
      *    Interface contabil - a dispensa aprovada, acrescentando ao
      *    arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Registro de titulos remetidos ao banco - diz se o titulo
      *    da fatura prorrogada esta registrado no banco.
           SELECT REMESSA-REGISTRO ASSIGN TO "REMESSA.REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
      *    Log de operacoes compartilhado - cada decisao e logada.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  AUTORIZA-PENDENTE.
      *    Layout compartilhado do desvio - ver copybooks/AUTPEND.CPY.
           COPY AUTPEND.

       FD  LIMITE-PENDENTE.
      *    Layout compartilhado da proposta - ver
      *    copybooks/LIMPEND.CPY.
           COPY LIMPEND.

      *    Mesma linha da transmissao bruta vista por DIGLIBER.
       FD  DIGITA-PENDENTE.
       01  PENDENTE-REG.
           05 PND-LINHA               PIC X(79).
       01  PENDENTE-DETALHE REDEFINES PENDENTE-REG.
           05 FILLER                  PIC X(01).
           05 PND-CPF                 PIC X(11).
           05 PND-NUMERO              PIC 9(06).
           05 PND-VALOR               PIC 9(09)V99.
           05 PND-CONTA               PIC 9(06).
           05 PND-DATA-VALOR          PIC 9(08).
           05 PND-OPERADOR            PIC X(08).
           05 PND-DATA-DIGIT          PIC 9(08).
           05 FILLER                  PIC X(20).

       FD  REABRE-PENDENTE.
      *    Layout compartilhado do pedido - ver
      *    copybooks/REABPEND.CPY.
           COPY REABPEND.

       FD  DISPENSA-PENDENTE.
      *    Layout compartilhado do acordo pendente - ver
      *    copybooks/DISPPEND.CPY.
           COPY DISPPEND.

       FD  FILA-REGRAVACAO.
       01  FILA-LINHA                 PIC X(150).

       FD  FILA-TRANSBORDO.
       01  FICTRB-LINHA               PIC X(150).

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log - ver copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  TRANS-ARQUIVO.
       01  TRN-ARQ-LINHA.
           05 TRN-TIPO                PIC X(01).
           05 TRN-CORPO               PIC X(78).
       01  TRN-HEADER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 HDR-DATA                PIC 9(08).
           05 HDR-ORIGEM              PIC X(08).
           05 HDR-CICLO               PIC 9(02).
           05 FILLER                  PIC X(60).
       01  TRN-DETALHE REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRN-CPF                 PIC X(11).
           05 TRN-NUMERO              PIC 9(06).
           05 TRN-VALOR               PIC 9(09)V99.
           05 FILLER                  PIC X(50).
       01  TRN-TRAILER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRL-QTD                 PIC 9(06).
           05 TRL-HASH-VALOR          PIC 9(11)V99.
           05 FILLER                  PIC X(59).

       FD  TRANS-TRABALHO.
       01  TRABALHO-LINHA             PIC X(79) VALUE SPACES.

       FD  GAVETA-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/GAVMOVREC.CPY.
           COPY GAVMOVREC.

       FD  FISCAL-CAL.
      *    Layout compartilhado do periodo - ver
      *    copybooks/FISCALREC.CPY.
           COPY FISCALREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  PRORROGA-ARQ.
      *    Layout compartilhado do acordo - ver copybooks/PRORREC.CPY.
           COPY PRORREC.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

      *    Mesmo layout do registro gravado pela REMESSA.
       FD  REMESSA-REGISTRO.
       01  REGISTRO-REG.
           05 RGT-TITULO              PIC 9(06).
           05 RGT-BANCO               PIC 9(03).
           05 RGT-DATA-REMESSA        PIC 9(08).
           05 RGT-SITUACAO            PIC X(01).
              88 RGT-PENDENTE            VALUE "P".
              88 RGT-RESPONDIDO          VALUE "R".
              88 RGT-ESTORNADO           VALUE "E".
           05 RGT-NSA                 PIC 9(06).

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA                PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-SESSAO-STATUS    PIC X(02) VALUE "00".
           88 SESSAO-OK          VALUE "00".
       77 WS-FILA-STATUS      PIC X(02) VALUE "00".
           88 FILA-NAO-ACHOU     VALUE "35".
       77 WS-FILA-FIM         PIC X(01) VALUE "N".
           88 FILA-FIM           VALUE "S".
       77 WS-REGRAVA-STATUS   PIC X(02) VALUE "00".
       77 WS-FICTRB-STATUS    PIC X(02) VALUE "00".
       77 WS-FICTRB-FIM       PIC X(01) VALUE "N".
           88 FICTRB-FIM         VALUE "S".
       77 WS-LEDGER-STATUS    PIC X(02) VALUE "00".
           88 LEDGER-OK          VALUE "00".
       77 WS-JOURNAL-STATUS   PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU  VALUE "35".
       77 WS-RUNSEQ-STATUS    PIC X(02) VALUE "00".
           88 RUNSEQ-OK          VALUE "00".
       77 WS-CADCLI-STATUS    PIC X(02) VALUE "00".
           88 CADCLI-OK          VALUE "00".
       77 WS-CHGLOG-STATUS    PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU   VALUE "35".
       77 WS-TRANS-STATUS     PIC X(02) VALUE "00".
           88 TRANS-NAO-ACHOU    VALUE "35".
       77 WS-TRANS-FIM        PIC X(01) VALUE "N".
           88 TRANS-FIM          VALUE "S".
       77 WS-TRABALHO-STATUS  PIC X(02) VALUE "00".
       77 WS-TRABALHO-FIM     PIC X(01) VALUE "N".
           88 TRABALHO-FIM       VALUE "S".
       77 WS-GAVMOV-STATUS    PIC X(02) VALUE "00".
           88 GAVMOV-NAO-ACHOU   VALUE "35".
       77 WS-FISCAL-STATUS    PIC X(02) VALUE "00".
           88 FISCAL-NAO-ACHOU   VALUE "35".
       77 WS-FISCAL-FIM       PIC X(01) VALUE "N".
           88 FISCAL-FIM         VALUE "S".
       77 WS-FATURAS-STATUS   PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU  VALUE "35" "23".
       77 WS-PRORROGA-STATUS  PIC X(02) VALUE "00".
           88 PRORROGA-NAO-ACHOU VALUE "35".
       77 WS-INTERFACE-STATUS PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU VALUE "35".
       77 WS-REGISTRO-STATUS  PIC X(02) VALUE "00".
           88 REGISTRO-NAO-ACHOU VALUE "35".
       77 WS-REGISTRO-FIM     PIC X(01) VALUE "N".
           88 REGISTRO-FIM       VALUE "S".
       77 WS-OPLOG-STATUS     PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU    VALUE "35".

      *    Supervisor da sessao assinada - nivel 3 obrigatorio.
       77 WS-SUPERVISOR       PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SESSAO     PIC 9(01) VALUE ZEROS.

      *    Primeira passada so lista; a segunda colhe as decisoes.
       77 WS-PASSADA          PIC X(01) VALUE "L".
           88 PASSADA-LISTAR     VALUE "L".
           88 PASSADA-DECIDIR    VALUE "D".
       77 WS-CONFIRMA         PIC X(01) VALUE "N".

      *    Pendencia corrente na forma comum as cinco filas.
           COPY PENDITEM.
       77 WS-SIGLA-FILA       PIC X(03) VALUE SPACES.
       77 WS-ROTULO-CHAVE     PIC X(09) VALUE SPACES.
       77 WS-REG-ATUAL        PIC X(150) VALUE SPACES.
       77 WS-DECISAO          PIC X(01) VALUE SPACES.
      *    Desfecho da pendencia: A aprovada, R rejeitada (ou
      *    descartada por nao valer mais), F fica na fila.
       77 WS-DESFECHO         PIC X(01) VALUE "F".
           88 DESFECHO-APROVADO  VALUE "A".
           88 DESFECHO-REJEITADO VALUE "R".
           88 DESFECHO-FICA      VALUE "F".
       77 WS-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APROVADAS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NA-FILA      PIC 9(05) VALUE ZEROS.

      *    Itens que ficam na fila da vez - tabela e transbordo.
       77 WS-ARQ-NOME         PIC X(40) VALUE SPACES.
       01  WS-TABELA-FICAM.
           05 WS-FIC-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-FIC-LINHA       PIC X(150) OCCURS 500 TIMES.
       77 WS-FIC-IND          PIC 9(03) VALUE ZEROS.
       77 WS-FIC-ESTOUROU     PIC X(01) VALUE "N".

      *    Debito autorizado: conta do desvio e saldos do journal.
       77 WS-CONTA-DEBITO     PIC 9(06) VALUE ZEROS.
       77 WS-SEQUENCIAL       PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-ANTES      PIC S9(9)V99 VALUE ZEROS.
       77 WS-SALDO-DEPOIS     PIC S9(9)V99 VALUE ZEROS.

      *    Limite aprovado.
           COPY GRPAPI.
       77 WS-LIMITE-EDITADO   PIC Z(8)9.99.

      *    Entradas liberadas e estado da regravacao da transmissao
      *    bruta (TRNENTRY).
       01  WS-TABELA-LIBERADAS.
           05 WS-LIB-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-LIB-LINHA       PIC X(79) OCCURS 200 TIMES.
       77 WS-LIB-IND          PIC 9(03) VALUE ZEROS.
       77 WS-HDR-GUARDADO     PIC X(79) VALUE SPACES.
       77 WS-TEM-HEADER       PIC X(01) VALUE "N".
       77 WS-TEM-EXISTENTES   PIC X(01) VALUE "N".
       77 WS-HASH-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-TRAILER      PIC 9(06) VALUE ZEROS.

      *    Calendario fiscal em memoria - mesma tabela do FISCALCD.
       01  WS-TABELA-CALENDARIO.
           05 WS-CAL-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-CAL-ITEM OCCURS 200 TIMES.
              10 WS-CAL-PERIODO  PIC 9(06).
              10 WS-CAL-SITUACAO PIC X(01).
              10 WS-CAL-DATA     PIC 9(08).
       77 WS-CAL-IND          PIC 9(03) VALUE ZEROS.
       77 WS-PERIODO-REABERTO PIC X(01) VALUE "N".

      *    Acordo aprovado: recusa na reconferencia da fatura,
      *    lancamento da dispensa e titulo no banco.
       77 WS-MOTIVO-RECUSA    PIC X(40) VALUE SPACES.
       77 WS-CONTA-DISPENSADOS PIC 9(05) VALUE 64002.
       77 WS-CONTA-RECEITA-ENC PIC 9(05) VALUE 41003.
       77 WS-LANCAMENTO-INTEIRO PIC 9(13) VALUE ZEROS.
       77 WS-TITULO-NO-BANCO  PIC X(01) VALUE "N".
       77 WS-BANCO-REGISTRO   PIC 9(03) VALUE ZEROS.

       01 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE    PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EDITADO    PIC Z(10)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-OPLOG-BUFFER     PIC X(100) VALUE SPACES.
       77 WS-EVENTO-DECISAO   PIC X(09) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "PENDAPRV" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE

           PERFORM CONFERIR-NIVEL-SUPERVISOR
           IF WS-NIVEL-SESSAO < 3
               DISPLAY "SESSAO SEM NIVEL DE SUPERVISOR - CAIXA DE "
                   "PENDENCIAS RECUSADA"
               GOBACK
           END-IF

           DISPLAY "PENDENCIAS DE APROVACAO - SUPERVISOR "
               WS-SUPERVISOR
           SET PASSADA-LISTAR TO TRUE
           PERFORM PERCORRER-TODAS-AS-FILAS
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "NENHUMA PENDENCIA DE APROVACAO"
               GOBACK
           END-IF
           DISPLAY "TOTAL DE PENDENCIAS: " WS-QTD-PENDENTES
           DISPLAY "DECIDIR AS PENDENCIAS AGORA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               GOBACK
           END-IF

           SET PASSADA-DECIDIR TO TRUE
           PERFORM PERCORRER-TODAS-AS-FILAS

           DISPLAY "APROVADAS " WS-QTD-APROVADAS "  REJEITADAS "
               WS-QTD-REJEITADAS "  NA FILA " WS-QTD-NA-FILA
           GOBACK.

      *    O nivel vem da sessao assinada no menu (OPERADOR.SESSAO) -
      *    a caixa de pendencias exige nivel 3, o mesmo da
      *    manutencao.
       CONFERIR-NIVEL-SUPERVISOR.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-SUPERVISOR
                       MOVE SES-NIVEL    TO WS-NIVEL-SESSAO
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.

      *    As cinco filas sempre na mesma ordem, nas duas passadas.
       PERCORRER-TODAS-AS-FILAS.
           PERFORM PERCORRER-FILA-AUTORIZA
           PERFORM PERCORRER-FILA-LIMITE
           PERFORM PERCORRER-FILA-DIGITA
           PERFORM PERCORRER-FILA-REABRE
           PERFORM PERCORRER-FILA-DISPENSA.

       PREPARAR-FILA-DA-VEZ.
           MOVE ZEROS TO WS-FIC-QTD
           MOVE "N" TO WS-FIC-ESTOUROU
           MOVE "N" TO WS-FILA-FIM.

      *----------------------------------------------------------------*
      *    LEITURA DAS FILAS
      *----------------------------------------------------------------*
      *    Cada fila e lida no seu proprio layout e cada registro vira
      *    uma PENDENCIA-ITEM; o registro original vai junto em
      *    WS-REG-ATUAL para voltar intacto a fila se ficar.
       PERCORRER-FILA-AUTORIZA.
           MOVE "AUTORIZA.PEND" TO WS-ARQ-NOME
           PERFORM PREPARAR-FILA-DA-VEZ
           OPEN INPUT AUTORIZA-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ AUTORIZA-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               PERFORM MONTAR-ITEM-AUTORIZA
               MOVE AUTORIZA-REG TO WS-REG-ATUAL
               PERFORM TRATAR-ITEM-PENDENTE
               READ AUTORIZA-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUTORIZA-PENDENTE
           IF PASSADA-DECIDIR
               PERFORM REGRAVAR-FILA-DA-VEZ
           END-IF.

       PERCORRER-FILA-LIMITE.
           MOVE "LIMITE.PEND" TO WS-ARQ-NOME
           PERFORM PREPARAR-FILA-DA-VEZ
           OPEN INPUT LIMITE-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ LIMITE-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               PERFORM MONTAR-ITEM-LIMITE
               MOVE LIMITE-REG TO WS-REG-ATUAL
               PERFORM TRATAR-ITEM-PENDENTE
               READ LIMITE-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LIMITE-PENDENTE
           IF PASSADA-DECIDIR
               PERFORM REGRAVAR-FILA-DA-VEZ
           END-IF.

      *    Entradas liberadas entram na transmissao bruta ANTES de a
      *    fila ser regravada sem elas - mesma ordem do DIGLIBER.
       PERCORRER-FILA-DIGITA.
           MOVE "DIGITA.PEND" TO WS-ARQ-NOME
           PERFORM PREPARAR-FILA-DA-VEZ
           OPEN INPUT DIGITA-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ DIGITA-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               PERFORM MONTAR-ITEM-DIGITA
               MOVE PENDENTE-REG TO WS-REG-ATUAL
               PERFORM TRATAR-ITEM-PENDENTE
               READ DIGITA-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIGITA-PENDENTE
           IF PASSADA-DECIDIR
               IF WS-LIB-QTD > ZEROS
                   PERFORM CARREGAR-ARQUIVO-DO-DIA
                   PERFORM REGRAVAR-ARQUIVO-DO-DIA
               END-IF
               PERFORM REGRAVAR-FILA-DA-VEZ
           END-IF.

       PERCORRER-FILA-REABRE.
           MOVE "REABRE.PEND" TO WS-ARQ-NOME
           PERFORM PREPARAR-FILA-DA-VEZ
           OPEN INPUT REABRE-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ REABRE-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               PERFORM MONTAR-ITEM-REABRE
               MOVE REABRE-REG TO WS-REG-ATUAL
               PERFORM TRATAR-ITEM-PENDENTE
               READ REABRE-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE REABRE-PENDENTE
           IF PASSADA-DECIDIR
               PERFORM REGRAVAR-FILA-DA-VEZ
           END-IF.

       PERCORRER-FILA-DISPENSA.
           MOVE "DISPENSA.PEND" TO WS-ARQ-NOME
           PERFORM PREPARAR-FILA-DA-VEZ
           OPEN INPUT DISPENSA-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ DISPENSA-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               PERFORM MONTAR-ITEM-DISPENSA
               MOVE DSP-REG TO WS-REG-ATUAL
               PERFORM TRATAR-ITEM-PENDENTE
               READ DISPENSA-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE DISPENSA-PENDENTE
           IF PASSADA-DECIDIR
               PERFORM REGRAVAR-FILA-DA-VEZ
           END-IF.

      *----------------------------------------------------------------*
      *    PENDENCIA NA FORMA COMUM
      *----------------------------------------------------------------*
       MONTAR-ITEM-AUTORIZA.
           INITIALIZE PENDENCIA-ITEM
           MOVE "AUTORIZA"      TO PIT-ORIGEM
           MOVE AUT-NUMERO      TO PIT-CHAVE
           MOVE AUT-DATA        TO PIT-DATA
           MOVE AUT-VALOR       TO PIT-VALOR
           MOVE AUT-SOLICITANTE TO PIT-SOLICITANTE
      *    Registro anterior a conta no desvio: conta corrente padrao.
           IF AUT-CONTA IS NUMERIC AND AUT-CONTA > ZEROS
               MOVE AUT-CONTA TO WS-CONTA-DEBITO
           ELSE
               MOVE 1 TO WS-CONTA-DEBITO
           END-IF
           STRING "CPF " AUT-CPF " CONTA " WS-CONTA-DEBITO
               DELIMITED BY SIZE
               INTO PIT-DESCRICAO
           END-STRING
           MOVE "AUT"       TO WS-SIGLA-FILA
           MOVE "TRANSACAO" TO WS-ROTULO-CHAVE.

       MONTAR-ITEM-LIMITE.
           INITIALIZE PENDENCIA-ITEM
           MOVE "LIMITE"            TO PIT-ORIGEM
           MOVE LIM-CPF             TO PIT-CHAVE
           MOVE LIM-DATA-PROPOSTA   TO PIT-DATA
           MOVE LIM-LIMITE-PROPOSTO TO PIT-VALOR
           MOVE LIM-SOLICITANTE     TO PIT-SOLICITANTE
           MOVE LIM-LIMITE-ATUAL    TO WS-LIMITE-EDITADO
           STRING "ATUAL " WS-LIMITE-EDITADO " SCORE " LIM-SCORE
               DELIMITED BY SIZE
               INTO PIT-DESCRICAO
           END-STRING
           MOVE "LIM" TO WS-SIGLA-FILA
           MOVE "CPF" TO WS-ROTULO-CHAVE.

       MONTAR-ITEM-DIGITA.
           INITIALIZE PENDENCIA-ITEM
           MOVE "DIGITA"     TO PIT-ORIGEM
           MOVE PND-NUMERO   TO PIT-CHAVE
           IF PND-DATA-DIGIT IS NUMERIC
               MOVE PND-DATA-DIGIT TO PIT-DATA
           END-IF
           MOVE PND-VALOR    TO PIT-VALOR
           MOVE PND-OPERADOR TO PIT-SOLICITANTE
           IF PND-LINHA (79 : 1) = "E"
               STRING "SAQUE ESPECIE CPF " PND-CPF
                   DELIMITED BY SIZE
                   INTO PIT-DESCRICAO
               END-STRING
           ELSE
               STRING "CPF " PND-CPF " CONTA " PND-CONTA
                   DELIMITED BY SIZE
                   INTO PIT-DESCRICAO
               END-STRING
           END-IF
           MOVE "DIG"       TO WS-SIGLA-FILA
           MOVE "TRANSACAO" TO WS-ROTULO-CHAVE.

       MONTAR-ITEM-REABRE.
           INITIALIZE PENDENCIA-ITEM
           MOVE "REABRE"        TO PIT-ORIGEM
           MOVE REA-PERIODO     TO PIT-CHAVE
           MOVE REA-DATA        TO PIT-DATA
           MOVE REA-SOLICITANTE TO PIT-SOLICITANTE
           MOVE REA-MOTIVO      TO PIT-DESCRICAO
           MOVE "FIS"     TO WS-SIGLA-FILA
           MOVE "PERIODO" TO WS-ROTULO-CHAVE.

       MONTAR-ITEM-DISPENSA.
           INITIALIZE PENDENCIA-ITEM
           MOVE "DISPENSA"           TO PIT-ORIGEM
           MOVE DSP-FAT-NUMERO       TO PIT-CHAVE
           MOVE DSP-DATA             TO PIT-DATA
           MOVE DSP-VALOR-DISPENSADO TO PIT-VALOR
           MOVE DSP-OPERADOR         TO PIT-SOLICITANTE
           IF DSP-PRORROGACAO
               STRING "PRORROGACAO PARA " DSP-VENCTO-DEPOIS
                   DELIMITED BY SIZE
                   INTO PIT-DESCRICAO
               END-STRING
           ELSE
               STRING "DISPENSA CPF " DSP-CPF
                   DELIMITED BY SIZE
                   INTO PIT-DESCRICAO
               END-STRING
           END-IF
           MOVE "DSP"    TO WS-SIGLA-FILA
           MOVE "FATURA" TO WS-ROTULO-CHAVE.

      *    Idade em dias corridos desde o pedido; pedido sem data
      *    valida (registro antigo) fica com idade zero.
       CALCULAR-IDADE-PENDENCIA.
           MOVE ZEROS TO PIT-IDADE
           IF PIT-DATA IS NUMERIC
               AND PIT-DATA > 16010101
               AND PIT-DATA < WS-DATA-HOJE
               COMPUTE PIT-IDADE EQUAL
                   WS-DIAS-INT-HOJE
                   - FUNCTION INTEGER-OF-DATE(PIT-DATA)
               END-COMPUTE
           END-IF.

       MOSTRAR-ITEM-PENDENTE.
           MOVE PIT-VALOR TO WS-VALOR-EDITADO
           DISPLAY PIT-ORIGEM " " PIT-CHAVE
               " IDADE " PIT-IDADE " DIA(S) VALOR " WS-VALOR-EDITADO
               " POR " PIT-SOLICITANTE
           DISPLAY "         " PIT-DESCRICAO.

      *----------------------------------------------------------------*
      *    DECISAO DO SUPERVISOR
      *----------------------------------------------------------------*
      *    A aprova, R rejeita, P pula (fica na fila). Aprovacao que
      *    nao consegue ser aplicada deixa o item na fila.
       TRATAR-ITEM-PENDENTE.
           PERFORM CALCULAR-IDADE-PENDENCIA
           PERFORM MOSTRAR-ITEM-PENDENTE
           IF PASSADA-LISTAR
               ADD 1 TO WS-QTD-PENDENTES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DECISAO (A=APROVAR R=REJEITAR P=PULAR): "
           ACCEPT WS-DECISAO
           SET DESFECHO-FICA TO TRUE
           EVALUATE WS-DECISAO
      *    Quem pediu nao aprova o proprio pedido: ele fica na fila
      *    para outro supervisor.
               WHEN "A"
                   IF PIT-SOLICITANTE = WS-SUPERVISOR
                       DISPLAY "PEDIDO DO PROPRIO SUPERVISOR - "
                           "APROVACAO RECUSADA"
                   ELSE
                       PERFORM APROVAR-ITEM-PENDENTE
                   END-IF
               WHEN "R"
                   SET DESFECHO-REJEITADO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN DESFECHO-APROVADO
                   ADD 1 TO WS-QTD-APROVADAS
                   MOVE "APROVADA" TO WS-EVENTO-DECISAO
                   PERFORM GRAVAR-DECISAO-OPLOG
               WHEN DESFECHO-REJEITADO
                   ADD 1 TO WS-QTD-REJEITADAS
                   MOVE "REJEITADA" TO WS-EVENTO-DECISAO
                   PERFORM GRAVAR-DECISAO-OPLOG
               WHEN OTHER
                   ADD 1 TO WS-QTD-NA-FILA
                   PERFORM GUARDAR-ITEM-NA-FILA
           END-EVALUATE.

       APROVAR-ITEM-PENDENTE.
           EVALUATE PIT-ORIGEM
               WHEN "AUTORIZA"
                   PERFORM APROVAR-DEBITO-AUTORIZADO
               WHEN "LIMITE"
                   PERFORM APROVAR-LIMITE-PROPOSTO
               WHEN "DIGITA"
                   PERFORM APROVAR-ENTRADA-DIGITADA
               WHEN "REABRE"
                   PERFORM APROVAR-REABERTURA-PERIODO
               WHEN "DISPENSA"
                   PERFORM APROVAR-ACORDO-DISPENSA
           END-EVALUATE.

      *    Item que continua na fila: na tabela enquanto couber, dali
      *    em diante no transbordo - nenhum item se perde.
       GUARDAR-ITEM-NA-FILA.
           IF WS-FIC-QTD < 500
               ADD 1 TO WS-FIC-QTD
               MOVE WS-REG-ATUAL TO WS-FIC-LINHA (WS-FIC-QTD)
               EXIT PARAGRAPH
           END-IF
           IF WS-FIC-ESTOUROU = "N"
               MOVE "S" TO WS-FIC-ESTOUROU
               OPEN OUTPUT FILA-TRANSBORDO
               DISPLAY "MAIS DE 500 ITENS FICANDO EM "
                   FUNCTION TRIM(WS-ARQ-NOME)
                   " - EXCEDENTE PRESERVADO VIA TRANSBORDO"
           END-IF
           MOVE WS-REG-ATUAL TO FICTRB-LINHA
           WRITE FICTRB-LINHA.

      *    A fila volta so com o que ficou - aprovados e rejeitados
      *    saem dela.
       REGRAVAR-FILA-DA-VEZ.
           OPEN OUTPUT FILA-REGRAVACAO
           PERFORM VARYING WS-FIC-IND FROM 1 BY 1
                   UNTIL WS-FIC-IND > WS-FIC-QTD
               MOVE WS-FIC-LINHA (WS-FIC-IND) TO FILA-LINHA
               WRITE FILA-LINHA
           END-PERFORM
      *    Devolve o transbordo intacto a fila.
           IF WS-FIC-ESTOUROU = "S"
               CLOSE FILA-TRANSBORDO
               MOVE "N" TO WS-FICTRB-FIM
               OPEN INPUT FILA-TRANSBORDO
               READ FILA-TRANSBORDO
                   AT END SET FICTRB-FIM TO TRUE
               END-READ
               PERFORM UNTIL FICTRB-FIM
                   MOVE FICTRB-LINHA TO FILA-LINHA
                   WRITE FILA-LINHA
                   READ FILA-TRANSBORDO
                       AT END SET FICTRB-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FILA-TRANSBORDO
           END-IF
           CLOSE FILA-REGRAVACAO.

      *----------------------------------------------------------------*
      *    AUTORIZA - DEBITO ALEM DO LIMITE
      *----------------------------------------------------------------*
      *    Postagem journalada do debito desviado - journal ANTES da
      *    regravacao, mesma mecanica do CSUBTR. A aprovacao cobre o
      *    limite de credito, nunca o valor bloqueado por ordem
      *    judicial: debito que entraria nele volta a fila.
       APROVAR-DEBITO-AUTORIZADO.
           IF WS-SEQUENCIAL = ZEROS
               PERFORM OBTER-PROXIMO-SEQUENCIAL
           END-IF
           OPEN I-O LEDGER-MESTRE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER INDISPONIVEL - PENDENCIA VOLTA A FILA"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE AUT-CPF         TO LEDGER-CPF
           MOVE WS-CONTA-DEBITO TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO - AUT-VALOR
           END-COMPUTE
           IF LEDGER-BLOQUEADO > ZEROS
               AND WS-SALDO-DEPOIS < LEDGER-BLOQUEADO
               DISPLAY "DEBITO ALCANCARIA O VALOR BLOQUEADO "
                   "JUDICIALMENTE - PENDENCIA VOLTA A FILA"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-JOURNAL-APROVACAO
           MOVE AUT-CPF         TO LEDGER-CPF
           MOVE WS-CONTA-DEBITO TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           CLOSE LEDGER-MESTRE
           SET DESFECHO-APROVADO TO TRUE.

       GRAVAR-JOURNAL-APROVACAO.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL     TO JRN-SEQUENCIAL
           MOVE AUT-CPF           TO JRN-CPF
           MOVE WS-CONTA-DEBITO   TO JRN-CONTA
           MOVE WS-SALDO-ANTES    TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE      TO JRN-DATA
           MOVE WS-HORA-AGORA     TO JRN-HORA
           MOVE ZEROS             TO JRN-DATA-VALOR
           MOVE SPACES            TO JRN-AGENCIA
           MOVE SPACES            TO JRN-REPRESENTANTE
           MOVE SPACES            TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL -
      *    mesma mecanica do CSUBTR.
       OBTER-PROXIMO-SEQUENCIAL.
           MOVE ZEROS TO WS-SEQUENCIAL
           OPEN INPUT RUNSEQ-CTL
           IF RUNSEQ-OK
               READ RUNSEQ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNSEQ-REC TO WS-SEQUENCIAL
               END-READ
           END-IF
           CLOSE RUNSEQ-CTL

           ADD 1 TO WS-SEQUENCIAL

           OPEN OUTPUT RUNSEQ-CTL
           MOVE WS-SEQUENCIAL TO RUNSEQ-REC
           WRITE RUNSEQ-REC
           CLOSE RUNSEQ-CTL.

      *----------------------------------------------------------------*
      *    LIMITE - REVISAO DE LIMITE DE CREDITO
      *----------------------------------------------------------------*
      *    Mesma aplicacao do modo APROVAR do LIMREV: o teto do grupo
      *    economico e conferido de novo, menor de idade e descartado
      *    e a mudanca sai no log do cadastro.
       APROVAR-LIMITE-PROPOSTO.
           MOVE LIM-CPF TO GRX-CPF
           MOVE "N"     TO GRX-APURAR-GARANTIAS
           CALL "GRPEXPO" USING GRUPO-CONSULTA-ENTRADA
               GRUPO-CONSULTA-RESULTADO
           IF GRX-COM-GRUPO
               AND LIM-LIMITE-PROPOSTO > GRX-LIMITE-CLIENTE
               AND GRX-SOMA-LIMITES - GRX-LIMITE-CLIENTE
                   + LIM-LIMITE-PROPOSTO > GRX-TETO-GRUPO
               DISPLAY "AUMENTO ESTOURA O TETO DO GRUPO ECONOMICO - "
                   "PROPOSTA REJEITADA"
               SET DESFECHO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADCLI.DAT INDISPONIVEL - PENDENCIA VOLTA A "
                   "FILA"
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE LIM-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "CPF DA PROPOSTA NAO ESTA MAIS NO MESTRE - "
                       "PROPOSTA DESCARTADA"
                   CLOSE CADCLI-MESTRE
                   SET DESFECHO-REJEITADO TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF CADCLI-E-MENOR
               DISPLAY "TITULAR MENOR DE IDADE - PROPOSTA DESCARTADA"
               CLOSE CADCLI-MESTRE
               SET DESFECHO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LIM-LIMITE-PROPOSTO TO CADCLI-LIMITE-CRED
           REWRITE CADCLI-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CADCLI - STATUS "
                       WS-CADCLI-STATUS
           END-REWRITE
           CLOSE CADCLI-MESTRE
           SET DESFECHO-APROVADO TO TRUE
           PERFORM REGISTRAR-APROVACAO-CHGLOG.

      *    A mudanca aprovada sai no log com o APROVADOR da sessao.
       REGISTRAR-APROVACAO-CHGLOG.
           OPEN EXTEND CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               CLOSE CADCLI-CHGLOG
               OPEN OUTPUT CADCLI-CHGLOG
           END-IF
           MOVE LIM-CPF       TO CHG-CPF
           MOVE WS-DATA-HOJE  TO CHG-DATA
           MOVE WS-HORA-AGORA TO CHG-HORA
           MOVE "PENDAPRV"    TO CHG-PROGRAMA
           MOVE "LIMITE-REV"  TO CHG-ACAO
           MOVE WS-SUPERVISOR TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

      *----------------------------------------------------------------*
      *    DIGITA - ENTRADA ACIMA DA ALCADA
      *----------------------------------------------------------------*
      *    Mesma liberacao do DIGLIBER: a entrada vai para o lote da
      *    transmissao bruta e o saque em especie sai da gaveta de
      *    quem digitou.
       APROVAR-ENTRADA-DIGITADA.
      *    Lote de liberacao cheio: a entrada NAO e liberada nem
      *    descartada - volta a fila para outra sessao decidir.
           IF WS-LIB-QTD NOT < 200
               DISPLAY "LOTE DE LIBERACAO CHEIO (200) - A ENTRADA "
                   "VOLTA A FILA PARA OUTRA SESSAO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIB-QTD
           MOVE PND-LINHA TO WS-LIB-LINHA (WS-LIB-QTD)
           IF PND-LINHA (79 : 1) = "E"
               PERFORM MARCAR-SAQUE-GAVETA
               MOVE SPACE TO WS-LIB-LINHA (WS-LIB-QTD) (79 : 1)
           END-IF
           SET DESFECHO-APROVADO TO TRUE.

       MARCAR-SAQUE-GAVETA.
           OPEN EXTEND GAVETA-MOVIMENTO
           IF GAVMOV-NAO-ACHOU
               CLOSE GAVETA-MOVIMENTO
               OPEN OUTPUT GAVETA-MOVIMENTO
           END-IF
           MOVE PND-OPERADOR   TO GMV-OPERADOR
           MOVE WS-DATA-HOJE   TO GMV-DATA
           MOVE WS-HORA-AGORA  TO GMV-HORA
           MOVE "S"            TO GMV-TIPO
           MOVE PND-NUMERO     TO GMV-NUMERO
           MOVE PND-CPF        TO GMV-CPF
           MOVE PND-CONTA      TO GMV-CONTA
           MOVE PND-VALOR      TO GMV-VALOR
           WRITE GAVMOV-REG
           CLOSE GAVETA-MOVIMENTO.

      *    Carrega o header e os detalhes existentes da transmissao
      *    bruta para o trabalho - mesma mecanica do TRNENTRY.
       CARREGAR-ARQUIVO-DO-DIA.
           OPEN INPUT TRANS-ARQUIVO
           IF TRANS-NAO-ACHOU
               DISPLAY "ARQUIVO DO DIA AINDA NAO EXISTE - SERA CRIADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRANS-TRABALHO
           MOVE "S" TO WS-TEM-EXISTENTES
           READ TRANS-ARQUIVO
               AT END SET TRANS-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRANS-FIM
               EVALUATE TRN-TIPO
                   WHEN "H"
                       MOVE TRN-ARQ-LINHA TO WS-HDR-GUARDADO
                       MOVE "S" TO WS-TEM-HEADER
                   WHEN "D"
                   WHEN "X"
                   WHEN "E"
                   WHEN "J"
                       MOVE TRN-ARQ-LINHA TO TRABALHO-LINHA
                       WRITE TRABALHO-LINHA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ TRANS-ARQUIVO
                   AT END SET TRANS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANS-TRABALHO
           CLOSE TRANS-ARQUIVO.

      *    Regrava a transmissao bruta com as entradas liberadas e o
      *    trailer recalculado - mesma mecanica do TRNENTRY.
       REGRAVAR-ARQUIVO-DO-DIA.
           OPEN OUTPUT TRANS-ARQUIVO

           IF WS-TEM-HEADER = "S"
               MOVE WS-HDR-GUARDADO TO TRN-ARQ-LINHA
           ELSE
               MOVE SPACES TO TRN-ARQ-LINHA
               MOVE "H" TO TRN-TIPO
               MOVE WS-DATA-HOJE TO HDR-DATA
               MOVE "DIGITACA" TO HDR-ORIGEM
               MOVE 1 TO HDR-CICLO
           END-IF
           WRITE TRN-ARQ-LINHA

           MOVE ZEROS TO WS-HASH-VALOR
           MOVE ZEROS TO WS-QTD-TRAILER
           IF WS-TEM-EXISTENTES = "S"
               OPEN INPUT TRANS-TRABALHO
               READ TRANS-TRABALHO
                   AT END SET TRABALHO-FIM TO TRUE
               END-READ
               PERFORM UNTIL TRABALHO-FIM
                   MOVE TRABALHO-LINHA TO TRN-ARQ-LINHA
                   ADD TRN-VALOR TO WS-HASH-VALOR
                   ADD 1 TO WS-QTD-TRAILER
                   WRITE TRN-ARQ-LINHA
                   READ TRANS-TRABALHO
                       AT END SET TRABALHO-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-TRABALHO
           END-IF

           PERFORM VARYING WS-LIB-IND FROM 1 BY 1
                   UNTIL WS-LIB-IND > WS-LIB-QTD
               MOVE WS-LIB-LINHA (WS-LIB-IND) TO TRN-ARQ-LINHA
               ADD TRN-VALOR TO WS-HASH-VALOR
               ADD 1 TO WS-QTD-TRAILER
               WRITE TRN-ARQ-LINHA
           END-PERFORM

           MOVE SPACES TO TRN-ARQ-LINHA
           MOVE "T" TO TRN-TIPO
           MOVE WS-QTD-TRAILER TO TRL-QTD
           MOVE WS-HASH-VALOR TO TRL-HASH-VALOR
           WRITE TRN-ARQ-LINHA

           CLOSE TRANS-ARQUIVO.

      *----------------------------------------------------------------*
      *    REABRE - REABERTURA DE PERIODO FISCAL
      *----------------------------------------------------------------*
      *    O calendario e relido a cada aprovacao - outro pedido da
      *    mesma sessao pode ter reaberto o periodo. Periodo que ja
      *    esta aberto nao muda: o pedido sai da fila atendido.
       APROVAR-REABERTURA-PERIODO.
           MOVE ZEROS TO WS-CAL-QTD
           MOVE "N" TO WS-FISCAL-FIM
           PERFORM CARREGAR-CALENDARIO
           MOVE "N" TO WS-PERIODO-REABERTO
           PERFORM VARYING WS-CAL-IND FROM 1 BY 1
                   UNTIL WS-CAL-IND > WS-CAL-QTD
               IF WS-CAL-PERIODO (WS-CAL-IND) = REA-PERIODO
                   AND WS-CAL-SITUACAO (WS-CAL-IND) = "F"
                   MOVE "A" TO WS-CAL-SITUACAO (WS-CAL-IND)
                   MOVE WS-DATA-HOJE TO WS-CAL-DATA (WS-CAL-IND)
                   MOVE "S" TO WS-PERIODO-REABERTO
               END-IF
           END-PERFORM
           IF WS-PERIODO-REABERTO = "S"
               PERFORM REGRAVAR-CALENDARIO
               DISPLAY "PERIODO " REA-PERIODO " REABERTO"
           ELSE
               DISPLAY "PERIODO " REA-PERIODO " JA ESTA ABERTO"
           END-IF
           SET DESFECHO-APROVADO TO TRUE.

       CARREGAR-CALENDARIO.
           OPEN INPUT FISCAL-CAL
           IF FISCAL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FISCAL-CAL
               AT END SET FISCAL-FIM TO TRUE
           END-READ
           PERFORM UNTIL FISCAL-FIM
               IF WS-CAL-QTD < 200
                   ADD 1 TO WS-CAL-QTD
                   MOVE CAL-PERIODO  TO WS-CAL-PERIODO (WS-CAL-QTD)
                   MOVE CAL-SITUACAO TO WS-CAL-SITUACAO (WS-CAL-QTD)
                   MOVE CAL-DATA-MUDANCA TO WS-CAL-DATA (WS-CAL-QTD)
               END-IF
               READ FISCAL-CAL
                   AT END SET FISCAL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FISCAL-CAL.

       REGRAVAR-CALENDARIO.
           OPEN OUTPUT FISCAL-CAL
           PERFORM VARYING WS-CAL-IND FROM 1 BY 1
                   UNTIL WS-CAL-IND > WS-CAL-QTD
               MOVE WS-CAL-PERIODO (WS-CAL-IND)  TO CAL-PERIODO
               MOVE WS-CAL-SITUACAO (WS-CAL-IND) TO CAL-SITUACAO
               MOVE WS-CAL-DATA (WS-CAL-IND)     TO CAL-DATA-MUDANCA
               WRITE FISCAL-REG
           END-PERFORM
           CLOSE FISCAL-CAL.

      *----------------------------------------------------------------*
      *    DISPENSA - ACORDO DA COBRANCA ACIMA DA ALCADA
      *----------------------------------------------------------------*
      *    A fatura e relida para atualizacao e tem que estar como o
      *    operador a viu no pedido (aberta, mesmo vencimento, mesma
      *    dispensa acumulada) - senao o acordo nao vale mais e e
      *    rejeitado. Prorrogacao cujo novo vencimento ja passou
      *    tambem.
       APROVAR-ACORDO-DISPENSA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "ARQUIVO DE FATURAS AUSENTE - PENDENCIA VOLTA "
                   "A FILA"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE DSP-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               IF NOT FAT-ABERTA
                   OR FAT-DATA-VENCTO NOT = DSP-VENCTO-ANTES
                   OR FAT-ENCARGO-DISPENSADO NOT = DSP-DISPENSADO-ANTES
                   MOVE "FATURA ALTERADA DESDE O PEDIDO"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               AND DSP-PRORROGACAO
               AND DSP-VENCTO-DEPOIS NOT > WS-DATA-HOJE
               MOVE "NOVO VENCIMENTO JA PASSOU" TO WS-MOTIVO-RECUSA
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               CLOSE FATURAS-ARQUIVO
               DISPLAY "ACORDO REJEITADO - " WS-MOTIVO-RECUSA
               SET DESFECHO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DSP-PRORROGACAO
               IF FAT-VENCTO-ORIGINAL = ZEROS
                   MOVE FAT-DATA-VENCTO TO FAT-VENCTO-ORIGINAL
               END-IF
               MOVE DSP-VENCTO-DEPOIS TO FAT-DATA-VENCTO
               MOVE ZEROS TO FAT-ENCARGO-DISPENSADO
           ELSE
               ADD DSP-VALOR-DISPENSADO TO FAT-ENCARGO-DISPENSADO
           END-IF
           REWRITE FAT-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A FATURA" TO WS-MOTIVO-RECUSA
           END-REWRITE
           CLOSE FATURAS-ARQUIVO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY WS-MOTIVO-RECUSA " - PENDENCIA VOLTA A FILA"
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-REGISTRO-ACORDO
           IF DSP-VALOR-DISPENSADO > ZEROS
               PERFORM LANCAR-DISPENSA-CONTABIL
           END-IF
           IF DSP-PRORROGACAO
               DISPLAY "FATURA " DSP-FAT-NUMERO " PRORROGADA DE "
                   DSP-VENCTO-ANTES " PARA " DSP-VENCTO-DEPOIS
               PERFORM CONFERIR-TITULO-NO-BANCO
               IF WS-TITULO-NO-BANCO = "S"
                   DISPLAY "TITULO REGISTRADO NO BANCO "
                       WS-BANCO-REGISTRO " COM O VENCIMENTO ANTIGO - "
                       "ENTREGAR SEGUNDA VIA (BOLETO)"
               END-IF
           END-IF
           SET DESFECHO-APROVADO TO TRUE.

      *    O acordo aprovado entra em PRORROGA.DAT como os que
      *    couberam na alcada, agora com o aprovador.
       GRAVAR-REGISTRO-ACORDO.
           OPEN EXTEND PRORROGA-ARQ
           IF PRORROGA-NAO-ACHOU
               CLOSE PRORROGA-ARQ
               OPEN OUTPUT PRORROGA-ARQ
           END-IF
           MOVE WS-DATA-HOJE         TO PRR-DATA
           MOVE WS-HORA-AGORA        TO PRR-HORA
           MOVE DSP-FAT-NUMERO       TO PRR-FAT-NUMERO
           MOVE DSP-CPF              TO PRR-CPF
           MOVE DSP-TIPO             TO PRR-TIPO
           MOVE DSP-VENCTO-ANTES     TO PRR-VENCTO-ANTES
           MOVE DSP-VENCTO-DEPOIS    TO PRR-VENCTO-DEPOIS
           MOVE DSP-ENCARGO-APURADO  TO PRR-ENCARGO-APURADO
           MOVE DSP-VALOR-DISPENSADO TO PRR-VALOR-DISPENSADO
           MOVE DSP-MOTIVO           TO PRR-MOTIVO
           MOVE DSP-MOTIVO-TEXTO     TO PRR-MOTIVO-TEXTO
           MOVE DSP-OPERADOR         TO PRR-OPERADOR
           MOVE DSP-NIVEL-OPERADOR   TO PRR-NIVEL-OPERADOR
           MOVE WS-SUPERVISOR        TO PRR-APROVADOR
           WRITE PRR-REC
           CLOSE PRORROGA-ARQ.

       LANCAR-DISPENSA-CONTABIL.
           MOVE DSP-VALOR-DISPENSADO TO WS-LANCAMENTO-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-DISPENSADOS  TO GL-CONTA
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-RECEITA-ENC  TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Vale a ultima passagem do titulo pelo registro - mesma
      *    regra do FATPRORR.
       CONFERIR-TITULO-NO-BANCO.
           MOVE "N" TO WS-TITULO-NO-BANCO
           MOVE "N" TO WS-REGISTRO-FIM
           OPEN INPUT REMESSA-REGISTRO
           IF REGISTRO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ REMESSA-REGISTRO
               AT END SET REGISTRO-FIM TO TRUE
           END-READ
           PERFORM UNTIL REGISTRO-FIM
               IF RGT-TITULO = DSP-FAT-NUMERO
                   IF RGT-PENDENTE
                       MOVE "S" TO WS-TITULO-NO-BANCO
                       MOVE RGT-BANCO TO WS-BANCO-REGISTRO
                   ELSE
                       MOVE "N" TO WS-TITULO-NO-BANCO
                   END-IF
               END-IF
               READ REMESSA-REGISTRO
                   AT END SET REGISTRO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE REMESSA-REGISTRO.

      *----------------------------------------------------------------*
      *    LOG DE OPERACOES
      *----------------------------------------------------------------*
      *    Cada decisao sai no log de operacoes compartilhado, com a
      *    fila, a chave do item e o supervisor que decidiu.
       GRAVAR-DECISAO-OPLOG.
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=PENDAPRV SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-DECISAO) DELIMITED BY SIZE
                  "-"                          DELIMITED BY SIZE
                  WS-SIGLA-FILA                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROTULO-CHAVE) DELIMITED BY SIZE
                  "="                          DELIMITED BY SIZE
                  FUNCTION TRIM(PIT-CHAVE)     DELIMITED BY SIZE
                  " SUPERVISOR="               DELIMITED BY SIZE
                  WS-SUPERVISOR                DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
