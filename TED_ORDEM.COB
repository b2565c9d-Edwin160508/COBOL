      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TEDORDEM.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Ordem de pagamento (TED) da conta do cliente para conta em <*
      *>   outro banco (TEDORDEM.DAT, ver copybooks/TEDREC.CPY).      <*
      *>   No modo ORDEM o operador informa a conta, o procurador     <*
      *>   quando nao e o titular (poder T, conferido pelo PRCVALID), <*
      *>   o favorecido (banco, agencia, conta, CPF/CNPJ e nome) e o  <*
      *>   valor. A conta tem que estar ativa e nao ser a prazo, o    <*
      *>   titular ativo, sem obito e fora de sancao, e o valor tem   <*
      *>   que caber no saldo disponivel (saldo - bloqueado + limite  <*
      *>   de credito do titular, como no CSUBTR). A conta e debitada <*
      *>   na hora, com journal e sequencial do RUNSEQ.CTL, e a ordem <*
      *>   fica pendente de envio. No modo CANCELAR a ordem ainda nao <*
      *>   enviada e desfeita e o valor volta a conta.                <*
      *>   Titular com endereco alterado no CADMANUT ha menos de      <*
      *>   ENDERECO-CARENCIA-DIAS (PARAMRUN.CTL, padrao 30 dias): a   <*
      *>   ordem so e registrada com a identificacao de um supervisor <*
      *>   (nivel 3 em data/OPERADOR.DAT).                            <*
      *>   No modo GERAR sai o arquivo diario por banco do BANCO.MST  <*
      *>   (TED.Bnnn), com as MESMAS regras da remessa: header,       <*
      *>   detalhes numerados, trailer com contagem, checksum de      <*
      *>   valor e o proximo NSA do banco (TED.NSA). A ordem vai no   <*
      *>   arquivo do banco do favorecido; banco fora do cadastro vai <*
      *>   pelo primeiro banco. O total enviado segue consolidado     <*
      *>   para a interface contabil (debito 21001 depositos,         <*
      *>   credito 11001 caixa).                                      <*
      *>   No modo RETORNO le o retorno do banco (data/TEDRET.Bnnn),  <*
      *>   conferido ANTES como no RETORNO (trailer e NSA em          <*
      *>   sequencia, senao o arquivo inteiro e rejeitado com         <*
      *>   RETURN-CODE 8): ocorrencia 00 confirma a ordem; qualquer   <*
      *>   outra devolve - o valor volta a conta do cliente pela      <*
      *>   mesma postagem journalada e a contabilidade recebe o       <*
      *>   lancamento inverso. Resumo em TEDORDEM.REL.                <*
      *>   DEVOLUCAO DE SALDO CREDOR: a ordem gravada pelo SCRDEVOL   <*
      *>   vem sem conta (TED-CONTA zeros) - nada foi debitado em     <*
      *>   conta; sai no GERAR como as demais. Cancelada ou           <*
      *>   devolvida pelo banco, o valor volta ao saldo credor do     <*
      *>   cliente pelo SCRMOVTO, com o lancamento de debito 21001    <*
      *>   e credito 24004 em CONTABIL.INT.                           <*
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
      *    Ordens de pagamento, indexadas pelo numero da ordem.
           SELECT TEDORDEM-ARQ ASSIGN TO "TEDORDEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TED-NUMERO
               FILE STATUS IS WS-TEDORDEM-STATUS.
      *    Cadastro de contas - conta debitada.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre - situacao e limite de credito do titular.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois do debito e do
      *    estorno, mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Contador do numero da ordem, persistido entre execucoes.
           SELECT TEDNUM-CTL ASSIGN TO "TEDNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEDNUM-STATUS.
      *    Cadastro de bancos - roteamento dos arquivos, como na
      *    remessa.
           SELECT BANCO-MST ASSIGN TO "BANCO.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.
      *    Arquivo de ordens do banco da vez - o nome fisico
      *    (TED.Bnnn) e montado em WS-TED-NOME antes do OPEN, mesma
      *    mecanica da REMESSA.
           SELECT TED-SAIDA ASSIGN TO WS-TED-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
      *    Contador de NSA dos arquivos de ordens, por banco.
           SELECT TEDNSA-CTL ASSIGN TO "TED.NSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSA-STATUS.
      *    Retorno do banco da vez (data/TEDRET.Bnnn).
           SELECT TED-RETORNO ASSIGN TO WS-RETORNO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
      *    Ultimo NSA de retorno processado, por banco - a protecao
      *    contra o retorno reapresentado.
           SELECT TEDRET-NSA ASSIGN TO "TEDRET.NSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNSA-STATUS.
      *    Interface contabil - lancamento consolidado do dia.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Resumo da geracao ou do retorno.
           SELECT TED-RELATORIO ASSIGN TO "TEDORDEM.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
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
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TEDORDEM-ARQ.
      *    Layout compartilhado da ordem - ver copybooks/TEDREC.CPY.
           COPY TEDREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  TEDNUM-CTL.
       01  TEDNUM-REC                 PIC 9(08).

       FD  BANCO-MST.
      *    Layout compartilhado do banco - ver copybooks/BANCOREC.CPY.
           COPY BANCOREC.

      *    Registros do arquivo de ordens, identificados pelo tipo na
      *    coluna 1 e numerados nas 6 ultimas posicoes, como os da
      *    remessa.
       FD  TED-SAIDA.
       01  TSA-LINHA                  PIC X(160).
       01  TSA-HEADER REDEFINES TSA-LINHA.
           05 TSA-H-TIPO              PIC X(01).
           05 TSA-H-LITERAL           PIC X(16).
           05 TSA-H-DATA              PIC 9(08).
           05 TSA-H-EMPRESA           PIC X(30).
           05 TSA-H-BANCO             PIC 9(03).
           05 FILLER                  PIC X(96).
           05 TSA-H-SEQUENCIA         PIC 9(06).
       01  TSA-DETALHE REDEFINES TSA-LINHA.
           05 TSA-D-TIPO              PIC X(01).
           05 TSA-D-ORDEM             PIC 9(08).
      *    Tipo de inscricao do favorecido e do remetente:
      *    1 = CPF, 2 = CNPJ.
           05 TSA-D-TIPO-INSC-DEST    PIC X(01).
           05 TSA-D-DOC-DEST          PIC X(14).
           05 TSA-D-NOME-DEST         PIC X(40).
           05 TSA-D-BANCO-DEST        PIC 9(03).
           05 TSA-D-AGENCIA-DEST      PIC X(05).
           05 TSA-D-CONTA-DEST        PIC X(12).
           05 TSA-D-VALOR             PIC 9(11)V99.
           05 TSA-D-TIPO-INSC-REMET   PIC X(01).
           05 TSA-D-DOC-REMET         PIC X(14).
           05 FILLER                  PIC X(42).
           05 TSA-D-SEQUENCIA         PIC 9(06).
      *    Trailer com os controles do arquivo: contagem, checksum
      *    de valor e NSA do banco.
       01  TSA-TRAILER REDEFINES TSA-LINHA.
           05 TSA-T-TIPO              PIC X(01).
           05 TSA-T-QTD-ORDENS        PIC 9(06).
           05 TSA-T-VALOR-TOTAL       PIC 9(13)V99.
           05 TSA-T-NSA               PIC 9(06).
           05 FILLER                  PIC X(126).
           05 TSA-T-SEQUENCIA         PIC 9(06).

       FD  TEDNSA-CTL.
       01  NSA-REG.
           05 NSA-BANCO               PIC 9(03).
           05 NSA-ULTIMO              PIC 9(06).

      *    Retorno: tipo na coluna 1 (1=detalhe, 9=trailer);
      *    ocorrencia 00 = ordem efetivada, qualquer outra = devolvida
      *    (o codigo e o motivo dado pelo banco).
       FD  TED-RETORNO.
       01  TRT-LINHA                  PIC X(60).
       01  TRT-DETALHE REDEFINES TRT-LINHA.
           05 TRT-D-TIPO              PIC X(01).
           05 TRT-D-ORDEM             PIC 9(08).
           05 TRT-D-OCORRENCIA        PIC X(02).
           05 TRT-D-DATA              PIC 9(08).
           05 TRT-D-VALOR             PIC 9(11)V99.
           05 FILLER                  PIC X(28).
       01  TRT-TRAILER REDEFINES TRT-LINHA.
           05 TRT-T-TIPO              PIC X(01).
           05 TRT-T-QTD               PIC 9(06).
           05 TRT-T-VALOR-TOTAL       PIC 9(13)V99.
           05 TRT-T-NSA               PIC 9(06).
           05 FILLER                  PIC X(32).

       FD  TEDRET-NSA.
       01  RETNSA-REG.
           05 RETNSA-BANCO            PIC 9(03).
           05 RETNSA-ULTIMO           PIC 9(06).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  TED-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  OPERADOR-ARQ.
       01  OPERADOR-REG.
           02 OPE-ID                  PIC X(08).
           02 OPE-NOME                PIC X(30).
           02 OPE-NIVEL               PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-TEDORDEM-STATUS    PIC X(02) VALUE "00".
           88 TEDORDEM-OK           VALUE "00".
           88 TEDORDEM-NAO-ACHOU    VALUE "35".
       77 WS-TEDORDEM-FIM       PIC X(01) VALUE "N".
           88 TEDORDEM-FIM          VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-TEDNUM-STATUS      PIC X(02) VALUE "00".
           88 TEDNUM-OK             VALUE "00".
       77 WS-BANCO-STATUS       PIC X(02) VALUE "00".
           88 BANCO-NAO-ACHOU       VALUE "35".
       77 WS-BANCO-FIM          PIC X(01) VALUE "N".
           88 BANCO-FIM             VALUE "S".
       77 WS-SAIDA-STATUS       PIC X(02) VALUE "00".
       77 WS-NSA-STATUS         PIC X(02) VALUE "00".
           88 NSA-NAO-ACHOU         VALUE "35".
       77 WS-NSA-FIM            PIC X(01) VALUE "N".
           88 NSA-FIM               VALUE "S".
       77 WS-RETORNO-STATUS     PIC X(02) VALUE "00".
           88 RETORNO-NAO-ACHOU     VALUE "35".
       77 WS-RETORNO-FIM        PIC X(01) VALUE "N".
           88 RETORNO-FIM           VALUE "S".
       77 WS-RETNSA-STATUS      PIC X(02) VALUE "00".
           88 RETNSA-NAO-ACHOU      VALUE "35".
       77 WS-RETNSA-FIM         PIC X(01) VALUE "N".
           88 RETNSA-FIM            VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-OPERADOR-STATUS    PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU    VALUE "35".
       77 WS-OPERADOR-FIM       PIC X(01) VALUE "N".
           88 OPERADOR-FIM          VALUE "S".

      *    Modo pedido ao operador.
       77 WS-MODO-TED           PIC X(01) VALUE SPACES.
           88 MODO-ORDEM            VALUE "O".
           88 MODO-CANCELAR         VALUE "X".
           88 MODO-GERAR            VALUE "G".
           88 MODO-RETORNO          VALUE "R".

      *    Entrada da ordem.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-ORDEM        PIC 9(06) VALUE ZEROS.
       77 WS-CPF-TITULAR        PIC X(14) VALUE SPACES.
       77 WS-CPF-PROCURADOR     PIC X(11) VALUE SPACES.
       77 WS-BANCO-DIGITADO     PIC X(03) VALUE SPACES.
       77 WS-AGENCIA-DIGITADA   PIC X(05) VALUE SPACES.
       77 WS-CONTA-DEST         PIC X(12) VALUE SPACES.
       77 WS-DOC-DEST           PIC X(14) VALUE SPACES.
       77 WS-NOME-DEST          PIC X(40) VALUE SPACES.
       77 WS-VALOR-DIGITADO     PIC X(14) VALUE SPACES.
       77 WS-ORDEM-DIGITADA     PIC X(08) VALUE SPACES.
       77 WS-VALOR-ORDEM        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-ORDEM-VALIDA       PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE "N".
       77 WS-CONTA-EM-CONJUNTO  PIC X(01) VALUE "N".
       77 WS-LIMITE-TITULAR     PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-LIVRE        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    Carencia apos a troca de endereco do titular: dias do
      *    parametro ENDERECO-CARENCIA-DIAS e a autorizacao do
      *    supervisor.
       77 WS-CARENCIA-DIAS      PIC 9(03) VALUE 30.
       77 WS-DIAS-DA-TROCA      PIC S9(05) VALUE ZEROS.
       77 WS-DATA-TROCA-END     PIC 9(08) VALUE ZEROS.
       77 WS-CARENCIA-LIBERADA  PIC X(01) VALUE "S".
           88 CARENCIA-LIBERADA     VALUE "S".
       77 WS-SUPERVISOR         PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROS.

      *    Postagem journalada no ledger (debito da ordem ou estorno
      *    da devolvida/cancelada).
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMA-ORDEM      PIC 9(08) VALUE ZEROS.

      *    Subprograma de conferencia de procuracao.
           COPY PRCAPI.

      *    Bancos do cadastro, com os totais de controle por banco.
      *    Sem cadastro, vale o banco unico padrao 001, como na
      *    remessa.
       01  WS-TABELA-BANCOS.
           05 WS-BCO-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-BCO-ITEM OCCURS 10 TIMES.
              10 WS-BCO-CODIGO      PIC 9(03).
              10 WS-BCO-ORDENS      PIC 9(06).
              10 WS-BCO-VALOR       PIC 9(13)V99.
       77 WS-BCO-IND            PIC 9(02) VALUE ZEROS.
       77 WS-BCO-DA-VEZ         PIC 9(02) VALUE ZEROS.
       77 WS-BCO-ORDEM          PIC 9(02) VALUE ZEROS.
       77 WS-TED-NOME           PIC X(40) VALUE SPACES.
       77 WS-RETORNO-NOME       PIC X(40) VALUE SPACES.
       77 WS-BANCO-EDITADO      PIC X(03) VALUE SPACES.
       77 WS-SEQUENCIA-REGISTRO PIC 9(06) VALUE ZEROS.

      *    Ultimo NSA por banco - do envio (TED.NSA) ou do retorno
      *    (TEDRET.NSA), conforme o modo.
       01  WS-TABELA-NSA.
           05 WS-NSA-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-NSA-ITEM OCCURS 10 TIMES.
              10 WS-NSA-COD         PIC 9(03).
              10 WS-NSA-ULT         PIC 9(06).
       77 WS-NSA-IND            PIC 9(02) VALUE ZEROS.
       77 WS-NSA-ACHADO         PIC 9(02) VALUE ZEROS.
       77 WS-NSA-DA-VEZ         PIC 9(06) VALUE ZEROS.
       77 WS-BANCO-DA-VEZ       PIC 9(03) VALUE ZEROS.

      *    Conferencia previa do retorno, mesma do RETORNO.
       77 WS-TEM-TRAILER        PIC X(01) VALUE "N".
       77 WS-TRL-QTD            PIC 9(06) VALUE ZEROS.
       77 WS-TRL-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-PRE-QTD            PIC 9(06) VALUE ZEROS.
       77 WS-PRE-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-NSA-ARQUIVO        PIC 9(06) VALUE ZEROS.
       77 WS-NSA-ESPERADO       PIC 9(06) VALUE ZEROS.
       77 WS-ARQUIVO-REPROVADO  PIC X(01) VALUE "N".
           88 ARQUIVO-REPROVADO     VALUE "S".

       01  WS-TOTAIS-TED.
           05 WS-ORDENS-ENVIADAS    PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-ENVIADO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-ORDENS-CONFIRMADAS PIC 9(06) VALUE ZEROS.
           05 WS-ORDENS-DEVOLVIDAS  PIC 9(06) VALUE ZEROS.
           05 WS-ORDENS-DIVERGENTES PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-DEVOLVIDO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-INTEIRO      PIC 9(13) VALUE ZEROS.
       77 WS-CONTA-CAIXA        PIC 9(05) VALUE 11001.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-GL-DEBITO    PIC 9(05) VALUE ZEROS.
       77 WS-CONTA-GL-CREDITO   PIC 9(05) VALUE ZEROS.
      *    Ordem sem conta (TED-CONTA zeros) e devolucao de saldo
      *    credor do cliente (SCRDEVOL): cancelada ou devolvida, o
      *    valor volta ao saldo credor pelo SCRMOVTO e a contabilidade
      *    desfaz a devolucao (debito 21001, credito 24004).
       77 WS-CONTA-SALDO-CREDOR PIC 9(05) VALUE 24004.
       77 WS-LANCAMENTO-INTEIRO PIC 9(13) VALUE ZEROS.
      *    Subprograma do saldo credor do cliente.
           COPY SCRAPI.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "TEDORDEM" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           DISPLAY "MODO (O=ORDEM X=CANCELAR G=GERAR ARQUIVOS "
               "R=RETORNO DO BANCO): "
           ACCEPT WS-MODO-TED

           EVALUATE TRUE
               WHEN MODO-ORDEM
                   PERFORM REGISTRAR-ORDEM
               WHEN MODO-CANCELAR
                   PERFORM CANCELAR-ORDEM
               WHEN MODO-GERAR
                   PERFORM GERAR-ARQUIVOS-DO-DIA
               WHEN MODO-RETORNO
                   PERFORM PROCESSAR-RETORNO-BANCO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-TED "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO ORDEM
      *----------------------------------------------------------------*
       REGISTRAR-ORDEM.
           MOVE "N" TO WS-ORDEM-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "CONTA A DEBITAR: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "ORDEM RECUSADA - CONTA NAO NUMERICA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-ORDEM EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE

           PERFORM CONFERIR-CONTA-DEBITADA
           IF WS-ORDEM-VALIDA = "S"
               PERFORM CONFERIR-TITULAR-DA-ORDEM
           END-IF
           IF WS-ORDEM-VALIDA = "S"
               PERFORM CONFERIR-PROCURADOR-DA-ORDEM
           END-IF
           IF WS-ORDEM-VALIDA = "S"
               PERFORM RECEBER-FAVORECIDO
           END-IF
           IF WS-ORDEM-VALIDA = "S"
               PERFORM CONFERIR-SALDO-DISPONIVEL
           END-IF
           IF WS-ORDEM-VALIDA NOT = "S"
               DISPLAY "ORDEM RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

      *    TED logo apos a troca de endereco do titular: so com o
      *    supervisor.
           PERFORM LER-PARAMETROS-CARENCIA
           PERFORM CONFERIR-CARENCIA-ENDERECO
           IF NOT CARENCIA-LIBERADA
               DISPLAY "ORDEM RECUSADA - ENDERECO ALTERADO HA MENOS DE "
                   WS-CARENCIA-DIAS " DIAS SEM AUTORIZACAO"
               EXIT PARAGRAPH
           END-IF

      *    Movimentacao conjunta (e): so com a assinatura de todos.
           IF WS-CONTA-EM-CONJUNTO = "S"
               DISPLAY "CONTA CONJUNTA - PEDIDO ASSINADO POR TODOS "
                   "OS TITULARES? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "ORDEM RECUSADA - FALTA ASSINATURA DE "
                       "TITULAR"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-VALOR-ORDEM TO WS-VALOR-EDITADO
           DISPLAY "CONFIRMA TED DE " WS-VALOR-EDITADO
               " PARA O BANCO " WS-BANCO-DIGITADO "? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ORDEM CANCELADA PELO OPERADOR"
               EXIT PARAGRAPH
           END-IF

           PERFORM TIRAR-NUMERO-DA-ORDEM
           COMPUTE WS-MOVIMENTO EQUAL 0 - WS-VALOR-ORDEM
           END-COMPUTE
           PERFORM POSTAR-MOVIMENTO-CONTA
           PERFORM GRAVAR-NOVA-ORDEM
           DISPLAY "ORDEM " TED-NUMERO " REGISTRADA - CONTA "
               WS-CONTA-ORDEM " DEBITADA".

      *    A conta tem que existir, estar ativa e nao ser deposito a
      *    prazo; o titular e o de CONTA-CPF.
       CONFERIR-CONTA-DEBITADA.
           MOVE "N" TO WS-ORDEM-VALIDA
           MOVE "N" TO WS-CONTA-EM-CONJUNTO
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-ORDEM TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE CONTA-CPF TO WS-CPF-TITULAR
                   IF CONTA-CONJUNTA
                       MOVE "S" TO WS-CONTA-EM-CONJUNTO
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN CONTA-PRAZO
                           MOVE "CONTA DE DEPOSITO A PRAZO"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-ORDEM-VALIDA
                   END-EVALUATE
           END-READ
           CLOSE CONTA-ARQ.

      *    Titular ativo, sem obito e fora de sancao; o limite de
      *    credito entra no saldo disponivel (menor nao tem limite).
       CONFERIR-TITULAR-DA-ORDEM.
           MOVE "N" TO WS-ORDEM-VALIDA
           MOVE ZEROS TO WS-LIMITE-TITULAR
           MOVE ZEROS TO WS-DATA-TROCA-END
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "TITULAR SEM CADASTRO NO MESTRE"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CADCLI-FALECIDO
                           MOVE "TITULAR COM OBITO REGISTRADO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-SANCIONADO
                           MOVE "TITULAR EM LISTA DE SANCOES"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-INATIVO OR CADCLI-EM-REVISAO
                           MOVE "TITULAR INATIVO OU EM REVISAO"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-ORDEM-VALIDA
                           IF NOT CADCLI-E-MENOR
                               MOVE CADCLI-LIMITE-CRED
                                   TO WS-LIMITE-TITULAR
                           END-IF
                           MOVE CADCLI-DATA-TROCA-END
                               TO WS-DATA-TROCA-END
                   END-EVALUATE
           END-READ
           CLOSE CADCLI-MESTRE.

      *    Endereco do titular alterado ha menos de WS-CARENCIA-DIAS
      *    dias: a ordem so segue com a identificacao de um
      *    supervisor (nivel 3 no cadastro de operadores) - mesma
      *    regra do CADMANUT.
       CONFERIR-CARENCIA-ENDERECO.
           MOVE "S" TO WS-CARENCIA-LIBERADA
           IF WS-DATA-TROCA-END = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-DA-TROCA EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-TROCA-END)
           END-COMPUTE
           IF WS-DIAS-DA-TROCA NOT < WS-CARENCIA-DIAS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CARENCIA-LIBERADA
           DISPLAY "ENDERECO DO TITULAR ALTERADO EM " WS-DATA-TROCA-END
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

      *    Quem ordena em nome do titular precisa do poder T
      *    (transferencia) na conta, pelo PRCVALID, e a procuracao
      *    tem que ser do titular da conta.
       CONFERIR-PROCURADOR-DA-ORDEM.
           MOVE SPACES TO WS-CPF-PROCURADOR
           DISPLAY "CPF DO PROCURADOR (EM BRANCO = O PROPRIO "
               "TITULAR): "
           ACCEPT WS-CPF-PROCURADOR
           IF WS-CPF-PROCURADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-PROCURADOR TO PRV-CPF-PROCURADOR
           MOVE WS-CONTA-ORDEM    TO PRV-CONTA
           MOVE "T"               TO PRV-PODER
           MOVE WS-DATA-HOJE      TO PRV-DATA
           CALL "PRCVALID" USING PRC-CONSULTA-ENTRADA
               PRC-CONSULTA-RESULTADO
           IF PRV-AUTORIZADO
               AND PRV-CPF-OUTORGANTE NOT = WS-CPF-TITULAR
               SET PRV-SEM-PROCURACAO TO TRUE
               MOVE "OUTRO-TITULAR" TO PRV-DESCRICAO
           END-IF
           IF NOT PRV-AUTORIZADO
               MOVE "N" TO WS-ORDEM-VALIDA
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING "PROCURADOR NAO AUTORIZADO - "
                   DELIMITED BY SIZE
                   PRV-DESCRICAO DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
           END-IF.

      *    Favorecido no outro banco e o valor da ordem.
       RECEBER-FAVORECIDO.
           MOVE "N" TO WS-ORDEM-VALIDA
           DISPLAY "BANCO DO FAVORECIDO (NNN): "
           ACCEPT WS-BANCO-DIGITADO
           IF WS-BANCO-DIGITADO IS NOT NUMERIC
               MOVE "BANCO DO FAVORECIDO INVALIDO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AGENCIA DO FAVORECIDO: "
           ACCEPT WS-AGENCIA-DIGITADA
           DISPLAY "CONTA DO FAVORECIDO: "
           ACCEPT WS-CONTA-DEST
           IF WS-AGENCIA-DIGITADA = SPACES OR WS-CONTA-DEST = SPACES
               MOVE "AGENCIA/CONTA DO FAVORECIDO EM BRANCO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
      *    CPF (11 posicoes) ou CNPJ (14), so digitos.
           DISPLAY "CPF/CNPJ DO FAVORECIDO: "
           ACCEPT WS-DOC-DEST
           IF WS-DOC-DEST (12 : 3) = SPACES
               IF WS-DOC-DEST (1 : 11) IS NOT NUMERIC
                   MOVE "CPF/CNPJ DO FAVORECIDO INVALIDO"
                       TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DOC-DEST IS NOT NUMERIC
                   MOVE "CPF/CNPJ DO FAVORECIDO INVALIDO"
                       TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "NOME DO FAVORECIDO: "
           ACCEPT WS-NOME-DEST
           IF WS-NOME-DEST = SPACES
               MOVE "NOME DO FAVORECIDO EM BRANCO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR DA TED: "
           ACCEPT WS-VALOR-DIGITADO
           IF FUNCTION TEST-NUMVAL(WS-VALOR-DIGITADO) NOT = ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-ORDEM EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO)
           END-COMPUTE
           IF WS-VALOR-ORDEM NOT > ZEROS
               MOVE "VALOR TEM QUE SER POSITIVO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ORDEM-VALIDA.

      *    Saldo disponivel = saldo - bloqueado judicial + limite de
      *    credito do titular, mesma conta do CSUBTR; conta fora do
      *    ledger tem saldo zero.
       CONFERIR-SALDO-DISPONIVEL.
           MOVE "N" TO WS-ORDEM-VALIDA
           OPEN INPUT LEDGER-MESTRE
           IF NOT LEDGER-OK
               MOVE "LEDGER INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR TO LEDGER-CPF
           MOVE WS-CONTA-ORDEM TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           CLOSE LEDGER-MESTRE
           COMPUTE WS-SALDO-LIVRE EQUAL
               LEDGER-SALDO - LEDGER-BLOQUEADO + WS-LIMITE-TITULAR
           END-COMPUTE
           IF WS-VALOR-ORDEM > WS-SALDO-LIVRE
               MOVE "SALDO DISPONIVEL INSUFICIENTE"
                   TO WS-MOTIVO-RECUSA
           ELSE
               MOVE "S" TO WS-ORDEM-VALIDA
           END-IF.

      *    Le/incrementa/grava TEDNUM.CTL - mesma mecanica do
      *    contador de contratos.
       TIRAR-NUMERO-DA-ORDEM.
           MOVE ZEROS TO WS-PROXIMA-ORDEM
           OPEN INPUT TEDNUM-CTL
           IF TEDNUM-OK
               READ TEDNUM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TEDNUM-REC TO WS-PROXIMA-ORDEM
               END-READ
           END-IF
           CLOSE TEDNUM-CTL
           ADD 1 TO WS-PROXIMA-ORDEM
           OPEN OUTPUT TEDNUM-CTL
           MOVE WS-PROXIMA-ORDEM TO TEDNUM-REC
           WRITE TEDNUM-REC
           CLOSE TEDNUM-CTL.

       GRAVAR-NOVA-ORDEM.
           OPEN I-O TEDORDEM-ARQ
           IF TEDORDEM-NAO-ACHOU
               OPEN OUTPUT TEDORDEM-ARQ
               CLOSE TEDORDEM-ARQ
               OPEN I-O TEDORDEM-ARQ
           END-IF
           INITIALIZE TED-REC
           MOVE WS-PROXIMA-ORDEM    TO TED-NUMERO
           MOVE WS-CPF-TITULAR      TO TED-CPF
           MOVE WS-CONTA-ORDEM      TO TED-CONTA
           MOVE WS-VALOR-ORDEM      TO TED-VALOR
           MOVE WS-BANCO-DIGITADO   TO TED-BANCO-DEST
           MOVE WS-AGENCIA-DIGITADA TO TED-AGENCIA-DEST
           MOVE WS-CONTA-DEST       TO TED-CONTA-DEST
           MOVE WS-DOC-DEST         TO TED-DOC-DEST
           MOVE WS-NOME-DEST        TO TED-NOME-DEST
           MOVE "P"                 TO TED-SITUACAO
           MOVE WS-DATA-HOJE        TO TED-DATA-ORDEM
           MOVE WS-HORA-AGORA       TO TED-HORA-ORDEM
           MOVE WS-OPERADOR         TO TED-OPERADOR
           MOVE WS-CPF-PROCURADOR   TO TED-REPRESENTANTE
           WRITE TED-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ORDEM - STATUS "
                       WS-TEDORDEM-STATUS
           END-WRITE
           CLOSE TEDORDEM-ARQ.

      *    Postagem journalada de WS-MOVIMENTO (negativo no debito
      *    da ordem, positivo no estorno) na conta WS-CONTA-ORDEM do
      *    titular WS-CPF-TITULAR - journal ANTES da regravacao. Um
      *    unico sequencial por execucao, como nos demais postadores.
       POSTAR-MOVIMENTO-CONTA.
           IF WS-SEQUENCIAL = ZEROS
               PERFORM OBTER-PROXIMO-SEQUENCIAL
           END-IF
           OPEN I-O LEDGER-MESTRE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER INDISPONIVEL - MOVIMENTO DA CONTA "
                   WS-CONTA-ORDEM " NAO POSTADO"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR TO LEDGER-CPF
           MOVE WS-CONTA-ORDEM TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-MOVIMENTO
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-TED
           MOVE WS-CPF-TITULAR  TO LEDGER-CPF
           MOVE WS-CONTA-ORDEM  TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           CLOSE LEDGER-MESTRE.

       GRAVAR-JOURNAL-TED.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL     TO JRN-SEQUENCIAL
           MOVE WS-CPF-TITULAR    TO JRN-CPF
           MOVE WS-CONTA-ORDEM    TO JRN-CONTA
           MOVE WS-SALDO-ANTES    TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE      TO JRN-DATA
           MOVE WS-HORA-AGORA     TO JRN-HORA
           MOVE ZEROS             TO JRN-DATA-VALOR
           MOVE SPACES            TO JRN-AGENCIA
           MOVE WS-CPF-PROCURADOR TO JRN-REPRESENTANTE
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
      *    MODO CANCELAR
      *----------------------------------------------------------------*
      *    So ordem ainda pendente de envio; o valor volta a conta.
       CANCELAR-ORDEM.
           DISPLAY "NUMERO DA ORDEM: "
           ACCEPT WS-ORDEM-DIGITADA
           IF FUNCTION TRIM(WS-ORDEM-DIGITADA) IS NOT NUMERIC
               DISPLAY "NUMERO DE ORDEM INVALIDO"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TEDORDEM-ARQ
           IF NOT TEDORDEM-OK
               DISPLAY "NENHUMA ORDEM REGISTRADA"
               CLOSE TEDORDEM-ARQ
               EXIT PARAGRAPH
           END-IF
           COMPUTE TED-NUMERO EQUAL
               FUNCTION NUMVAL(WS-ORDEM-DIGITADA)
           END-COMPUTE
           READ TEDORDEM-ARQ
               INVALID KEY
                   DISPLAY "ORDEM NAO ENCONTRADA"
                   CLOSE TEDORDEM-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF NOT TED-PENDENTE
               DISPLAY "ORDEM JA ENVIADA OU ENCERRADA - SITUACAO "
                   TED-SITUACAO
               CLOSE TEDORDEM-ARQ
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA O CANCELAMENTO DA ORDEM? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CANCELAMENTO DESISTIDO"
               CLOSE TEDORDEM-ARQ
               EXIT PARAGRAPH
           END-IF
           PERFORM ESTORNAR-ORDEM-NA-CONTA
           MOVE "X"          TO TED-SITUACAO
           MOVE WS-DATA-HOJE TO TED-DATA-RETORNO
           REWRITE TED-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ORDEM - STATUS "
                       WS-TEDORDEM-STATUS
           END-REWRITE
           CLOSE TEDORDEM-ARQ
           IF TED-CONTA = ZEROS
               DISPLAY "ORDEM " TED-NUMERO " CANCELADA - VALOR "
                   "DE VOLTA AO SALDO CREDOR DO CLIENTE"
           ELSE
               DISPLAY "ORDEM " TED-NUMERO " CANCELADA - VALOR "
                   "DEVOLVIDO A CONTA " TED-CONTA
           END-IF.

      *    Credita de volta na conta da ordem corrente (TED-REC); a
      *    ordem de devolucao de saldo credor volta ao saldo.
       ESTORNAR-ORDEM-NA-CONTA.
           IF TED-CONTA = ZEROS
               PERFORM VOLTAR-AO-SALDO-CREDOR
               EXIT PARAGRAPH
           END-IF
           MOVE TED-CPF           TO WS-CPF-TITULAR
           MOVE TED-CONTA         TO WS-CONTA-ORDEM
           MOVE TED-REPRESENTANTE TO WS-CPF-PROCURADOR
           MOVE TED-VALOR         TO WS-MOVIMENTO
           PERFORM POSTAR-MOVIMENTO-CONTA.

      *    A devolucao por TED nao se completou: o valor volta ao
      *    saldo credor do cliente e sai de depositos (onde o SCRDEVOL
      *    o pos para o GERAR enviar) de volta para creditos de
      *    clientes a devolver.
       VOLTAR-AO-SALDO-CREDOR.
           MOVE TED-CPF       TO SCV-CPF
           MOVE "E"           TO SCV-TIPO
           MOVE TED-VALOR     TO SCV-VALOR
           MOVE WS-DATA-HOJE  TO SCV-DATA
           MOVE WS-HORA-AGORA TO SCV-HORA
           MOVE "TEDORDEM"    TO SCV-ORIGEM
           MOVE TED-NUMERO    TO SCV-REFERENCIA
           MOVE TED-OPERADOR  TO SCV-OPERADOR
           CALL "SCRMOVTO" USING SCR-MOVIMENTO-ENTRADA
                                 SCR-MOVIMENTO-RESULTADO
           IF NOT SCV-EFETUADO
               DISPLAY "SALDO CREDOR INDISPONIVEL - ORDEM "
                   TED-NUMERO " NAO VOLTOU AO SALDO ("
                   SCV-RESULTADO ")"
               EXIT PARAGRAPH
           END-IF
           MOVE TED-VALOR TO WS-LANCAMENTO-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-DEPOSITOS    TO GL-CONTA
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-SALDO-CREDOR TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *----------------------------------------------------------------*
      *    MODO GERAR
      *----------------------------------------------------------------*
      *    Um arquivo por banco do cadastro: as ordens pendentes sao
      *    varridas uma vez por banco e cada uma cai no arquivo do
      *    banco do favorecido.
       GERAR-ARQUIVOS-DO-DIA.
           OPEN I-O TEDORDEM-ARQ
           IF NOT TEDORDEM-OK
               DISPLAY "NENHUMA ORDEM REGISTRADA - NADA A GERAR"
               CLOSE TEDORDEM-ARQ
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-CADASTRO-BANCOS
           MOVE "N" TO WS-NSA-FIM
           PERFORM CARREGAR-CONTADORES-NSA
           PERFORM VARYING WS-BCO-DA-VEZ FROM 1 BY 1
                   UNTIL WS-BCO-DA-VEZ > WS-BCO-QTD
               PERFORM GERAR-ARQUIVO-DO-BANCO
           END-PERFORM
           CLOSE TEDORDEM-ARQ
           PERFORM REGRAVAR-CONTADORES-NSA

      *    Dinheiro que sai: debito nos depositos, credito no caixa.
           MOVE WS-VALOR-ENVIADO   TO WS-TOTAL-INTEIRO
           MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-GL-DEBITO
           MOVE WS-CONTA-CAIXA     TO WS-CONTA-GL-CREDITO
           PERFORM LANCAR-CONTABIL-CONSOLIDADO
           PERFORM EMITIR-RESUMO-GERACAO.

      *    Carrega o cadastro de bancos; ausente, vale o banco unico
      *    padrao 001, como na remessa.
       CARREGAR-CADASTRO-BANCOS.
           OPEN INPUT BANCO-MST
           IF BANCO-NAO-ACHOU
               DISPLAY "BANCO.MST AUSENTE - ORDENS PELO BANCO "
                   "PADRAO 001"
               MOVE 1 TO WS-BCO-QTD
               MOVE 1 TO WS-BCO-CODIGO (1)
               MOVE ZEROS TO WS-BCO-ORDENS (1)
               MOVE ZEROS TO WS-BCO-VALOR (1)
               EXIT PARAGRAPH
           END-IF
           READ BANCO-MST
               AT END SET BANCO-FIM TO TRUE
           END-READ
           PERFORM UNTIL BANCO-FIM
               IF WS-BCO-QTD < 10
                   ADD 1 TO WS-BCO-QTD
                   MOVE BCO-CODIGO TO WS-BCO-CODIGO (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-ORDENS (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-VALOR (WS-BCO-QTD)
               END-IF
               READ BANCO-MST
                   AT END SET BANCO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE BANCO-MST.

       GERAR-ARQUIVO-DO-BANCO.
           MOVE WS-BCO-CODIGO (WS-BCO-DA-VEZ) TO WS-BANCO-DA-VEZ
           PERFORM TIRAR-PROXIMO-NSA
           MOVE SPACES TO WS-TED-NOME
           MOVE WS-BANCO-DA-VEZ TO WS-BANCO-EDITADO
           STRING "TED.B"          DELIMITED BY SIZE
                  WS-BANCO-EDITADO DELIMITED BY SIZE
                  INTO WS-TED-NOME
           END-STRING
           MOVE ZEROS TO WS-SEQUENCIA-REGISTRO
           OPEN OUTPUT TED-SAIDA
           PERFORM GRAVAR-HEADER-TED

           MOVE "N" TO WS-TEDORDEM-FIM
           MOVE ZEROS TO TED-NUMERO
           START TEDORDEM-ARQ KEY IS NOT LESS THAN TED-NUMERO
               INVALID KEY
                   SET TEDORDEM-FIM TO TRUE
           END-START
           PERFORM UNTIL TEDORDEM-FIM
               READ TEDORDEM-ARQ NEXT RECORD
                   AT END
                       SET TEDORDEM-FIM TO TRUE
                   NOT AT END
                       IF TED-PENDENTE
                           PERFORM LOCALIZAR-BANCO-DA-ORDEM
                           IF WS-BCO-ORDEM = WS-BCO-DA-VEZ
                               PERFORM GRAVAR-DETALHE-TED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM GRAVAR-TRAILER-TED
           CLOSE TED-SAIDA
           DISPLAY "ORDENS GRAVADAS EM " WS-TED-NOME
               " - ORDENS: " WS-BCO-ORDENS (WS-BCO-DA-VEZ).

      *    Banco do favorecido na tabela; fora do cadastro, a ordem
      *    vai pelo primeiro banco.
       LOCALIZAR-BANCO-DA-ORDEM.
           MOVE ZEROS TO WS-BCO-ORDEM
           PERFORM VARYING WS-BCO-IND FROM 1 BY 1
                   UNTIL WS-BCO-IND > WS-BCO-QTD
               IF WS-BCO-CODIGO (WS-BCO-IND) = TED-BANCO-DEST
                   AND WS-BCO-ORDEM = ZEROS
                   MOVE WS-BCO-IND TO WS-BCO-ORDEM
               END-IF
           END-PERFORM
           IF WS-BCO-ORDEM = ZEROS
               MOVE 1 TO WS-BCO-ORDEM
           END-IF.

       GRAVAR-HEADER-TED.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO TSA-LINHA
           MOVE "0"                 TO TSA-H-TIPO
           MOVE "ORDEM-PAGAMENTO"   TO TSA-H-LITERAL
           MOVE WS-DATA-HOJE        TO TSA-H-DATA
           MOVE "NOME DA EMPRESA"   TO TSA-H-EMPRESA
           MOVE WS-BANCO-DA-VEZ     TO TSA-H-BANCO
           MOVE WS-SEQUENCIA-REGISTRO TO TSA-H-SEQUENCIA
           WRITE TSA-LINHA.

      *    Um registro 1 por ordem; a ordem fica enviada, com o banco
      *    e o NSA do arquivo em que saiu.
       GRAVAR-DETALHE-TED.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO TSA-LINHA
           MOVE "1"              TO TSA-D-TIPO
           MOVE TED-NUMERO       TO TSA-D-ORDEM
           IF TED-DOC-DEST (12 : 3) = SPACES
               MOVE "1"          TO TSA-D-TIPO-INSC-DEST
           ELSE
               MOVE "2"          TO TSA-D-TIPO-INSC-DEST
           END-IF
           MOVE TED-DOC-DEST     TO TSA-D-DOC-DEST
           MOVE TED-NOME-DEST    TO TSA-D-NOME-DEST
           MOVE TED-BANCO-DEST   TO TSA-D-BANCO-DEST
           MOVE TED-AGENCIA-DEST TO TSA-D-AGENCIA-DEST
           MOVE TED-CONTA-DEST   TO TSA-D-CONTA-DEST
           MOVE TED-VALOR        TO TSA-D-VALOR
           IF TED-CPF (12 : 3) = SPACES
               MOVE "1"          TO TSA-D-TIPO-INSC-REMET
           ELSE
               MOVE "2"          TO TSA-D-TIPO-INSC-REMET
           END-IF
           MOVE TED-CPF          TO TSA-D-DOC-REMET
           MOVE WS-SEQUENCIA-REGISTRO TO TSA-D-SEQUENCIA
           WRITE TSA-LINHA

           ADD 1 TO WS-ORDENS-ENVIADAS
           ADD TED-VALOR TO WS-VALOR-ENVIADO
           ADD 1 TO WS-BCO-ORDENS (WS-BCO-DA-VEZ)
           ADD TED-VALOR TO WS-BCO-VALOR (WS-BCO-DA-VEZ)

           MOVE "E"             TO TED-SITUACAO
           MOVE WS-BANCO-DA-VEZ TO TED-BANCO-ENVIO
           MOVE WS-NSA-DA-VEZ   TO TED-NSA
           MOVE WS-DATA-HOJE    TO TED-DATA-ENVIO
           REWRITE TED-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ORDEM - STATUS "
                       WS-TEDORDEM-STATUS
           END-REWRITE.

      *    Trailer com os totais de controle SO do banco da vez - o
      *    valor total e o checksum do arquivo.
       GRAVAR-TRAILER-TED.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO TSA-LINHA
           MOVE "9"                   TO TSA-T-TIPO
           MOVE WS-BCO-ORDENS (WS-BCO-DA-VEZ) TO TSA-T-QTD-ORDENS
           MOVE WS-BCO-VALOR (WS-BCO-DA-VEZ)  TO TSA-T-VALOR-TOTAL
           MOVE WS-NSA-DA-VEZ         TO TSA-T-NSA
           MOVE WS-SEQUENCIA-REGISTRO TO TSA-T-SEQUENCIA
           WRITE TSA-LINHA.

      *    Proximo NSA do banco da vez: ultimo emitido + 1, com o
      *    contador atualizado na tabela (regravada no fim).
       TIRAR-PROXIMO-NSA.
           PERFORM LOCALIZAR-NSA-DO-BANCO
           ADD 1 TO WS-NSA-ULT (WS-NSA-ACHADO)
           MOVE WS-NSA-ULT (WS-NSA-ACHADO) TO WS-NSA-DA-VEZ.

       LOCALIZAR-NSA-DO-BANCO.
           MOVE ZEROS TO WS-NSA-ACHADO
           PERFORM VARYING WS-NSA-IND FROM 1 BY 1
                   UNTIL WS-NSA-IND > WS-NSA-QTD
               IF WS-NSA-COD (WS-NSA-IND) = WS-BANCO-DA-VEZ
                   AND WS-NSA-ACHADO = ZEROS
                   MOVE WS-NSA-IND TO WS-NSA-ACHADO
               END-IF
           END-PERFORM
           IF WS-NSA-ACHADO = ZEROS AND WS-NSA-QTD < 10
               ADD 1 TO WS-NSA-QTD
               MOVE WS-BANCO-DA-VEZ TO WS-NSA-COD (WS-NSA-QTD)
               MOVE ZEROS TO WS-NSA-ULT (WS-NSA-QTD)
               MOVE WS-NSA-QTD TO WS-NSA-ACHADO
           END-IF.

       CARREGAR-CONTADORES-NSA.
           OPEN INPUT TEDNSA-CTL
           IF NSA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ TEDNSA-CTL
               AT END SET NSA-FIM TO TRUE
           END-READ
           PERFORM UNTIL NSA-FIM
               IF WS-NSA-QTD < 10
                   ADD 1 TO WS-NSA-QTD
                   MOVE NSA-BANCO  TO WS-NSA-COD (WS-NSA-QTD)
                   MOVE NSA-ULTIMO TO WS-NSA-ULT (WS-NSA-QTD)
               END-IF
               READ TEDNSA-CTL
                   AT END SET NSA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TEDNSA-CTL.

       REGRAVAR-CONTADORES-NSA.
           OPEN OUTPUT TEDNSA-CTL
           PERFORM VARYING WS-NSA-IND FROM 1 BY 1
                   UNTIL WS-NSA-IND > WS-NSA-QTD
               MOVE WS-NSA-COD (WS-NSA-IND) TO NSA-BANCO
               MOVE WS-NSA-ULT (WS-NSA-IND) TO NSA-ULTIMO
               WRITE NSA-REG
           END-PERFORM
           CLOSE TEDNSA-CTL.

      *    Um unico lancamento consolidado na interface contabil, nas
      *    contas WS-CONTA-GL-DEBITO / WS-CONTA-GL-CREDITO.
       LANCAR-CONTABIL-CONSOLIDADO.
           IF WS-TOTAL-INTEIRO = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-GL-DEBITO  TO GL-CONTA
           MOVE WS-TOTAL-INTEIRO    TO GL-TOTAL-DEBITO
           MOVE ZEROS               TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-GL-CREDITO TO GL-CONTA
           MOVE ZEROS               TO GL-TOTAL-DEBITO
           MOVE WS-TOTAL-INTEIRO    TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

       EMITIR-RESUMO-GERACAO.
           OPEN OUTPUT TED-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ORDENS DE PAGAMENTO - ARQUIVOS DO DIA  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-BCO-IND FROM 1 BY 1
                   UNTIL WS-BCO-IND > WS-BCO-QTD
               MOVE WS-BCO-VALOR (WS-BCO-IND) TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "BANCO " DELIMITED BY SIZE
                   WS-BCO-CODIGO (WS-BCO-IND) DELIMITED BY SIZE
                   " ORDENS: " DELIMITED BY SIZE
                   WS-BCO-ORDENS (WS-BCO-IND) DELIMITED BY SIZE
                   " VALOR: " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           MOVE WS-VALOR-ENVIADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ORDENS ENVIADAS........: " DELIMITED BY SIZE
               WS-ORDENS-ENVIADAS DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           CLOSE TED-RELATORIO
           DISPLAY "RESUMO GRAVADO EM TEDORDEM.REL - ORDENS: "
               WS-ORDENS-ENVIADAS.

      *----------------------------------------------------------------*
      *    MODO RETORNO
      *----------------------------------------------------------------*
       PROCESSAR-RETORNO-BANCO.
           DISPLAY "BANCO DO RETORNO (NNN): "
           ACCEPT WS-BANCO-EDITADO
           IF WS-BANCO-EDITADO IS NOT NUMERIC
               DISPLAY "BANCO INVALIDO - RETORNO NAO PROCESSADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BANCO-EDITADO TO WS-BANCO-DA-VEZ
           MOVE SPACES TO WS-RETORNO-NOME
           STRING "data/TEDRET.B"  DELIMITED BY SIZE
                  WS-BANCO-EDITADO DELIMITED BY SIZE
                  INTO WS-RETORNO-NOME
           END-STRING

      *    Conferencia previa do arquivo inteiro - fora de sequencia
      *    ou com trailer que nao bate, NADA e tocado.
           PERFORM CONFERIR-RETORNO-PREVIO
           IF ARQUIVO-REPROVADO
               MOVE 8 TO RETURN-CODE
               DISPLAY "RETORNO DE ORDENS REJEITADO INTEIRO - "
                   "RETURN-CODE 8"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TEDORDEM-ARQ
           IF NOT TEDORDEM-OK
               DISPLAY "NENHUMA ORDEM REGISTRADA"
               CLOSE TEDORDEM-ARQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TED-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RETORNO DE ORDENS DE PAGAMENTO - BANCO "
               DELIMITED BY SIZE
               WS-BANCO-EDITADO DELIMITED BY SIZE
               "  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE "N" TO WS-RETORNO-FIM
           OPEN INPUT TED-RETORNO
           READ TED-RETORNO
               AT END SET RETORNO-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETORNO-FIM
               IF TRT-D-TIPO = "1"
                   PERFORM TRATAR-ORDEM-RETORNADA
               END-IF
               READ TED-RETORNO
                   AT END SET RETORNO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TED-RETORNO
           CLOSE TEDORDEM-ARQ
           PERFORM GRAVAR-NSA-RETORNO

      *    Dinheiro que voltou: debito no caixa, credito nos
      *    depositos.
           MOVE WS-VALOR-DEVOLVIDO TO WS-TOTAL-INTEIRO
           MOVE WS-CONTA-CAIXA     TO WS-CONTA-GL-DEBITO
           MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-GL-CREDITO
           PERFORM LANCAR-CONTABIL-CONSOLIDADO
           PERFORM GRAVAR-RODAPE-RETORNO
           CLOSE TED-RELATORIO
           DISPLAY "RESUMO GRAVADO EM TEDORDEM.REL - CONFIRMADAS "
               WS-ORDENS-CONFIRMADAS " DEVOLVIDAS "
               WS-ORDENS-DEVOLVIDAS.

      *    Passada previa: conta e soma os detalhes, compara com o
      *    trailer e confere o NSA contra o ultimo processado do
      *    banco (tem que ser o ultimo + 1).
       CONFERIR-RETORNO-PREVIO.
           MOVE "N" TO WS-RETORNO-FIM
           OPEN INPUT TED-RETORNO
           IF RETORNO-NAO-ACHOU
               DISPLAY "ARQUIVO DE RETORNO NAO ENCONTRADO: "
                   WS-RETORNO-NOME
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ TED-RETORNO
               AT END SET RETORNO-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETORNO-FIM
               EVALUATE TRT-D-TIPO
                   WHEN "1"
                       ADD 1 TO WS-PRE-QTD
                       ADD TRT-D-VALOR TO WS-PRE-VALOR
                   WHEN "9"
                       MOVE "S" TO WS-TEM-TRAILER
                       MOVE TRT-T-QTD TO WS-TRL-QTD
                       MOVE TRT-T-VALOR-TOTAL TO WS-TRL-VALOR
                       IF TRT-T-NSA IS NUMERIC
                           MOVE TRT-T-NSA TO WS-NSA-ARQUIVO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ TED-RETORNO
                   AT END SET RETORNO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TED-RETORNO

           IF WS-TEM-TRAILER NOT = "S"
               DISPLAY "RETORNO SEM TRAILER - ARQUIVO TRUNCADO"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-QTD NOT = WS-PRE-QTD
               DISPLAY "CONTAGEM DO TRAILER NAO BATE - TRAILER "
                   WS-TRL-QTD " DETALHES " WS-PRE-QTD
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF
           IF WS-TRL-VALOR NOT = WS-PRE-VALOR
               DISPLAY "CHECKSUM DE VALOR DO TRAILER NAO BATE"
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF

           PERFORM CARREGAR-NSA-RETORNO
           PERFORM LOCALIZAR-NSA-DO-BANCO
           COMPUTE WS-NSA-ESPERADO EQUAL
               WS-NSA-ULT (WS-NSA-ACHADO) + 1
           END-COMPUTE
           IF WS-NSA-ARQUIVO NOT = WS-NSA-ESPERADO
               DISPLAY "NSA FORA DE SEQUENCIA - ARQUIVO "
                   WS-NSA-ARQUIVO " ESPERADO " WS-NSA-ESPERADO
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF.

       CARREGAR-NSA-RETORNO.
           MOVE "N" TO WS-RETNSA-FIM
           OPEN INPUT TEDRET-NSA
           IF RETNSA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ TEDRET-NSA
               AT END SET RETNSA-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETNSA-FIM
               IF WS-NSA-QTD < 10
                   ADD 1 TO WS-NSA-QTD
                   MOVE RETNSA-BANCO  TO WS-NSA-COD (WS-NSA-QTD)
                   MOVE RETNSA-ULTIMO TO WS-NSA-ULT (WS-NSA-QTD)
               END-IF
               READ TEDRET-NSA
                   AT END SET RETNSA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TEDRET-NSA.

       GRAVAR-NSA-RETORNO.
           MOVE WS-NSA-ARQUIVO TO WS-NSA-ULT (WS-NSA-ACHADO)
           OPEN OUTPUT TEDRET-NSA
           PERFORM VARYING WS-NSA-IND FROM 1 BY 1
                   UNTIL WS-NSA-IND > WS-NSA-QTD
               MOVE WS-NSA-COD (WS-NSA-IND) TO RETNSA-BANCO
               MOVE WS-NSA-ULT (WS-NSA-IND) TO RETNSA-ULTIMO
               WRITE RETNSA-REG
           END-PERFORM
           CLOSE TEDRET-NSA.

      *    Uma ordem do retorno: tem que estar enviada, pelo mesmo
      *    banco e com o mesmo valor - senao fica para revisao no
      *    resumo, sem tocar a ordem nem a conta.
       TRATAR-ORDEM-RETORNADA.
           MOVE TRT-D-ORDEM TO TED-NUMERO
           READ TEDORDEM-ARQ
               INVALID KEY
                   MOVE "ORDEM NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
                   PERFORM ANOTAR-ORDEM-DIVERGENTE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT TED-ENVIADA
                   MOVE "ORDEM NAO ESTA AGUARDANDO RETORNO"
                       TO WS-MOTIVO-RECUSA
               WHEN TED-BANCO-ENVIO NOT = WS-BANCO-DA-VEZ
                   MOVE "ORDEM ENVIADA POR OUTRO BANCO"
                       TO WS-MOTIVO-RECUSA
               WHEN TRT-D-VALOR NOT = TED-VALOR
                   MOVE "VALOR DIVERGE DO DA ORDEM"
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-RECUSA
           END-EVALUATE
           IF WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM ANOTAR-ORDEM-DIVERGENTE
               EXIT PARAGRAPH
           END-IF

           MOVE TRT-D-DATA       TO TED-DATA-RETORNO
           MOVE TRT-D-OCORRENCIA TO TED-OCORRENCIA
           IF TRT-D-OCORRENCIA = "00"
               MOVE "C" TO TED-SITUACAO
               ADD 1 TO WS-ORDENS-CONFIRMADAS
           ELSE
      *    Devolvida pelo banco: o valor volta a conta do cliente.
               PERFORM ESTORNAR-ORDEM-NA-CONTA
               MOVE "D" TO TED-SITUACAO
               ADD 1 TO WS-ORDENS-DEVOLVIDAS
               ADD TED-VALOR TO WS-VALOR-DEVOLVIDO
               MOVE TED-VALOR TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "ORDEM " DELIMITED BY SIZE
                   TED-NUMERO DELIMITED BY SIZE
                   " DEVOLVIDA (" DELIMITED BY SIZE
                   TED-OCORRENCIA DELIMITED BY SIZE
                   ") ESTORNO NA CONTA " DELIMITED BY SIZE
                   TED-CONTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           REWRITE TED-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ORDEM - STATUS "
                       WS-TEDORDEM-STATUS
           END-REWRITE.

       ANOTAR-ORDEM-DIVERGENTE.
           ADD 1 TO WS-ORDENS-DIVERGENTES
           MOVE SPACES TO WS-REL-LINHA
           STRING "ORDEM " DELIMITED BY SIZE
               TRT-D-ORDEM DELIMITED BY SIZE
               " PARA REVISAO - " DELIMITED BY SIZE
               WS-MOTIVO-RECUSA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-RODAPE-RETORNO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONFIRMADAS " DELIMITED BY SIZE
               WS-ORDENS-CONFIRMADAS DELIMITED BY SIZE
               "  DEVOLVIDAS " DELIMITED BY SIZE
               WS-ORDENS-DEVOLVIDAS DELIMITED BY SIZE
               "  PARA REVISAO " DELIMITED BY SIZE
               WS-ORDENS-DIVERGENTES DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR ESTORNADO AS CONTAS: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
