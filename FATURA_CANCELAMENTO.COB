      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. FATCANC.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Cancelamento de fatura emitida com erro (transacao         <*
      *>   estornada depois de faturada, tarifa na conta errada,      <*
      *>   valor indevido): o operador informa o CPF/CNPJ, o numero   <*
      *>   da fatura e o motivo, e um supervisor (nivel 3 em          <*
      *>   data/OPERADOR.DAT, outro que nao o operador) aprova. A     <*
      *>   fatura fica com situacao C (cancelada) e sai do aging,     <*
      *>   dos encargos, das cartas, da provisao, da remessa e da     <*
      *>   aplicacao de caixa. So se cancela fatura em aberto e sem   <*
      *>   pagamento - o que ja foi pago segue o estorno normal.      <*
      *>   NOTA DE CREDITO: cada cancelamento emite uma nota numerada <*
      *>   pelo contador NOTACRED.CTL, gravada em NOTACRED.DAT (ver   <*
      *>   copybooks/NOTACRREC.CPY) com o motivo, o operador e o      <*
      *>   aprovador, e impressa para o cliente em NOTACRED.IMP.      <*
      *>   FATURA CORRIGIDA: opcionalmente sai uma fatura nova pelo   <*
      *>   valor correto, numerada pelo FATNUM.CTL, no mesmo banco e  <*
      *>   vencimento da cancelada (vencimento ja passado vai para    <*
      *>   30 dias); a nota registra a substituta.                    <*
      *>   BAIXA NO BANCO: titulo da fatura ja registrado no banco    <*
      *>   (pendente em REMESSA.REGISTRO) gera pedido de baixa em     <*
      *>   BAIXA.PEDIDO (ver copybooks/BAIXAPED.CPY), que a proxima   <*
      *>   REMESSA envia ao banco como instrucao 2.                   <*
      *>   CONTABIL: so a fatura de tarifa (origem T ou V) tem        <*
      *>   receita lancada na emissao; o cancelamento dela estorna a  <*
      *>   receita em CONTABIL.INT (debito 41002, credito 13001) e a  <*
      *>   corrigida relanca pelo valor novo. As demais faturas nao   <*
      *>   lancam nada na emissao e o cancelamento tambem nao.        <*
      *>   Fatura que ja tinha NFS-e avisa para cancelar a nota na    <*
      *>   prefeitura; a corrigida de tarifa entra no proximo lote    <*
      *>   de RPS do NFSEMES.                                         <*
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
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro mestre de clientes - nome e endereco da nota.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contador de numero de fatura compartilhado com FATGERA -
      *    a fatura corrigida entra na numeracao normal.
           SELECT FATNUM-CTL ASSIGN TO "FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATNUM-STATUS.
      *    Notas de credito emitidas, uma linha por cancelamento.
           SELECT NOTACRED-ARQ ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTACRED-STATUS.
      *    Contador de numero da nota de credito.
           SELECT NOTACRED-CTL ASSIGN TO "NOTACRED.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTACTL-STATUS.
      *    Via impressa da nota de credito para o cliente.
           SELECT NOTACRED-IMPRESSA ASSIGN TO "NOTACRED.IMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRESSA-STATUS.
      *    Registro de titulos remetidos ao banco - diz se o titulo
      *    da fatura esta registrado no banco aguardando pagamento.
           SELECT REMESSA-REGISTRO ASSIGN TO "REMESSA.REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
      *    Pedidos de baixa de titulo para a proxima remessa.
           SELECT BAIXA-PEDIDO ASSIGN TO "BAIXA.PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXA-STATUS.
      *    Sessao do operador logado no menu - quem pede o
      *    cancelamento.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Cadastro de operadores - nivel do supervisor que aprova.
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
      *    Interface contabil - estorno da receita de tarifa,
      *    acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  FATNUM-CTL.
       01  FATNUM-REC                 PIC 9(06).

       FD  NOTACRED-ARQ.
      *    Layout compartilhado da nota de credito - ver
      *    copybooks/NOTACRREC.CPY.
           COPY NOTACRREC.

       FD  NOTACRED-CTL.
       01  NOTACTL-REC                PIC 9(06).

       FD  NOTACRED-IMPRESSA.
       01  IMPRESSA-LINHA             PIC X(80) VALUE SPACES.

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

       FD  BAIXA-PEDIDO.
      *    Layout compartilhado do pedido de baixa - ver
      *    copybooks/BAIXAPED.CPY.
           COPY BAIXAPED.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).

       FD  OPERADOR-ARQ.
       01  OPERADOR-REG.
           02 OPE-ID                  PIC X(08).
           02 OPE-NOME                PIC X(30).
           02 OPE-NIVEL               PIC 9(01).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-FATNUM-STATUS      PIC X(02) VALUE "00".
           88 FATNUM-OK             VALUE "00".
       77 WS-NOTACRED-STATUS    PIC X(02) VALUE "00".
           88 NOTACRED-NAO-ACHOU    VALUE "35".
       77 WS-NOTACTL-STATUS     PIC X(02) VALUE "00".
           88 NOTACTL-OK            VALUE "00".
       77 WS-IMPRESSA-STATUS    PIC X(02) VALUE "00".
           88 IMPRESSA-NAO-ACHOU    VALUE "35".
       77 WS-REGISTRO-STATUS    PIC X(02) VALUE "00".
           88 REGISTRO-NAO-ACHOU    VALUE "35".
       77 WS-REGISTRO-FIM       PIC X(01) VALUE "N".
           88 REGISTRO-FIM          VALUE "S".
       77 WS-BAIXA-STATUS       PIC X(02) VALUE "00".
           88 BAIXA-NAO-ACHOU       VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR-STATUS    PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU    VALUE "35".
       77 WS-OPERADOR-FIM       PIC X(01) VALUE "N".
           88 OPERADOR-FIM          VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".

      *    Quem pede (sessao do menu) e quem aprova o cancelamento.
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-SUPERVISOR         PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROS.

      *    Entrada do cancelamento.
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-FAT-PEDIDA         PIC X(06) VALUE SPACES.
       77 WS-FAT-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO             PIC X(01) VALUE SPACES.
           88 MOTIVO-VALIDO         VALUE "E" "T" "C" "O".
       77 WS-MOTIVO-TEXTO       PIC X(40) VALUE SPACES.
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.

      *    Fatura corrigida: pedida ou nao, e o valor correto.
       77 WS-EMITIR-CORRIGIDA   PIC X(01) VALUE "N".
           88 EMITIR-CORRIGIDA      VALUE "S".
       77 WS-VALOR-DIGITADO     PIC X(20) VALUE SPACES.
       77 WS-VALOR-CORRIGIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-FAT-SUBSTITUTA     PIC 9(06) VALUE ZEROS.
       77 WS-VENCTO-CORRIGIDA   PIC 9(08) VALUE ZEROS.

      *    Imagem da fatura cancelada, guardada na conferencia.
       77 WS-FAT-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77 WS-FAT-VENCTO         PIC 9(08) VALUE ZEROS.
       77 WS-FAT-BANCO          PIC 9(03) VALUE ZEROS.
       77 WS-FAT-DESC-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WS-FAT-DESC-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-FAT-ORIGEM         PIC X(01) VALUE SPACES.
           88 FAT-ORIGEM-TARIFA     VALUE "T" "V".
       77 WS-FAT-NFSE           PIC 9(15) VALUE ZEROS.

      *    Fatura de tarifa lanca a receita na emissao (TARIFMNT e
      *    TARIFVOL): o cancelamento estorna e a corrigida relanca.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-CONTA-RECEITA-TAR  PIC 9(05) VALUE 41002.
       77 WS-LANCAMENTO-INTEIRO PIC 9(13) VALUE ZEROS.

      *    Titulo registrado no banco: a ultima passagem do titulo no
      *    registro de remetidos ainda pendente de resposta.
       77 WS-TITULO-NO-BANCO    PIC X(01) VALUE "N".
       77 WS-BANCO-REGISTRO     PIC 9(03) VALUE ZEROS.

      *    Numeracao de fatura e de nota controladas entre execucoes.
       77 WS-PROXIMO-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-PROXIMA-NOTA       PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-IMPRESSA-BUFFER    PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "FATCANC" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
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
           PERFORM IDENTIFICAR-OPERADOR-SESSAO

           PERFORM RECEBER-PEDIDO-CANCELAMENTO
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-FATURA-PEDIDA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM RECEBER-FATURA-CORRIGIDA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM AUTORIZAR-SUPERVISOR
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "CANCELAMENTO RECUSADO - " WS-MOTIVO-RECUSA
               GOBACK
           END-IF

           PERFORM CONFERIR-TITULO-NO-BANCO
           PERFORM LER-CONTADOR-FATURA
           PERFORM LER-CONTADOR-NOTA
           PERFORM CANCELAR-FATURA
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "CANCELAMENTO RECUSADO - " WS-MOTIVO-RECUSA
               GOBACK
           END-IF
           IF WS-FAT-SUBSTITUTA NOT = ZEROS
               PERFORM GRAVAR-CONTADOR-FATURA
           END-IF
           PERFORM GRAVAR-CONTADOR-NOTA
           PERFORM GRAVAR-NOTA-CREDITO
           IF WS-TITULO-NO-BANCO = "S"
               PERFORM GRAVAR-PEDIDO-BAIXA
           END-IF
           PERFORM IMPRIMIR-NOTA-CREDITO
           IF FAT-ORIGEM-TARIFA
               PERFORM LANCAR-RECEITA-TARIFA
           END-IF

           MOVE WS-FAT-VALOR TO WS-VALOR-EDITADO
           DISPLAY "FATURA " WS-FAT-NUMERO " CANCELADA - NOTA DE "
               "CREDITO " WS-PROXIMA-NOTA " VALOR " WS-VALOR-EDITADO
           IF WS-FAT-SUBSTITUTA NOT = ZEROS
               MOVE WS-VALOR-CORRIGIDO TO WS-VALOR-EDITADO
               DISPLAY "FATURA CORRIGIDA " WS-FAT-SUBSTITUTA
                   " VALOR " WS-VALOR-EDITADO
                   " VENCIMENTO " WS-VENCTO-CORRIGIDA
           END-IF
           IF WS-TITULO-NO-BANCO = "S"
               DISPLAY "TITULO REGISTRADO NO BANCO " WS-BANCO-REGISTRO
                   " - BAIXA PEDIDA NA PROXIMA REMESSA"
           END-IF
           IF WS-FAT-NFSE NOT = ZEROS
               DISPLAY "FATURA COM NFS-E " WS-FAT-NFSE
                   " - PEDIR O CANCELAMENTO DA NOTA NA PREFEITURA"
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      *    ENTRADA E CONFERENCIAS
      *----------------------------------------------------------------*
       RECEBER-PEDIDO-CANCELAMENTO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "NUMERO DA FATURA A CANCELAR: "
           ACCEPT WS-FAT-PEDIDA
           IF WS-FAT-PEDIDA IS NOT NUMERIC
               MOVE "NUMERO DE FATURA NAO NUMERICO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-PEDIDA TO WS-FAT-NUMERO
           DISPLAY "MOTIVO (E=ERRO DE FATURAMENTO T=TRANSACAO "
               "ESTORNADA C=CONTA/CLIENTE ERRADO O=OUTRO): "
           ACCEPT WS-MOTIVO
           IF NOT MOTIVO-VALIDO
               MOVE "MOTIVO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRICAO DO MOTIVO: "
           ACCEPT WS-MOTIVO-TEXTO
           IF WS-MOTIVO-TEXTO = SPACES
               MOVE "DESCRICAO DO MOTIVO OBRIGATORIA"
                   TO WS-MOTIVO-RECUSA
           END-IF.

      *    Leitura direta pela chave: a fatura tem de ser do cliente,
      *    estar em aberto e sem nenhum pagamento - paga ou com
      *    pagamento parcial segue o estorno, nao o cancelamento.
       CONFERIR-FATURA-PEDIDA.
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               MOVE "ARQUIVO DE FATURAS AUSENTE" TO WS-MOTIVO-RECUSA
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
           END-READ
           CLOSE FATURAS-ARQUIVO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM AVALIAR-FATURA-PEDIDA
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-VALOR           TO WS-FAT-VALOR
           MOVE FAT-DATA-VENCTO     TO WS-FAT-VENCTO
           MOVE FAT-BANCO           TO WS-FAT-BANCO
           MOVE FAT-DESCONTO-LIMITE TO WS-FAT-DESC-LIMITE
           MOVE FAT-DESCONTO-VALOR  TO WS-FAT-DESC-VALOR
           MOVE FAT-ORIGEM          TO WS-FAT-ORIGEM
           MOVE FAT-NFSE-NUMERO     TO WS-FAT-NFSE.

       AVALIAR-FATURA-PEDIDA.
           IF FAT-CPF NOT = WS-CPF-CLIENTE
               MOVE "FATURA NAO E DO CPF/CNPJ INFORMADO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF FAT-CANCELADA
               MOVE "FATURA JA CANCELADA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NOT FAT-ABERTA
               MOVE "FATURA NAO ESTA EM ABERTO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF FAT-VALOR-PAGO > ZEROS
               MOVE "FATURA COM PAGAMENTO - USAR ESTORNO"
                   TO WS-MOTIVO-RECUSA
           END-IF.

      *    Fatura corrigida opcional, pelo valor correto digitado.
       RECEBER-FATURA-CORRIGIDA.
           DISPLAY "EMITIR FATURA CORRIGIDA (S/N): "
           ACCEPT WS-EMITIR-CORRIGIDA
           IF NOT EMITIR-CORRIGIDA
               MOVE "N" TO WS-EMITIR-CORRIGIDA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR CORRETO DA FATURA: "
           ACCEPT WS-VALOR-DIGITADO
           IF FUNCTION TEST-NUMVAL(WS-VALOR-DIGITADO) NOT = ZERO
               MOVE "VALOR CORRIGIDO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-CORRIGIDO EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO)
           END-COMPUTE
           IF WS-VALOR-CORRIGIDO NOT > ZEROS
               MOVE "VALOR CORRIGIDO TEM QUE SER POSITIVO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-CORRIGIDO = WS-FAT-VALOR
               MOVE "VALOR CORRIGIDO IGUAL AO DA FATURA"
                   TO WS-MOTIVO-RECUSA
           END-IF.

      *    Todo cancelamento e aprovado por um supervisor (nivel 3 no
      *    cadastro de operadores) - e quem pede nao aprova.
       AUTORIZAR-SUPERVISOR.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR = WS-OPERADOR
               MOVE "APROVADOR IGUAL AO OPERADOR" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-SUPERVISOR
           IF WS-NIVEL-SUPERVISOR < 3
               MOVE "SUPERVISOR NAO RECONHECIDO OU SEM NIVEL 3"
                   TO WS-MOTIVO-RECUSA
           ELSE
               DISPLAY "APROVADO PELO SUPERVISOR " WS-SUPERVISOR
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

      *    O titulo pode ter passado mais de uma vez pelo registro
      *    (estorno reabre e a remessa manda de novo): vale a ultima
      *    passagem. Pendente de resposta = registrado no banco.
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
               IF RGT-TITULO = WS-FAT-NUMERO
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
      *    CANCELAMENTO E FATURA CORRIGIDA
      *----------------------------------------------------------------*
      *    A fatura e relida para atualizacao - entre a conferencia e
      *    a aprovacao um pagamento pode ter chegado - e marcada C no
      *    lugar; a corrigida entra no mesmo arquivo indexado.
       CANCELAR-FATURA.
           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               MOVE "ARQUIVO DE FATURAS AUSENTE" TO WS-MOTIVO-RECUSA
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
                   CLOSE FATURAS-ARQUIVO
                   EXIT PARAGRAPH
           END-READ
           PERFORM AVALIAR-FATURA-PEDIDA
           IF WS-MOTIVO-RECUSA NOT = SPACES
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO FAT-SITUACAO
           REWRITE FAT-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A FATURA" TO WS-MOTIVO-RECUSA
                   DISPLAY "ERRO AO REGRAVAR FATURA - STATUS "
                       WS-FATURAS-STATUS
           END-REWRITE
           IF WS-MOTIVO-RECUSA = SPACES AND EMITIR-CORRIGIDA
               PERFORM GRAVAR-FATURA-CORRIGIDA
           END-IF
           CLOSE FATURAS-ARQUIVO.

      *    A corrigida herda o cliente, o banco e o vencimento da
      *    cancelada; vencimento ja passado vai para 30 dias a partir
      *    de hoje - o cliente nao nasce em atraso pelo erro do
      *    banco. O desconto antecipado so segue se a janela ainda
      *    esta aberta e cabe no valor novo.
       GRAVAR-FATURA-CORRIGIDA.
           COMPUTE WS-DIAS-INT-VENCTO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-FAT-VENCTO)
           END-COMPUTE
           IF WS-DIAS-INT-VENCTO < WS-DIAS-INT-HOJE
               COMPUTE WS-DIAS-INT-VENCTO EQUAL WS-DIAS-INT-HOJE + 30
               END-COMPUTE
               COMPUTE WS-VENCTO-CORRIGIDA EQUAL
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-VENCTO)
               END-COMPUTE
           ELSE
               MOVE WS-FAT-VENCTO TO WS-VENCTO-CORRIGIDA
           END-IF
           ADD 1 TO WS-PROXIMO-NUMERO
           MOVE WS-PROXIMO-NUMERO   TO FAT-NUMERO
           MOVE WS-CPF-CLIENTE      TO FAT-CPF
           MOVE WS-DATA-HOJE        TO FAT-DATA-EMISSAO
           MOVE WS-VENCTO-CORRIGIDA TO FAT-DATA-VENCTO
           MOVE WS-VALOR-CORRIGIDO  TO FAT-VALOR
           MOVE ZEROS               TO FAT-VALOR-PAGO
           MOVE ZEROS               TO FAT-DATA-PGTO
           MOVE "A"                 TO FAT-SITUACAO
           MOVE WS-FAT-BANCO        TO FAT-BANCO
           MOVE ZEROS               TO FAT-DESCONTO-LIMITE
           MOVE ZEROS               TO FAT-DESCONTO-VALOR
           MOVE ZEROS               TO FAT-DESCONTO-CONCEDIDO
           MOVE WS-FAT-ORIGEM       TO FAT-ORIGEM
           MOVE ZEROS               TO FAT-NFSE-LOTE
           MOVE ZEROS               TO FAT-NFSE-NUMERO
           MOVE ZEROS               TO FAT-VENCTO-ORIGINAL
           MOVE ZEROS               TO FAT-ENCARGO-DISPENSADO
           IF WS-FAT-DESC-VALOR > ZEROS
               AND WS-FAT-DESC-LIMITE NOT < WS-DATA-HOJE
               AND WS-VALOR-CORRIGIDO > WS-FAT-DESC-VALOR
               MOVE WS-FAT-DESC-LIMITE TO FAT-DESCONTO-LIMITE
               MOVE WS-FAT-DESC-VALOR  TO FAT-DESCONTO-VALOR
           END-IF
           WRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FATURA CORRIGIDA "
                       FAT-NUMERO " - STATUS " WS-FATURAS-STATUS
               NOT INVALID KEY
                   MOVE WS-PROXIMO-NUMERO TO WS-FAT-SUBSTITUTA
           END-WRITE.

      *    Estorno da receita de tarifa da fatura cancelada (debito
      *    na receita de tarifas, credito no contas a receber) e,
      *    havendo corrigida, o lancamento da receita dela - mesmo
      *    lancamento da emissao no TARIFMNT/TARIFVOL.
       LANCAR-RECEITA-TARIFA.
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-FAT-VALOR TO WS-LANCAMENTO-INTEIRO
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-RECEITA-TAR  TO GL-CONTA
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-RECEBER      TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           IF WS-FAT-SUBSTITUTA NOT = ZEROS
               MOVE WS-VALOR-CORRIGIDO TO WS-LANCAMENTO-INTEIRO
               MOVE WS-DATA-HOJE          TO GL-DATA
               MOVE WS-CONTA-RECEBER      TO GL-CONTA
               MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-DEBITO
               MOVE ZEROS                 TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-DATA-HOJE          TO GL-DATA
               MOVE WS-CONTA-RECEITA-TAR  TO GL-CONTA
               MOVE ZEROS                 TO GL-TOTAL-DEBITO
               MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           CLOSE CONTABIL-INTERFACE.

      *----------------------------------------------------------------*
      *    NOTA DE CREDITO E PEDIDO DE BAIXA
      *----------------------------------------------------------------*
       GRAVAR-NOTA-CREDITO.
           OPEN EXTEND NOTACRED-ARQ
           IF NOTACRED-NAO-ACHOU
               CLOSE NOTACRED-ARQ
               OPEN OUTPUT NOTACRED-ARQ
           END-IF
           MOVE WS-PROXIMA-NOTA     TO NCR-NUMERO
           MOVE WS-FAT-NUMERO       TO NCR-FAT-NUMERO
           MOVE WS-CPF-CLIENTE      TO NCR-CPF
           MOVE WS-DATA-HOJE        TO NCR-DATA
           MOVE WS-HORA-AGORA       TO NCR-HORA
           MOVE WS-FAT-VALOR        TO NCR-VALOR
           MOVE WS-MOTIVO           TO NCR-MOTIVO
           MOVE WS-MOTIVO-TEXTO     TO NCR-MOTIVO-TEXTO
           MOVE WS-OPERADOR         TO NCR-OPERADOR
           MOVE WS-SUPERVISOR       TO NCR-APROVADOR
           MOVE WS-FAT-SUBSTITUTA   TO NCR-FAT-SUBSTITUTA
           IF WS-FAT-SUBSTITUTA NOT = ZEROS
               MOVE WS-VALOR-CORRIGIDO TO NCR-VALOR-SUBSTITUTA
           ELSE
               MOVE ZEROS TO NCR-VALOR-SUBSTITUTA
           END-IF
           MOVE WS-TITULO-NO-BANCO  TO NCR-BAIXA-BANCO
           WRITE NCR-REC
           CLOSE NOTACRED-ARQ.

      *    Titulo vivo no banco: o pedido fica pendente ate a proxima
      *    REMESSA mandar a instrucao de baixa no arquivo do banco em
      *    que ele foi registrado.
       GRAVAR-PEDIDO-BAIXA.
           OPEN EXTEND BAIXA-PEDIDO
           IF BAIXA-NAO-ACHOU
               CLOSE BAIXA-PEDIDO
               OPEN OUTPUT BAIXA-PEDIDO
           END-IF
           MOVE WS-FAT-NUMERO       TO BXP-TITULO
           MOVE WS-BANCO-REGISTRO   TO BXP-BANCO
           MOVE WS-CPF-CLIENTE      TO BXP-CPF
           MOVE WS-FAT-VENCTO       TO BXP-VENCTO
           MOVE WS-FAT-VALOR        TO BXP-VALOR
           MOVE WS-DATA-HOJE        TO BXP-DATA-PEDIDO
           MOVE WS-PROXIMA-NOTA     TO BXP-NOTA
           MOVE "P"                 TO BXP-SITUACAO
           MOVE ZEROS               TO BXP-NSA
           WRITE BXP-REG
           CLOSE BAIXA-PEDIDO.

      *    Via da nota para o cliente, no endereco do cadastro.
       IMPRIMIR-NOTA-CREDITO.
           OPEN INPUT CADCLI-MESTRE
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE SPACES TO CADCLI-NOME CADCLI-LOGRADOURO
                       CADCLI-NUMERO CADCLI-BAIRRO CADCLI-CIDADE
                       CADCLI-UF CADCLI-CEP
           END-READ
           CLOSE CADCLI-MESTRE
           OPEN EXTEND NOTACRED-IMPRESSA
           IF IMPRESSA-NAO-ACHOU
               CLOSE NOTACRED-IMPRESSA
               OPEN OUTPUT NOTACRED-IMPRESSA
           END-IF
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           STRING "NOTA DE CREDITO " DELIMITED BY SIZE
               WS-PROXIMA-NOTA DELIMITED BY SIZE
               "   DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-IMPRESSA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           STRING "AO SR(A) " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-IMPRESSA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           STRING CADCLI-LOGRADOURO DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CADCLI-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CADCLI-BAIRRO DELIMITED BY SIZE
               INTO WS-IMPRESSA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           STRING CADCLI-CIDADE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CADCLI-UF DELIMITED BY SIZE
               "  CEP " DELIMITED BY SIZE
               CADCLI-CEP DELIMITED BY SIZE
               INTO WS-IMPRESSA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE WS-FAT-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           STRING "A FATURA " DELIMITED BY SIZE
               WS-FAT-NUMERO DELIMITED BY SIZE
               " DE VENCIMENTO " DELIMITED BY SIZE
               WS-FAT-VENCTO DELIMITED BY SIZE
               ", NO VALOR DE " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-IMPRESSA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE "FOI CANCELADA E O VALOR CREDITADO POR ESTA NOTA."
               TO WS-IMPRESSA-BUFFER
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE "MOTIVO:" TO WS-IMPRESSA-BUFFER
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE WS-MOTIVO-TEXTO TO WS-IMPRESSA-BUFFER
           PERFORM GRAVAR-LINHA-IMPRESSA
           IF WS-FAT-SUBSTITUTA NOT = ZEROS
               MOVE WS-VALOR-CORRIGIDO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-IMPRESSA-BUFFER
               STRING "EM SUBSTITUICAO FOI EMITIDA A FATURA "
                   DELIMITED BY SIZE
                   WS-FAT-SUBSTITUTA DELIMITED BY SIZE
                   " NO VALOR DE " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-IMPRESSA-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-IMPRESSA
               MOVE SPACES TO WS-IMPRESSA-BUFFER
               STRING "COM VENCIMENTO EM " DELIMITED BY SIZE
                   WS-VENCTO-CORRIGIDA DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-IMPRESSA-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-IMPRESSA
           END-IF
           IF WS-TITULO-NO-BANCO = "S"
               MOVE "O BOLETO DA FATURA CANCELADA FOI BAIXADO NO"
                   TO WS-IMPRESSA-BUFFER
               PERFORM GRAVAR-LINHA-IMPRESSA
               MOVE "BANCO - NAO O PAGUE." TO WS-IMPRESSA-BUFFER
               PERFORM GRAVAR-LINHA-IMPRESSA
           END-IF
           MOVE SPACES TO WS-IMPRESSA-BUFFER
           STRING "OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "  APROVADO POR " DELIMITED BY SIZE
               WS-SUPERVISOR DELIMITED BY SIZE
               INTO WS-IMPRESSA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSA
           MOVE ALL "-" TO WS-IMPRESSA-BUFFER
           PERFORM GRAVAR-LINHA-IMPRESSA
           CLOSE NOTACRED-IMPRESSA.

       GRAVAR-LINHA-IMPRESSA.
           MOVE WS-IMPRESSA-BUFFER TO IMPRESSA-LINHA
           WRITE IMPRESSA-LINHA.

      *----------------------------------------------------------------*
      *    ROTINAS COMUNS
      *----------------------------------------------------------------*
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

      *    Le o ultimo numero de fatura usado - mesma mecanica do
      *    FATNUM.CTL em FATURA_GERACAO.COB.
       LER-CONTADOR-FATURA.
           MOVE ZEROS TO WS-PROXIMO-NUMERO
           OPEN INPUT FATNUM-CTL
           IF FATNUM-OK
               READ FATNUM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FATNUM-REC TO WS-PROXIMO-NUMERO
               END-READ
           END-IF
           CLOSE FATNUM-CTL.

       GRAVAR-CONTADOR-FATURA.
           OPEN OUTPUT FATNUM-CTL
           MOVE WS-PROXIMO-NUMERO TO FATNUM-REC
           WRITE FATNUM-REC
           CLOSE FATNUM-CTL.

      *    Ultimo numero de nota de credito usado; a nota desta
      *    execucao e o seguinte.
       LER-CONTADOR-NOTA.
           MOVE ZEROS TO WS-PROXIMA-NOTA
           OPEN INPUT NOTACRED-CTL
           IF NOTACTL-OK
               READ NOTACRED-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NOTACTL-REC TO WS-PROXIMA-NOTA
               END-READ
           END-IF
           CLOSE NOTACRED-CTL
           ADD 1 TO WS-PROXIMA-NOTA.

       GRAVAR-CONTADOR-NOTA.
           OPEN OUTPUT NOTACRED-CTL
           MOVE WS-PROXIMA-NOTA TO NOTACTL-REC
           WRITE NOTACTL-REC
           CLOSE NOTACRED-CTL.
