      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SCRDEVOL.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Saldo credor do cliente (SALDOCRED.DAT, ver copybooks/     <*
      *>   SALDOCRREC.CPY) - o pagamento a maior identificado pelo    <*
      *>   CXAPLIC e pelo RECINST, que o FATGERA consome nas faturas  <*
      *>   novas.                                                     <*
      *>   No modo DEVOLUCAO o operador da sessao informa o CPF/CNPJ, <*
      *>   o valor (ate o saldo) e a forma, e um supervisor (nivel 3  <*
      *>   em data/OPERADOR.DAT, outro que nao o operador) aprova.    <*
      *>   So devolve ao proprio cliente: ativo no mestre, sem obito  <*
      *>   (espolio segue o ESPOLIO) e fora de sancao. C = credito    <*
      *>   em conta do cliente (ativa, nao a prazo, titular = o       <*
      *>   CPF), postado no ledger com journal e sequencial do        <*
      *>   RUNSEQ.CTL; T = TED para conta do cliente em outro banco,  <*
      *>   gravada em TEDORDEM.DAT sem conta debitada (TED-CONTA      <*
      *>   zeros), que o TEDORDEM envia no GERAR - cancelada ou       <*
      *>   devolvida pelo banco, o valor volta ao saldo. O saldo sai  <*
      *>   pelo SCRMOVTO e a contabilidade recebe debito 24004        <*
      *>   creditos de clientes a devolver, credito 21001 depositos   <*
      *>   (o GERAR do TEDORDEM lanca a saida do caixa).              <*
      *>   No modo AGING sai SALDOCRED.REL para a auditoria: cada     <*
      *>   saldo credor em aberto com a data desde a qual o cliente   <*
      *>   tem credito, os dias e a faixa (ate 30, 31-90, 91-180,     <*
      *>   181-365, mais de 365 dias), com totais por faixa.          <*
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
      *    Saldo credor por CPF/CNPJ - lido aqui so no aging; os
      *    movimentos passam pelo SCRMOVTO.
           SELECT SALDOCRED-ARQ ASSIGN TO "SALDOCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CPF
               FILE STATUS IS WS-SALDOCRED-STATUS.
      *    Cadastro mestre - situacao e nome do cliente.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - conta do credito da devolucao.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois do credito.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Ordens de TED do TEDORDEM - a devolucao por TED entra
      *    como ordem pendente.
           SELECT TEDORDEM-ARQ ASSIGN TO "TEDORDEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TED-NUMERO
               FILE STATUS IS WS-TEDORDEM-STATUS.
      *    Contador do numero da ordem, o mesmo do TEDORDEM.
           SELECT TEDNUM-CTL ASSIGN TO "TEDNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEDNUM-STATUS.
      *    Sessao do operador logado no menu - quem pede a
      *    devolucao.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Cadastro de operadores - nivel do supervisor que aprova.
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
      *    Interface contabil - a devolucao, acrescentando ao
      *    arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Relatorio de aging dos saldos credores.
           SELECT SALDOCRED-RELATORIO ASSIGN TO "SALDOCRED.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  SALDOCRED-ARQ.
      *    Layout compartilhado do saldo credor - ver
      *    copybooks/SALDOCRREC.CPY.
           COPY SALDOCRREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  TEDORDEM-ARQ.
      *    Layout compartilhado da ordem - ver copybooks/TEDREC.CPY.
           COPY TEDREC.

       FD  TEDNUM-CTL.
       01  TEDNUM-REC                 PIC 9(08).

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

       FD  SALDOCRED-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-SALDOCRED-STATUS   PIC X(02) VALUE "00".
           88 SALDOCRED-OK          VALUE "00".
       77 WS-SALDOCRED-FIM      PIC X(01) VALUE "N".
           88 SALDOCRED-FIM         VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-TEDORDEM-STATUS    PIC X(02) VALUE "00".
           88 TEDORDEM-NAO-ACHOU    VALUE "35".
       77 WS-TEDNUM-STATUS      PIC X(02) VALUE "00".
           88 TEDNUM-OK             VALUE "00".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR-STATUS    PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU    VALUE "35".
       77 WS-OPERADOR-FIM       PIC X(01) VALUE "N".
           88 OPERADOR-FIM          VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO               PIC X(01) VALUE SPACES.
           88 MODO-DEVOLUCAO        VALUE "D".
           88 MODO-AGING            VALUE "A".

      *    Quem pede (sessao do menu) e quem aprova a devolucao.
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-SUPERVISOR         PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROS.

      *    Entrada da devolucao.
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-NOME-CLIENTE       PIC X(40) VALUE SPACES.
       77 WS-VALOR-DIGITADO     PIC X(20) VALUE SPACES.
       77 WS-VALOR-DEVOLVER     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-CREDOR       PIC 9(11)V99 VALUE ZEROS.
       77 WS-FORMA              PIC X(01) VALUE SPACES.
           88 FORMA-CONTA           VALUE "C".
           88 FORMA-TED             VALUE "T".
           88 FORMA-VALIDA          VALUE "C" "T".
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-CREDITO      PIC 9(06) VALUE ZEROS.
       77 WS-BANCO-DIGITADO     PIC X(03) VALUE SPACES.
       77 WS-AGENCIA-DIGITADA   PIC X(05) VALUE SPACES.
       77 WS-CONTA-DEST         PIC X(12) VALUE SPACES.
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE "N".
       77 WS-REFERENCIA         PIC 9(08) VALUE ZEROS.

      *    Credito em conta: postagem journalada no ledger.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMA-ORDEM      PIC 9(08) VALUE ZEROS.

      *    Devolucao: debito em creditos de clientes a devolver,
      *    credito em depositos - na conta do cliente, ou de
      *    passagem ate o GERAR do TEDORDEM mandar a TED.
       77 WS-CONTA-SALDO-CREDOR PIC 9(05) VALUE 24004.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-LANCAMENTO-INTEIRO PIC 9(13) VALUE ZEROS.

      *    Subprograma do saldo credor do cliente.
           COPY SCRAPI.

      *    Aging: dias desde a abertura do saldo e as cinco faixas.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-SALDO         PIC 9(05) VALUE ZEROS.
       77 WS-FAIXA-IND          PIC 9(01) VALUE ZEROS.
       01  WS-TABELA-FAIXAS.
           05 WS-FAIXA-ITEM OCCURS 5 TIMES.
              10 WS-FAIXA-QTD       PIC 9(05).
              10 WS-FAIXA-VALOR     PIC 9(13)V99.
       01  WS-NOMES-FAIXAS.
           05 FILLER                PIC X(12) VALUE "ATE 30 DIAS ".
           05 FILLER                PIC X(12) VALUE "31 A 90     ".
           05 FILLER                PIC X(12) VALUE "91 A 180    ".
           05 FILLER                PIC X(12) VALUE "181 A 365   ".
           05 FILLER                PIC X(12) VALUE "MAIS DE 365 ".
       01  WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-FAIXA-NOME         PIC X(12) OCCURS 5 TIMES.
       77 WS-QTD-SALDOS         PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SALDOS       PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
           05 WS-MASCARA-3           PIC X(03).
       77  WS-CPF-MASCARADO          PIC X(14) VALUE SPACES.
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
           MOVE "SCRDEVOL" TO LYX-PROGRAMA
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

           DISPLAY "MODO (D=DEVOLUCAO DE SALDO CREDOR A=AGING DOS "
               "SALDOS): "
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN MODO-DEVOLUCAO
                   PERFORM DEVOLVER-SALDO-CREDOR
               WHEN MODO-AGING
                   PERFORM EMITIR-AGING-SALDOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO DEVOLUCAO
      *----------------------------------------------------------------*
       DEVOLVER-SALDO-CREDOR.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM RECEBER-CLIENTE
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM RECEBER-VALOR-DEVOLVER
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM RECEBER-FORMA-DEVOLUCAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM AUTORIZAR-SUPERVISOR
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "DEVOLUCAO RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-DEVOLVER TO WS-VALOR-EDITADO
           DISPLAY "CONFIRMA A DEVOLUCAO DE " WS-VALOR-EDITADO
               "? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "DEVOLUCAO DESISTIDA PELO OPERADOR"
               EXIT PARAGRAPH
           END-IF

      *    O saldo sai primeiro: so com o debito efetuado o dinheiro
      *    vai para a conta ou para a ordem de TED.
           IF FORMA-TED
               PERFORM TIRAR-NUMERO-DA-ORDEM
               MOVE WS-PROXIMA-ORDEM TO WS-REFERENCIA
           ELSE
               MOVE WS-CONTA-CREDITO TO WS-REFERENCIA
           END-IF
           PERFORM DEBITAR-SALDO-CREDOR
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "DEVOLUCAO RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF FORMA-TED
               PERFORM GRAVAR-ORDEM-DEVOLUCAO
           ELSE
               PERFORM POSTAR-CREDITO-CONTA
           END-IF
           PERFORM LANCAR-DEVOLUCAO-CONTABIL

           MOVE SCV-SALDO TO WS-VALOR-EDITADO
           IF FORMA-TED
               DISPLAY "ORDEM DE TED " WS-PROXIMA-ORDEM
                   " REGISTRADA - SAI NO PROXIMO ENVIO DO TEDORDEM"
           ELSE
               DISPLAY "VALOR CREDITADO NA CONTA " WS-CONTA-CREDITO
           END-IF
           DISPLAY "SALDO CREDOR RESTANTE: " WS-VALOR-EDITADO.

      *    O cliente tem que estar no mestre, ativo, vivo e fora de
      *    sancao, e ter saldo credor.
       RECEBER-CLIENTE.
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADASTRO MESTRE INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE CADCLI-NOME TO WS-NOME-CLIENTE
                   EVALUATE TRUE
                       WHEN CADCLI-FALECIDO
                           MOVE "CLIENTE FALECIDO - TRATAR NO ESPOLIO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-SANCIONADO
                           MOVE "CLIENTE SOB SANCAO"
                               TO WS-MOTIVO-RECUSA
                       WHEN NOT CADCLI-ATIVO
                           MOVE "CLIENTE NAO ESTA ATIVO"
                               TO WS-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ
           CLOSE CADCLI-MESTRE
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CPF-CLIENTE TO SCV-CPF
           MOVE "Q"            TO SCV-TIPO
           MOVE ZEROS          TO SCV-VALOR
           CALL "SCRMOVTO" USING SCR-MOVIMENTO-ENTRADA
                                 SCR-MOVIMENTO-RESULTADO
           IF NOT SCV-EFETUADO OR SCV-SALDO = ZEROS
               MOVE "CLIENTE SEM SALDO CREDOR" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE SCV-SALDO TO WS-SALDO-CREDOR
           MOVE WS-SALDO-CREDOR TO WS-VALOR-EDITADO
           DISPLAY "CLIENTE " WS-NOME-CLIENTE
           DISPLAY "SALDO CREDOR: " WS-VALOR-EDITADO
               "  DESDE " SCV-DATA-ORIGEM.

      *    Em branco devolve o saldo inteiro.
       RECEBER-VALOR-DEVOLVER.
           DISPLAY "VALOR A DEVOLVER (EM BRANCO = SALDO INTEIRO): "
           ACCEPT WS-VALOR-DIGITADO
           IF WS-VALOR-DIGITADO = SPACES
               MOVE WS-SALDO-CREDOR TO WS-VALOR-DEVOLVER
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VALOR-DIGITADO) NOT = ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-DEVOLVER EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO)
           END-COMPUTE
           IF WS-VALOR-DEVOLVER NOT > ZEROS
               MOVE "VALOR TEM QUE SER POSITIVO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-DEVOLVER > WS-SALDO-CREDOR
               MOVE "VALOR MAIOR QUE O SALDO CREDOR"
                   TO WS-MOTIVO-RECUSA
           END-IF.

       RECEBER-FORMA-DEVOLUCAO.
           DISPLAY "FORMA (C=CREDITO EM CONTA T=TED OUTRO BANCO): "
           ACCEPT WS-FORMA
           EVALUATE TRUE
               WHEN FORMA-CONTA
                   PERFORM RECEBER-CONTA-CREDITO
               WHEN FORMA-TED
                   PERFORM RECEBER-CONTA-TED
               WHEN OTHER
                   MOVE "FORMA DE DEVOLUCAO INVALIDA"
                       TO WS-MOTIVO-RECUSA
           END-EVALUATE.

      *    Conta do proprio cliente, ativa e que nao seja a prazo.
       RECEBER-CONTA-CREDITO.
           DISPLAY "CONTA A CREDITAR: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               MOVE "CONTA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-CREDITO EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-CREDITO TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTA-CPF NOT = WS-CPF-CLIENTE
                           MOVE "CONTA NAO E DO CLIENTE"
                               TO WS-MOTIVO-RECUSA
                       WHEN NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN CONTA-PRAZO
                           MOVE "CONTA DE DEPOSITO A PRAZO"
                               TO WS-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ
           CLOSE CONTA-ARQ.

      *    Conta do cliente em outro banco - o favorecido da TED e
      *    sempre o proprio cliente, nunca terceiro.
       RECEBER-CONTA-TED.
           DISPLAY "BANCO DO CLIENTE (NNN): "
           ACCEPT WS-BANCO-DIGITADO
           IF WS-BANCO-DIGITADO IS NOT NUMERIC
               MOVE "BANCO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AGENCIA: "
           ACCEPT WS-AGENCIA-DIGITADA
           DISPLAY "CONTA NO OUTRO BANCO: "
           ACCEPT WS-CONTA-DEST
           IF WS-AGENCIA-DIGITADA = SPACES OR WS-CONTA-DEST = SPACES
               MOVE "AGENCIA/CONTA EM BRANCO" TO WS-MOTIVO-RECUSA
           END-IF.

      *    Toda devolucao e aprovada por um supervisor (nivel 3 no
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

      *    D = devolvido em conta, T = devolvido por TED; a
      *    referencia e a conta creditada ou o numero da ordem.
       DEBITAR-SALDO-CREDOR.
           MOVE WS-CPF-CLIENTE    TO SCV-CPF
           IF FORMA-TED
               MOVE "T"           TO SCV-TIPO
           ELSE
               MOVE "D"           TO SCV-TIPO
           END-IF
           MOVE WS-VALOR-DEVOLVER TO SCV-VALOR
           MOVE WS-DATA-HOJE      TO SCV-DATA
           MOVE WS-HORA-AGORA     TO SCV-HORA
           MOVE "SCRDEVOL"        TO SCV-ORIGEM
           MOVE WS-REFERENCIA     TO SCV-REFERENCIA
           MOVE WS-OPERADOR       TO SCV-OPERADOR
           CALL "SCRMOVTO" USING SCR-MOVIMENTO-ENTRADA
                                 SCR-MOVIMENTO-RESULTADO
           EVALUATE TRUE
               WHEN SCV-EFETUADO
                   CONTINUE
               WHEN SCV-SEM-SALDO
                   MOVE "SALDO CREDOR MUDOU - VALOR NAO CABE MAIS"
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE "SALDO CREDOR INDISPONIVEL"
                       TO WS-MOTIVO-RECUSA
           END-EVALUATE.

      *    Credito journalado no ledger da conta do cliente - mesma
      *    mecanica do CSUBTR: journal ANTES da regravacao.
       POSTAR-CREDITO-CONTA.
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN I-O LEDGER-MESTRE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER INDISPONIVEL - CREDITO DA CONTA "
                   WS-CONTA-CREDITO " NAO POSTADO"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE   TO LEDGER-CPF
           MOVE WS-CONTA-CREDITO TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-VALOR-DEVOLVER
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-CREDITO
           MOVE WS-CPF-CLIENTE   TO LEDGER-CPF
           MOVE WS-CONTA-CREDITO TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS  TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           CLOSE LEDGER-MESTRE.

       GRAVAR-JOURNAL-CREDITO.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL    TO JRN-SEQUENCIAL
           MOVE WS-CPF-CLIENTE   TO JRN-CPF
           MOVE WS-CONTA-CREDITO TO JRN-CONTA
           MOVE WS-SALDO-ANTES   TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS  TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE     TO JRN-DATA
           MOVE WS-HORA-AGORA    TO JRN-HORA
           MOVE ZEROS            TO JRN-DATA-VALOR
           MOVE SPACES           TO JRN-AGENCIA
           MOVE SPACES           TO JRN-REPRESENTANTE
           MOVE SPACES           TO JRN-NATUREZA
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

      *    Le/incrementa/grava TEDNUM.CTL - a mesma numeracao das
      *    ordens do TEDORDEM.
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

      *    Ordem pendente sem conta debitada, favorecido = o proprio
      *    cliente; o TEDORDEM envia no GERAR e trata o retorno.
       GRAVAR-ORDEM-DEVOLUCAO.
           OPEN I-O TEDORDEM-ARQ
           IF TEDORDEM-NAO-ACHOU
               OPEN OUTPUT TEDORDEM-ARQ
               CLOSE TEDORDEM-ARQ
               OPEN I-O TEDORDEM-ARQ
           END-IF
           INITIALIZE TED-REC
           MOVE WS-PROXIMA-ORDEM    TO TED-NUMERO
           MOVE WS-CPF-CLIENTE      TO TED-CPF
           MOVE ZEROS               TO TED-CONTA
           MOVE WS-VALOR-DEVOLVER   TO TED-VALOR
           MOVE WS-BANCO-DIGITADO   TO TED-BANCO-DEST
           MOVE WS-AGENCIA-DIGITADA TO TED-AGENCIA-DEST
           MOVE WS-CONTA-DEST       TO TED-CONTA-DEST
           MOVE WS-CPF-CLIENTE      TO TED-DOC-DEST
           MOVE WS-NOME-CLIENTE     TO TED-NOME-DEST
           MOVE "P"                 TO TED-SITUACAO
           MOVE WS-DATA-HOJE        TO TED-DATA-ORDEM
           MOVE WS-HORA-AGORA       TO TED-HORA-ORDEM
           MOVE WS-OPERADOR         TO TED-OPERADOR
           MOVE SPACES              TO TED-REPRESENTANTE
           WRITE TED-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ORDEM - STATUS "
                       WS-TEDORDEM-STATUS
           END-WRITE
           CLOSE TEDORDEM-ARQ.

       LANCAR-DEVOLUCAO-CONTABIL.
           MOVE WS-VALOR-DEVOLVER TO WS-LANCAMENTO-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-SALDO-CREDOR TO GL-CONTA
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-DEPOSITOS    TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

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

      *----------------------------------------------------------------*
      *    MODO AGING
      *----------------------------------------------------------------*
      *    Todo saldo credor em aberto, na ordem do CPF, com a faixa
      *    de idade pela data desde a qual o cliente tem credito.
       EMITIR-AGING-SALDOS.
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           INITIALIZE WS-TABELA-FAIXAS
           OPEN OUTPUT SALDOCRED-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "AGING DOS SALDOS CREDORES DE CLIENTES - SCRDEVOL  "
               DELIMITED BY SIZE
               "DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF/CNPJ                SALDO  DESDE     DIAS  FAIXA"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           OPEN INPUT SALDOCRED-ARQ
           IF NOT SALDOCRED-OK
               MOVE SPACES TO WS-REL-LINHA
               STRING "NENHUM SALDO CREDOR REGISTRADO"
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               CLOSE SALDOCRED-ARQ
               CLOSE SALDOCRED-RELATORIO
               DISPLAY "RELATORIO GRAVADO EM SALDOCRED.REL"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SALDOCRED-FIM
           READ SALDOCRED-ARQ NEXT RECORD
               AT END SET SALDOCRED-FIM TO TRUE
           END-READ
           PERFORM UNTIL SALDOCRED-FIM
               IF SCR-SALDO > ZEROS
                   PERFORM LISTAR-SALDO-CREDOR
               END-IF
               READ SALDOCRED-ARQ NEXT RECORD
                   AT END SET SALDOCRED-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE SALDOCRED-ARQ

           PERFORM GRAVAR-TOTAIS-AGING
           CLOSE SALDOCRED-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM SALDOCRED.REL".

       LISTAR-SALDO-CREDOR.
           IF SCR-DATA-ORIGEM = ZEROS
               MOVE ZEROS TO WS-DIAS-SALDO
           ELSE
               COMPUTE WS-DIAS-SALDO EQUAL WS-DIAS-INT-HOJE
                   - FUNCTION INTEGER-OF-DATE(SCR-DATA-ORIGEM)
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-SALDO NOT > 30
                   MOVE 1 TO WS-FAIXA-IND
               WHEN WS-DIAS-SALDO NOT > 90
                   MOVE 2 TO WS-FAIXA-IND
               WHEN WS-DIAS-SALDO NOT > 180
                   MOVE 3 TO WS-FAIXA-IND
               WHEN WS-DIAS-SALDO NOT > 365
                   MOVE 4 TO WS-FAIXA-IND
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA-IND
           END-EVALUATE
           ADD 1 TO WS-FAIXA-QTD (WS-FAIXA-IND)
           ADD SCR-SALDO TO WS-FAIXA-VALOR (WS-FAIXA-IND)
           ADD 1 TO WS-QTD-SALDOS
           ADD SCR-SALDO TO WS-TOTAL-SALDOS

      *    CPF mascarado como nos demais relatorios; CNPJ sai com os
      *    dois ultimos digitos da raiz e o sufixo de filial.
           MOVE SCR-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  WS-MASCARA-3  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SCR-SALDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-CPF-MASCARADO DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SCR-DATA-ORIGEM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIAS-SALDO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FAIXA-NOME (WS-FAIXA-IND) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-TOTAIS-AGING.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-FAIXA-IND FROM 1 BY 1
                   UNTIL WS-FAIXA-IND > 5
               MOVE WS-FAIXA-VALOR (WS-FAIXA-IND) TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "FAIXA " DELIMITED BY SIZE
                   WS-FAIXA-NOME (WS-FAIXA-IND) DELIMITED BY SIZE
                   " CLIENTES " DELIMITED BY SIZE
                   WS-FAIXA-QTD (WS-FAIXA-IND) DELIMITED BY SIZE
                   "  VALOR " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM
           MOVE WS-TOTAL-SALDOS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL A DEVOLVER   CLIENTES " DELIMITED BY SIZE
               WS-QTD-SALDOS DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
