      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CXGAVETA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Gaveta de caixa do operador (GAVETA.DAT, ver               <*
      *>   copybooks/GAVETAREC.CPY), uma por operador por dia. O      <*
      *>   operador e o da sessao assinada no menu (OPERADOR.SESSAO). <*
      *>   Modos:                                                     <*
      *>     A - abertura: numerario inicial da gaveta do dia;        <*
      *>     D - deposito em especie: credita a conta do cliente no   <*
      *>         ledger (journal antes da regravacao), lanca debito   <*
      *>         11001 caixa / credito 21001 depositos em             <*
      *>         CONTABIL.INT e marca a entrada na gaveta             <*
      *>         (GAVETA.MOV). O saque em especie e marcado pelo      <*
      *>         TRNENTRY na digitacao;                               <*
      *>     F - fechamento: o operador informa o dinheiro contado; o <*
      *>         esperado e o inicial mais depositos menos saques do  <*
      *>         dia na gaveta. A diferenca vai para a conta contabil <*
      *>         de diferenca de caixa (CAIXA-CONTA-DIFERENCA do      <*
      *>         PARAMRUN.CTL, padrao 61002): falta debita a          <*
      *>         diferenca e credita o caixa, sobra o contrario;      <*
      *>     R - relatorio do supervisor (nivel 3) em GAVETA.REL: as  <*
      *>         gavetas do dia com diferenca e as ainda abertas.     <*
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
      *    Gavetas por operador e dia.
           SELECT GAVETA-ARQ ASSIGN TO "GAVETA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAV-CHAVE
               FILE STATUS IS WS-GAVETA-STATUS.
      *    Movimentos em especie marcados nas gavetas.
           SELECT GAVETA-MOVIMENTO ASSIGN TO "GAVETA.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVMOV-STATUS.
      *    Sessao do operador logado.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Cadastro de contas - conta do deposito.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre - situacao do depositante.
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
      *    Journal do ledger - imagem antes/depois do deposito.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Parametros de execucao (NOME=VALOR).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Interface contabil - deposito e diferenca de caixa.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Gavetas a conferir pelo supervisor.
           SELECT GAVETA-RELATORIO ASSIGN TO "GAVETA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  GAVETA-ARQ.
      *    Layout compartilhado da gaveta - ver
      *    copybooks/GAVETAREC.CPY.
           COPY GAVETAREC.

       FD  GAVETA-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/GAVMOVREC.CPY.
           COPY GAVMOVREC.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

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

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  GAVETA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-GAVETA-STATUS      PIC X(02) VALUE "00".
           88 GAVETA-OK             VALUE "00".
           88 GAVETA-NAO-ACHOU      VALUE "35".
       77 WS-GAVETA-FIM         PIC X(01) VALUE "N".
           88 GAVETA-FIM            VALUE "S".
       77 WS-GAVMOV-STATUS      PIC X(02) VALUE "00".
           88 GAVMOV-NAO-ACHOU      VALUE "35".
       77 WS-GAVMOV-FIM         PIC X(01) VALUE "N".
           88 GAVMOV-FIM            VALUE "S".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
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
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO-GAVETA        PIC X(01) VALUE SPACES.
           88 MODO-ABRIR            VALUE "A".
           88 MODO-DEPOSITO         VALUE "D".
           88 MODO-FECHAR           VALUE "F".
           88 MODO-RELATORIO        VALUE "R".

      *    Operador da sessao assinada.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SESSAO       PIC 9(01) VALUE ZEROS.

      *    Conta contabil de diferenca de caixa (parametro).
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-CONTA-DIFERENCA    PIC 9(05) VALUE 61002.

      *    Entrada do operador.
       77 WS-VALOR-DIGITADO     PIC X(14) VALUE SPACES.
       77 WS-VALOR-INFORMADO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-CPF-TITULAR        PIC X(14) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-DEPOSITO     PIC 9(06) VALUE ZEROS.
       77 WS-NUMERO-DIGITADO    PIC X(06) VALUE SPACES.
       77 WS-DEPOSITO-VALIDO    PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.

      *    Postagem journalada do deposito no ledger.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

      *    Lancamentos contabeis.
       77 WS-TOTAL-INTEIRO      PIC 9(13) VALUE ZEROS.
       77 WS-CONTA-CAIXA        PIC 9(05) VALUE 11001.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-GL-DEBITO    PIC 9(05) VALUE ZEROS.
       77 WS-CONTA-GL-CREDITO   PIC 9(05) VALUE ZEROS.

      *    Fechamento e relatorio.
       77 WS-SOMA-DEPOSITOS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SOMA-SAQUES        PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA-ABS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DATA-DIGITADA      PIC X(08) VALUE SPACES.
       77 WS-DATA-RELATORIO     PIC 9(08) VALUE ZEROS.
       01  WS-TOTAIS-GAVETA.
           05 WS-GAVETAS-LIDAS      PIC 9(05) VALUE ZEROS.
           05 WS-GAVETAS-ABERTAS    PIC 9(05) VALUE ZEROS.
           05 WS-GAVETAS-DIFERENCA  PIC 9(05) VALUE ZEROS.
           05 WS-TOTAL-FALTAS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-SOBRAS       PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-VALOR-EDITADO-2    PIC Z(10)9.99.
       77 WS-DIFERENCA-EDITADA  PIC -(10)9.99.
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
           MOVE "CXGAVETA" TO LYX-PROGRAMA
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

           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           IF WS-OPERADOR = SPACES
               DISPLAY "SEM OPERADOR ASSINADO NO MENU - GAVETA "
                   "RECUSADA"
               GOBACK
           END-IF

           DISPLAY "MODO (A=ABRIR D=DEPOSITO EM ESPECIE F=FECHAR "
               "R=RELATORIO DO SUPERVISOR): "
           ACCEPT WS-MODO-GAVETA

           EVALUATE TRUE
               WHEN MODO-ABRIR
                   PERFORM ABRIR-GAVETA
               WHEN MODO-DEPOSITO
                   PERFORM RECEBER-DEPOSITO-ESPECIE
               WHEN MODO-FECHAR
                   PERFORM LER-PARAMETROS-GAVETA
                   PERFORM FECHAR-GAVETA
               WHEN MODO-RELATORIO
                   IF WS-NIVEL-SESSAO < 3
                       DISPLAY "SESSAO SEM NIVEL DE SUPERVISOR - "
                           "RELATORIO RECUSADO"
                   ELSE
                       PERFORM EMITIR-RELATORIO-GAVETAS
                   END-IF
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-GAVETA "]"
           END-EVALUATE
           GOBACK.

      *    O operador vem da sessao assinada no menu
      *    (OPERADOR.SESSAO) - a gaveta e sempre a de quem esta no
      *    teclado.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR
                       MOVE SES-NIVEL    TO WS-NIVEL-SESSAO
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.

      *    Conta contabil da diferenca de caixa; sem o parametro vale
      *    a 61002.
       LER-PARAMETROS-GAVETA.
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
               IF WS-PRM-NOME = "CAIXA-CONTA-DIFERENCA"
                   AND FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   COMPUTE WS-CONTA-DIFERENCA EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Valor em reais com centavos (ex.: 1500,00 ou 1500.00).
       RECEBER-VALOR-INFORMADO.
           MOVE ZEROS TO WS-VALOR-INFORMADO
           ACCEPT WS-VALOR-DIGITADO
           INSPECT WS-VALOR-DIGITADO REPLACING ALL "," BY "."
           IF FUNCTION TEST-NUMVAL(WS-VALOR-DIGITADO) NOT = ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-INFORMADO EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO)
           END-COMPUTE
           MOVE SPACES TO WS-MOTIVO-RECUSA.

      *----------------------------------------------------------------*
      *    MODO ABRIR
      *----------------------------------------------------------------*
       ABRIR-GAVETA.
           DISPLAY "NUMERARIO INICIAL DA GAVETA: "
           PERFORM RECEBER-VALOR-INFORMADO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "ABERTURA RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O GAVETA-ARQ
           IF GAVETA-NAO-ACHOU
               OPEN OUTPUT GAVETA-ARQ
               CLOSE GAVETA-ARQ
               OPEN I-O GAVETA-ARQ
           END-IF
           MOVE WS-OPERADOR  TO GAV-OPERADOR
           MOVE WS-DATA-HOJE TO GAV-DATA
           READ GAVETA-ARQ
               NOT INVALID KEY
                   DISPLAY "ABERTURA RECUSADA - GAVETA DO DIA JA "
                       "ABERTA AS " GAV-HORA-ABERTURA
                       " SITUACAO " GAV-SITUACAO
                   CLOSE GAVETA-ARQ
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE GAV-REC
           MOVE WS-OPERADOR        TO GAV-OPERADOR
           MOVE WS-DATA-HOJE       TO GAV-DATA
           MOVE WS-HORA-AGORA      TO GAV-HORA-ABERTURA
           MOVE WS-VALOR-INFORMADO TO GAV-SALDO-INICIAL
           MOVE "A"                TO GAV-SITUACAO
           WRITE GAV-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR GAVETA - STATUS "
                       WS-GAVETA-STATUS
           END-WRITE
           CLOSE GAVETA-ARQ
           MOVE WS-VALOR-INFORMADO TO WS-VALOR-EDITADO
           DISPLAY "GAVETA DE " WS-OPERADOR " ABERTA COM "
               WS-VALOR-EDITADO.

      *    A gaveta do operador tem que estar aberta hoje.
       CONFERIR-GAVETA-ABERTA.
           MOVE "N" TO WS-DEPOSITO-VALIDO
           OPEN INPUT GAVETA-ARQ
           IF NOT GAVETA-OK
               MOVE "GAVETA DO DIA NAO ABERTA" TO WS-MOTIVO-RECUSA
               CLOSE GAVETA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERADOR  TO GAV-OPERADOR
           MOVE WS-DATA-HOJE TO GAV-DATA
           READ GAVETA-ARQ
               INVALID KEY
                   MOVE "GAVETA DO DIA NAO ABERTA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF GAV-ABERTA
                       MOVE "S" TO WS-DEPOSITO-VALIDO
                   ELSE
                       MOVE "GAVETA DO DIA JA FECHADA"
                           TO WS-MOTIVO-RECUSA
                   END-IF
           END-READ
           CLOSE GAVETA-ARQ.

      *----------------------------------------------------------------*
      *    MODO DEPOSITO
      *----------------------------------------------------------------*
       RECEBER-DEPOSITO-ESPECIE.
           PERFORM CONFERIR-GAVETA-ABERTA
           IF WS-DEPOSITO-VALIDO NOT = "S"
               DISPLAY "DEPOSITO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "CONTA DO DEPOSITO: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "DEPOSITO RECUSADO - CONTA NAO NUMERICA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-DEPOSITO EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE

           PERFORM CONFERIR-CLIENTE-DEPOSITO
           IF WS-DEPOSITO-VALIDO = "S"
               PERFORM CONFERIR-CONTA-DEPOSITO
           END-IF
           IF WS-DEPOSITO-VALIDO NOT = "S"
               DISPLAY "DEPOSITO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NUMERO DO COMPROVANTE (6 DIGITOS): "
           ACCEPT WS-NUMERO-DIGITADO
           IF WS-NUMERO-DIGITADO IS NOT NUMERIC
               DISPLAY "DEPOSITO RECUSADO - NUMERO NAO NUMERICO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR DEPOSITADO: "
           PERFORM RECEBER-VALOR-INFORMADO
           IF WS-MOTIVO-RECUSA = SPACES
               AND WS-VALOR-INFORMADO NOT > ZEROS
               MOVE "VALOR TEM QUE SER POSITIVO" TO WS-MOTIVO-RECUSA
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "DEPOSITO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-INFORMADO TO WS-MOVIMENTO
           PERFORM POSTAR-MOVIMENTO-CONTA
           IF WS-DEPOSITO-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
      *    Dinheiro que entra no caixa: debito no caixa, credito nos
      *    depositos.
           MOVE WS-VALOR-INFORMADO TO WS-TOTAL-INTEIRO
           MOVE WS-CONTA-CAIXA     TO WS-CONTA-GL-DEBITO
           MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-GL-CREDITO
           PERFORM LANCAR-CONTABIL-GAVETA

           MOVE "D" TO GMV-TIPO
           PERFORM MARCAR-MOVIMENTO-GAVETA
           MOVE WS-VALOR-INFORMADO TO WS-VALOR-EDITADO
           DISPLAY "DEPOSITO DE " WS-VALOR-EDITADO " NA CONTA "
               WS-CONTA-DEPOSITO " CREDITADO".

      *    Depositante no cadastro, sem obito registrado.
       CONFERIR-CLIENTE-DEPOSITO.
           MOVE "N" TO WS-DEPOSITO-VALIDO
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "CLIENTE SEM CADASTRO NO MESTRE"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF CADCLI-FALECIDO
                       MOVE "CLIENTE COM OBITO REGISTRADO"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       MOVE "S" TO WS-DEPOSITO-VALIDO
                   END-IF
           END-READ
           CLOSE CADCLI-MESTRE.

      *    A conta tem que existir, estar ativa, nao ser de CDB e ter
      *    o cliente como titular ou co-titular; o credito vai para o
      *    ledger do titular.
       CONFERIR-CONTA-DEPOSITO.
           MOVE "N" TO WS-DEPOSITO-VALIDO
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-DEPOSITO TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE CONTA-CPF TO WS-CPF-TITULAR
                   IF CONTA-CPF = WS-CPF-CLIENTE
                       MOVE "S" TO WS-DEPOSITO-VALIDO
                   END-IF
                   PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                           UNTIL WS-IND-COTIT > 3
                       IF CONTA-COTITULAR-CPF (WS-IND-COTIT) NOT =
                           SPACES
                           AND CONTA-COTITULAR-CPF (WS-IND-COTIT) =
                           WS-CPF-CLIENTE (1 : 11)
                           MOVE "S" TO WS-DEPOSITO-VALIDO
                       END-IF
                   END-PERFORM
                   IF WS-DEPOSITO-VALIDO NOT = "S"
                       MOVE "CLIENTE NAO E TITULAR DA CONTA"
                           TO WS-MOTIVO-RECUSA
                   END-IF
                   IF NOT CONTA-ATIVA
                       MOVE "N" TO WS-DEPOSITO-VALIDO
                       MOVE "CONTA NAO ATIVA" TO WS-MOTIVO-RECUSA
                   END-IF
                   IF CONTA-PRAZO
                       MOVE "N" TO WS-DEPOSITO-VALIDO
                       MOVE "CONTA DE CDB" TO WS-MOTIVO-RECUSA
                   END-IF
           END-READ
           CLOSE CONTA-ARQ.

      *    Marca o movimento em especie na gaveta do operador.
       MARCAR-MOVIMENTO-GAVETA.
           OPEN EXTEND GAVETA-MOVIMENTO
           IF GAVMOV-NAO-ACHOU
               CLOSE GAVETA-MOVIMENTO
               OPEN OUTPUT GAVETA-MOVIMENTO
           END-IF
           MOVE WS-OPERADOR        TO GMV-OPERADOR
           MOVE WS-DATA-HOJE       TO GMV-DATA
           MOVE WS-HORA-AGORA      TO GMV-HORA
           MOVE WS-NUMERO-DIGITADO TO GMV-NUMERO
           MOVE WS-CPF-CLIENTE     TO GMV-CPF
           MOVE WS-CONTA-DEPOSITO  TO GMV-CONTA
           MOVE WS-VALOR-INFORMADO TO GMV-VALOR
           WRITE GAVMOV-REG
           CLOSE GAVETA-MOVIMENTO.

      *----------------------------------------------------------------*
      *    MODO FECHAR
      *----------------------------------------------------------------*
       FECHAR-GAVETA.
           PERFORM CONFERIR-GAVETA-ABERTA
           IF WS-DEPOSITO-VALIDO NOT = "S"
               DISPLAY "FECHAMENTO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DINHEIRO CONTADO NA GAVETA: "
           PERFORM RECEBER-VALOR-INFORMADO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "FECHAMENTO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM SOMAR-MOVIMENTOS-GAVETA

           OPEN I-O GAVETA-ARQ
           MOVE WS-OPERADOR  TO GAV-OPERADOR
           MOVE WS-DATA-HOJE TO GAV-DATA
           READ GAVETA-ARQ
               INVALID KEY
                   DISPLAY "FECHAMENTO RECUSADO - GAVETA NAO "
                       "ENCONTRADA"
                   CLOSE GAVETA-ARQ
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SOMA-DEPOSITOS  TO GAV-TOTAL-DEPOSITOS
           MOVE WS-SOMA-SAQUES     TO GAV-TOTAL-SAQUES
           COMPUTE GAV-SALDO-ESPERADO EQUAL
               GAV-SALDO-INICIAL + WS-SOMA-DEPOSITOS - WS-SOMA-SAQUES
           END-COMPUTE
           MOVE WS-VALOR-INFORMADO TO GAV-SALDO-CONTADO
           COMPUTE GAV-DIFERENCA EQUAL
               GAV-SALDO-CONTADO - GAV-SALDO-ESPERADO
           END-COMPUTE
           MOVE WS-HORA-AGORA      TO GAV-HORA-FECHAMENTO
           IF GAV-DIFERENCA = ZEROS
               MOVE "F" TO GAV-SITUACAO
           ELSE
               MOVE "D" TO GAV-SITUACAO
           END-IF
           REWRITE GAV-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR GAVETA - STATUS "
                       WS-GAVETA-STATUS
           END-REWRITE
           CLOSE GAVETA-ARQ

           MOVE GAV-SALDO-ESPERADO TO WS-DIFERENCA-EDITADA
           DISPLAY "ESPERADO " WS-DIFERENCA-EDITADA
           MOVE GAV-SALDO-CONTADO TO WS-VALOR-EDITADO
           DISPLAY "CONTADO  " WS-VALOR-EDITADO
           IF GAV-FECHADA
               DISPLAY "GAVETA FECHADA SEM DIFERENCA"
               EXIT PARAGRAPH
           END-IF

      *    Falta: debito na diferenca de caixa, credito no caixa;
      *    sobra: o contrario.
           IF GAV-DIFERENCA < ZEROS
               COMPUTE WS-DIFERENCA-ABS EQUAL 0 - GAV-DIFERENCA
               MOVE WS-CONTA-DIFERENCA TO WS-CONTA-GL-DEBITO
               MOVE WS-CONTA-CAIXA     TO WS-CONTA-GL-CREDITO
           ELSE
               MOVE GAV-DIFERENCA      TO WS-DIFERENCA-ABS
               MOVE WS-CONTA-CAIXA     TO WS-CONTA-GL-DEBITO
               MOVE WS-CONTA-DIFERENCA TO WS-CONTA-GL-CREDITO
           END-IF
           MOVE WS-DIFERENCA-ABS TO WS-TOTAL-INTEIRO
           PERFORM LANCAR-CONTABIL-GAVETA
           MOVE GAV-DIFERENCA TO WS-DIFERENCA-EDITADA
           DISPLAY "GAVETA FECHADA COM DIFERENCA DE "
               WS-DIFERENCA-EDITADA " - LANCADA NA CONTA "
               WS-CONTA-DIFERENCA " E LISTADA PARA O SUPERVISOR".

      *    Depositos e saques em especie do operador no dia.
       SOMAR-MOVIMENTOS-GAVETA.
           MOVE ZEROS TO WS-SOMA-DEPOSITOS
           MOVE ZEROS TO WS-SOMA-SAQUES
           MOVE "N" TO WS-GAVMOV-FIM
           OPEN INPUT GAVETA-MOVIMENTO
           IF GAVMOV-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ GAVETA-MOVIMENTO
               AT END SET GAVMOV-FIM TO TRUE
           END-READ
           PERFORM UNTIL GAVMOV-FIM
               IF GMV-OPERADOR = WS-OPERADOR
                   AND GMV-DATA = WS-DATA-HOJE
                   IF GMV-DEPOSITO
                       ADD GMV-VALOR TO WS-SOMA-DEPOSITOS
                   END-IF
                   IF GMV-SAQUE
                       ADD GMV-VALOR TO WS-SOMA-SAQUES
                   END-IF
               END-IF
               READ GAVETA-MOVIMENTO
                   AT END SET GAVMOV-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE GAVETA-MOVIMENTO.

      *----------------------------------------------------------------*
      *    POSTAGEM NO LEDGER E CONTABILIDADE
      *----------------------------------------------------------------*
      *    Postagem journalada de WS-MOVIMENTO na conta
      *    WS-CONTA-DEPOSITO do titular WS-CPF-TITULAR - journal ANTES
      *    da regravacao.
       POSTAR-MOVIMENTO-CONTA.
           IF WS-SEQUENCIAL = ZEROS
               PERFORM OBTER-PROXIMO-SEQUENCIAL
           END-IF
           OPEN I-O LEDGER-MESTRE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER INDISPONIVEL - DEPOSITO NA CONTA "
                   WS-CONTA-DEPOSITO " NAO POSTADO"
               CLOSE LEDGER-MESTRE
               MOVE "N" TO WS-DEPOSITO-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR    TO LEDGER-CPF
           MOVE WS-CONTA-DEPOSITO TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-MOVIMENTO
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-GAVETA
           MOVE WS-CPF-TITULAR    TO LEDGER-CPF
           MOVE WS-CONTA-DEPOSITO TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS   TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           CLOSE LEDGER-MESTRE.

       GRAVAR-JOURNAL-GAVETA.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL     TO JRN-SEQUENCIAL
           MOVE WS-CPF-TITULAR    TO JRN-CPF
           MOVE WS-CONTA-DEPOSITO TO JRN-CONTA
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

       LANCAR-CONTABIL-GAVETA.
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

      *----------------------------------------------------------------*
      *    MODO RELATORIO
      *----------------------------------------------------------------*
      *    Gavetas da data com diferenca e as que nao foram fechadas.
       EMITIR-RELATORIO-GAVETAS.
           DISPLAY "DATA DAS GAVETAS (AAAAMMDD, EM BRANCO = HOJE): "
           ACCEPT WS-DATA-DIGITADA
           IF WS-DATA-DIGITADA IS NUMERIC
               MOVE WS-DATA-DIGITADA TO WS-DATA-RELATORIO
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-RELATORIO
           END-IF
           OPEN INPUT GAVETA-ARQ
           IF NOT GAVETA-OK
               DISPLAY "NENHUMA GAVETA REGISTRADA"
               CLOSE GAVETA-ARQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GAVETA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "GAVETAS A CONFERIR PELO SUPERVISOR - DATA "
               DELIMITED BY SIZE
               WS-DATA-RELATORIO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "OPERADOR" TO WS-REL-LINHA (1 : 8)
           MOVE "SITUACAO" TO WS-REL-LINHA (11 : 8)
           MOVE "ESPERADO" TO WS-REL-LINHA (28 : 8)
           MOVE "CONTADO" TO WS-REL-LINHA (45 : 7)
           MOVE "DIFERENCA" TO WS-REL-LINHA (61 : 9)
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE LOW-VALUES TO GAV-CHAVE
           START GAVETA-ARQ KEY IS NOT LESS THAN GAV-CHAVE
               INVALID KEY
                   SET GAVETA-FIM TO TRUE
           END-START
           PERFORM UNTIL GAVETA-FIM
               READ GAVETA-ARQ NEXT RECORD
                   AT END
                       SET GAVETA-FIM TO TRUE
                   NOT AT END
                       IF GAV-DATA = WS-DATA-RELATORIO
                           ADD 1 TO WS-GAVETAS-LIDAS
                           IF NOT GAV-FECHADA
                               PERFORM LISTAR-GAVETA-A-CONFERIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAVETA-ARQ

           MOVE SPACES TO WS-REL-LINHA
           STRING "GAVETAS DO DIA: " DELIMITED BY SIZE
               WS-GAVETAS-LIDAS DELIMITED BY SIZE
               "  ABERTAS: " DELIMITED BY SIZE
               WS-GAVETAS-ABERTAS DELIMITED BY SIZE
               "  COM DIFERENCA: " DELIMITED BY SIZE
               WS-GAVETAS-DIFERENCA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOTAL-FALTAS TO WS-VALOR-EDITADO
           MOVE WS-TOTAL-SOBRAS TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DE FALTAS: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  TOTAL DE SOBRAS: " DELIMITED BY SIZE
               WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           CLOSE GAVETA-RELATORIO
           DISPLAY "RELATORIO GAVETA.REL EMITIDO - "
               WS-GAVETAS-DIFERENCA " COM DIFERENCA, "
               WS-GAVETAS-ABERTAS " ABERTA(S)".

       LISTAR-GAVETA-A-CONFERIR.
           MOVE SPACES TO WS-REL-LINHA
           MOVE GAV-OPERADOR TO WS-REL-LINHA (1 : 8)
           IF GAV-ABERTA
               ADD 1 TO WS-GAVETAS-ABERTAS
               MOVE "NAO FECHADA" TO WS-REL-LINHA (11 : 11)
           ELSE
               ADD 1 TO WS-GAVETAS-DIFERENCA
               MOVE "DIFERENCA" TO WS-REL-LINHA (11 : 9)
               MOVE GAV-SALDO-ESPERADO TO WS-DIFERENCA-EDITADA
               MOVE WS-DIFERENCA-EDITADA TO WS-REL-LINHA (22 : 14)
               MOVE GAV-SALDO-CONTADO TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO TO WS-REL-LINHA (38 : 14)
               MOVE GAV-DIFERENCA TO WS-DIFERENCA-EDITADA
               MOVE WS-DIFERENCA-EDITADA TO WS-REL-LINHA (56 : 14)
               IF GAV-DIFERENCA < ZEROS
                   SUBTRACT GAV-DIFERENCA FROM WS-TOTAL-FALTAS
               ELSE
                   ADD GAV-DIFERENCA TO WS-TOTAL-SOBRAS
               END-IF
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
