      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. EMPREST.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Concessao de emprestimo pessoal: o operador informa o CPF, <*
      *>   a conta corrente de credito, o principal, a taxa ao mes, o <*
      *>   prazo em meses e o sistema de amortizacao (P=Price, com    <*
      *>   prestacoes iguais; S=SAC, com amortizacao constante). O    <*
      *>   cliente tem que estar ativo no mestre, nao pode estar      <*
      *>   negativado no bureau (CADCLI-NEGATIVADO), falecido nem     <*
      *>   menor de idade (CADCLI-MENOR), e o score de pagamento do   <*
      *>   PAGSCORE (SCORE.PAG) tem que estar no minimo do parametro  <*
      *>   SCORE-MINIMO-EMPRESTIMO - cliente                          <*
      *>   sem score nao recebe emprestimo. O cronograma e exibido    <*
      *>   para confirmacao; confirmado, cada prestacao vira uma      <*
      *>   fatura normal em data/FATURAS.DAT, numerada pelo contador  <*
      *>   FATNUM.CTL com vencimentos mensais (30 em 30 dias), o      <*
      *>   principal e creditado na conta pelo ledger com registro no <*
      *>   journal (sequencial do RUNSEQ.CTL) e o contrato e gravado  <*
      *>   em EMPRESTIMO.DAT (ver copybooks/EMPRESTREC.CPY), numerado <*
      *>   pelo contador EMPNUM.CTL. O cronograma do contrato sai em  <*
      *>   EMPREST.REL. Parametros em data/PARAMRUN.CTL: SCORE-       <*
      *>   MINIMO-EMPRESTIMO, VALOR-MAXIMO-EMPRESTIMO, PRAZO-MAXIMO-  <*
      *>   EMPRESTIMO e TAXA-MAXIMA-EMPRESTIMO.                       <*
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
      *    Contratos de emprestimo, indexados pelo numero do contrato.
           SELECT EMPRESTIMO-ARQ ASSIGN TO "EMPRESTIMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CONTRATO
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPRESTIMO-STATUS.
      *    Contador de numero de contrato - mesmo formato do
      *    CTANUM.CTL da abertura de conta.
           SELECT EMPNUM-CTL ASSIGN TO "EMPNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPNUM-STATUS.
      *    Cadastro mestre de clientes - situacao e negativacao.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - a conta de credito do principal.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Score de pagamento apurado pelo PAGSCORE.
           SELECT SCORE-ARQ ASSIGN TO "SCORE.PAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Contador de numero de fatura compartilhado com FATGERA -
      *    as prestacoes entram na numeracao normal.
           SELECT FATNUM-CTL ASSIGN TO "FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATNUM-STATUS.
      *    Ledger de saldos - credito do principal.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Parametros de execucao - limites da concessao.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Cronograma do contrato concedido.
           SELECT EMPREST-RELATORIO ASSIGN TO "EMPREST.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  EMPRESTIMO-ARQ.
      *    Layout compartilhado do contrato - ver
      *    copybooks/EMPRESTREC.CPY.
           COPY EMPRESTREC.

       FD  EMPNUM-CTL.
       01  EMPNUM-REC                 PIC 9(06).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  SCORE-ARQ.
      *    Layout compartilhado do score - ver copybooks/SCOREREC.CPY.
           COPY SCOREREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  FATNUM-CTL.
       01  FATNUM-REC                 PIC 9(06).

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

       FD  EMPREST-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-EMPRESTIMO-STATUS  PIC X(02) VALUE "00".
           88 EMPRESTIMO-NAO-ACHOU  VALUE "35".
       77 WS-EMPNUM-STATUS      PIC X(02) VALUE "00".
           88 EMPNUM-OK             VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "23" "35".
       77 WS-SCORE-STATUS       PIC X(02) VALUE "00".
           88 SCORE-NAO-ACHOU       VALUE "35".
       77 WS-SCORE-FIM          PIC X(01) VALUE "N".
           88 SCORE-FIM             VALUE "S".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATNUM-STATUS      PIC X(02) VALUE "00".
           88 FATNUM-OK             VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35" "23".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Limites da concessao, com default quando o parametro nao
      *    vem em PARAMRUN.CTL.
       77 WS-SCORE-MINIMO       PIC 9(03) VALUE 60.
       77 WS-VALOR-MAXIMO       PIC 9(09)V99 VALUE 50000.
       77 WS-PRAZO-MAXIMO       PIC 9(03) VALUE 60.
       77 WS-TAXA-MAXIMA        PIC 9(02)V99 VALUE 8.

      *    Pedido digitado pelo operador.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CPF-CLIENTE        PIC X(11) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-VALOR-DIGITADO     PIC X(11) VALUE SPACES.
       77 WS-TAXA-DIGITADA      PIC X(04) VALUE SPACES.
       77 WS-PRAZO-DIGITADO     PIC X(03) VALUE SPACES.
       77 WS-METODO             PIC X(01) VALUE SPACES.
           88 METODO-PRICE          VALUE "P".
           88 METODO-SAC            VALUE "S".
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-CONTA-CREDITO      PIC 9(06) VALUE ZEROS.
       77 WS-PRINCIPAL          PIC 9(09)V99 VALUE ZEROS.
       77 WS-TAXA-MENSAL        PIC 9(02)V99 VALUE ZEROS.
       77 WS-PRAZO              PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-SCORE-CLIENTE      PIC 9(03) VALUE ZEROS.
       77 WS-TEM-SCORE          PIC X(01) VALUE "N".

      *    Calculo do cronograma: taxa decimal, fator (1+i)**n da
      *    Price e a prestacao constante (Price) ou a amortizacao
      *    constante (SAC). A ultima prestacao amortiza o saldo
      *    exato - centavo nenhum se perde no arredondamento.
       77 WS-TAXA-DECIMAL       PIC 9(01)V9(08) COMP-3 VALUE ZEROS.
       77 WS-FATOR-PRICE        PIC 9(07)V9(10) COMP-3 VALUE ZEROS.
       77 WS-PRESTACAO-PRICE    PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-AMORT-SAC          PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-CRN          PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-CALCULO-OK         PIC X(01) VALUE "S".
       01  WS-CRONOGRAMA.
           05 WS-CRN-ITEM OCCURS 120 TIMES.
              10 WS-CRN-VENCTO      PIC 9(08).
              10 WS-CRN-JUROS       PIC 9(09)V99.
              10 WS-CRN-AMORT       PIC 9(09)V99.
              10 WS-CRN-VALOR       PIC 9(09)V99.
              10 WS-CRN-SALDO       PIC 9(09)V99.
       77 WS-CRN-IND            PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-JUROS        PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-PRESTACOES   PIC 9(11)V99 VALUE ZEROS.

      *    Numeracao de fatura e de contrato entre execucoes.
       77 WS-PROXIMO-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-PRIMEIRA-FATURA    PIC 9(06) VALUE ZEROS.
       77 WS-PROXIMO-CONTRATO   PIC 9(06) VALUE ZEROS.

      *    Postagem do principal no ledger.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-PARCELA   PIC 9(07) VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(08)9.99.
       77 WS-JUROS-EDITADO      PIC Z(08)9.99.
       77 WS-AMORT-EDITADO      PIC Z(08)9.99.
       77 WS-SALDO-EDITADO      PIC Z(08)9.99.
       77 WS-TAXA-EDITADA       PIC Z9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "EMPREST" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
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
           PERFORM LER-PARAMETROS-EMPRESTIMO

           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           PERFORM CONCEDER-EMPRESTIMO
           GOBACK.

       LER-PARAMETROS-EMPRESTIMO.
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
               PERFORM APLICAR-PARAMETRO-EMPRESTIMO
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       APLICAR-PARAMETRO-EMPRESTIMO.
           IF FUNCTION TRIM(WS-PRM-VALOR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PRM-NOME
               WHEN "SCORE-MINIMO-EMPRESTIMO"
                   COMPUTE WS-SCORE-MINIMO EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               WHEN "VALOR-MAXIMO-EMPRESTIMO"
                   COMPUTE WS-VALOR-MAXIMO EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               WHEN "PRAZO-MAXIMO-EMPRESTIMO"
                   COMPUTE WS-PRAZO-MAXIMO EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
      *    O cronograma em memoria comporta 120 prestacoes.
                   IF WS-PRAZO-MAXIMO > 120
                       MOVE 120 TO WS-PRAZO-MAXIMO
                   END-IF
               WHEN "TAXA-MAXIMA-EMPRESTIMO"
                   COMPUTE WS-TAXA-MAXIMA EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    CONCESSAO - pedido, conferencias, cronograma e efetivacao
      *----------------------------------------------------------------*
       CONCEDER-EMPRESTIMO.
           PERFORM RECEBER-PEDIDO-EMPRESTIMO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "PEDIDO INVALIDO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFERIR-CLIENTE-EMPRESTIMO
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-CONTA-CREDITO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-SCORE-CLIENTE
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "EMPRESTIMO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTAR-CRONOGRAMA
           IF WS-CALCULO-OK NOT = "S"
               DISPLAY "EMPRESTIMO RECUSADO - PRESTACAO FORA DA "
                   "CAPACIDADE DE CALCULO"
               EXIT PARAGRAPH
           END-IF
           PERFORM EXIBIR-CRONOGRAMA

           DISPLAY "CONFIRMA A CONCESSAO (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CONCESSAO CANCELADA PELO OPERADOR"
               EXIT PARAGRAPH
           END-IF

           PERFORM LER-CONTADOR-FATURA
           PERFORM LER-CONTADOR-CONTRATO
           PERFORM GERAR-FATURAS-PRESTACOES
           PERFORM GRAVAR-CONTADOR-FATURA
           PERFORM CREDITAR-PRINCIPAL-LEDGER
           PERFORM GRAVAR-CONTRATO-EMPRESTIMO
           PERFORM GRAVAR-CONTADOR-CONTRATO
           PERFORM EMITIR-RELATORIO-CONTRATO

           MOVE WS-PRINCIPAL TO WS-VALOR-EDITADO
           DISPLAY "CONTRATO " WS-PROXIMO-CONTRATO " CONCEDIDO - "
               "PRINCIPAL " WS-VALOR-EDITADO " CREDITADO NA CONTA "
               WS-CONTA-CREDITO
           DISPLAY "PRESTACOES NAS FATURAS " WS-PRIMEIRA-FATURA
               " A " WS-PROXIMO-NUMERO " - CRONOGRAMA EM EMPREST.REL".

       RECEBER-PEDIDO-EMPRESTIMO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           DISPLAY "CPF DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "CONTA CORRENTE PARA CREDITO: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               MOVE "CONTA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-CREDITO EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           DISPLAY "PRINCIPAL (CENTAVOS NAS 2 ULTIMAS POSICOES): "
           ACCEPT WS-VALOR-DIGITADO
           IF FUNCTION TRIM(WS-VALOR-DIGITADO) IS NOT NUMERIC
               MOVE "PRINCIPAL NAO NUMERICO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRINCIPAL EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO) / 100
           END-COMPUTE
           IF WS-PRINCIPAL < 100 OR WS-PRINCIPAL > WS-VALOR-MAXIMO
               MOVE WS-VALOR-MAXIMO TO WS-VALOR-EDITADO
               STRING "PRINCIPAL FORA DA FAIXA 100,00 A "
                   DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAXA AO MES (CENTESIMOS DE PERCENTUAL, "
               "EX 0199 = 1,99%): "
           ACCEPT WS-TAXA-DIGITADA
           IF FUNCTION TRIM(WS-TAXA-DIGITADA) IS NOT NUMERIC
               MOVE "TAXA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAXA-MENSAL EQUAL
               FUNCTION NUMVAL(WS-TAXA-DIGITADA) / 100
           END-COMPUTE
           IF WS-TAXA-MENSAL > WS-TAXA-MAXIMA
               MOVE "TAXA ACIMA DA MAXIMA PARAMETRIZADA"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PRAZO EM MESES: "
           ACCEPT WS-PRAZO-DIGITADO
           IF FUNCTION TRIM(WS-PRAZO-DIGITADO) IS NOT NUMERIC
               MOVE "PRAZO NAO NUMERICO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRAZO EQUAL
               FUNCTION NUMVAL(WS-PRAZO-DIGITADO)
           END-COMPUTE
           IF WS-PRAZO < 1 OR WS-PRAZO > WS-PRAZO-MAXIMO
               STRING "PRAZO FORA DA FAIXA 1 A " DELIMITED BY SIZE
                   WS-PRAZO-MAXIMO DELIMITED BY SIZE
                   " MESES" DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SISTEMA DE AMORTIZACAO (P=PRICE S=SAC): "
           ACCEPT WS-METODO
           IF NOT METODO-PRICE AND NOT METODO-SAC
               MOVE "SISTEMA DE AMORTIZACAO INVALIDO"
                   TO WS-MOTIVO-RECUSA
           END-IF.

      *    Cliente tem que existir, estar ativo, vivo, maior de idade
      *    e fora da negativacao do bureau.
       CONFERIR-CLIENTE-EMPRESTIMO.
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-NAO-ACHOU
               MOVE "CADASTRO DE CLIENTES INDISPONIVEL"
                   TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CADCLI-ATIVO
                           MOVE "CLIENTE NAO ESTA ATIVO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-FALECIDO
                           MOVE "OBITO DO TITULAR REGISTRADO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-ESTA-NEGATIVADO
                           MOVE "CLIENTE NEGATIVADO NO BUREAU"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-E-MENOR
                           MOVE "TITULAR MENOR DE IDADE"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE CADCLI-MESTRE.

      *    O principal so e creditado em conta corrente ativa do
      *    proprio cliente.
       CONFERIR-CONTA-CREDITO.
           OPEN INPUT CONTA-ARQ
           IF CONTA-NAO-ACHOU
               MOVE "CADASTRO DE CONTAS INDISPONIVEL"
                   TO WS-MOTIVO-RECUSA
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
                           MOVE "CONTA NAO E DO CPF INFORMADO"
                               TO WS-MOTIVO-RECUSA
                       WHEN NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN NOT CONTA-CORRENTE
                           MOVE "CREDITO SO EM CONTA CORRENTE"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE CONTA-ARQ.

      *    Score de pagamento do PAGSCORE: sem score, ou abaixo do
      *    minimo parametrizado, o emprestimo e recusado.
       CONFERIR-SCORE-CLIENTE.
           MOVE "N" TO WS-TEM-SCORE
           MOVE ZEROS TO WS-SCORE-CLIENTE
           MOVE "N" TO WS-SCORE-FIM
           OPEN INPUT SCORE-ARQ
           IF NOT SCORE-NAO-ACHOU
               READ SCORE-ARQ
                   AT END SET SCORE-FIM TO TRUE
               END-READ
               PERFORM UNTIL SCORE-FIM
                   IF SCP-CPF = WS-CPF-CLIENTE
                       MOVE SCP-SCORE TO WS-SCORE-CLIENTE
                       MOVE "S" TO WS-TEM-SCORE
                       SET SCORE-FIM TO TRUE
                   ELSE
                       READ SCORE-ARQ
                           AT END SET SCORE-FIM TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SCORE-ARQ
           IF WS-TEM-SCORE NOT = "S"
               MOVE "CLIENTE SEM SCORE DE PAGAMENTO (SCORE.PAG)"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-SCORE-CLIENTE < WS-SCORE-MINIMO
               STRING "SCORE " DELIMITED BY SIZE
                   WS-SCORE-CLIENTE DELIMITED BY SIZE
                   " ABAIXO DO MINIMO " DELIMITED BY SIZE
                   WS-SCORE-MINIMO DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
           END-IF.

      *    Monta o cronograma em memoria. Price: prestacao constante
      *    P * i * (1+i)**n / ((1+i)**n - 1); juros sobre o saldo e a
      *    amortizacao e a diferenca. SAC: amortizacao constante P/n
      *    e juros sobre o saldo, prestacao decrescente. Em ambos a
      *    ultima prestacao amortiza o saldo restante exato.
       MONTAR-CRONOGRAMA.
           MOVE "S" TO WS-CALCULO-OK
           COMPUTE WS-TAXA-DECIMAL EQUAL WS-TAXA-MENSAL / 100
           END-COMPUTE
           IF METODO-PRICE
               IF WS-TAXA-DECIMAL = ZEROS
                   COMPUTE WS-PRESTACAO-PRICE ROUNDED EQUAL
                       WS-PRINCIPAL / WS-PRAZO
                   END-COMPUTE
               ELSE
                   COMPUTE WS-FATOR-PRICE ROUNDED EQUAL
                       (1 + WS-TAXA-DECIMAL) ** WS-PRAZO
                       ON SIZE ERROR
                           MOVE "N" TO WS-CALCULO-OK
                   END-COMPUTE
                   IF WS-CALCULO-OK = "S"
                       COMPUTE WS-PRESTACAO-PRICE ROUNDED EQUAL
                           WS-PRINCIPAL * WS-TAXA-DECIMAL
                           * WS-FATOR-PRICE / (WS-FATOR-PRICE - 1)
                           ON SIZE ERROR
                               MOVE "N" TO WS-CALCULO-OK
                       END-COMPUTE
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-AMORT-SAC ROUNDED EQUAL
                   WS-PRINCIPAL / WS-PRAZO
               END-COMPUTE
           END-IF
           IF WS-CALCULO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRINCIPAL TO WS-SALDO-CRN
           MOVE ZEROS TO WS-TOTAL-JUROS
           MOVE ZEROS TO WS-TOTAL-PRESTACOES
           PERFORM VARYING WS-CRN-IND FROM 1 BY 1
                   UNTIL WS-CRN-IND > WS-PRAZO
               COMPUTE WS-CRN-JUROS (WS-CRN-IND) ROUNDED EQUAL
                   WS-SALDO-CRN * WS-TAXA-DECIMAL
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-CRN-IND = WS-PRAZO
                       MOVE WS-SALDO-CRN TO WS-CRN-AMORT (WS-CRN-IND)
                   WHEN METODO-PRICE
                       COMPUTE WS-CRN-AMORT (WS-CRN-IND) EQUAL
                           WS-PRESTACAO-PRICE
                           - WS-CRN-JUROS (WS-CRN-IND)
                       END-COMPUTE
                   WHEN OTHER
                       MOVE WS-AMORT-SAC TO WS-CRN-AMORT (WS-CRN-IND)
               END-EVALUATE
               COMPUTE WS-CRN-VALOR (WS-CRN-IND) EQUAL
                   WS-CRN-AMORT (WS-CRN-IND)
                   + WS-CRN-JUROS (WS-CRN-IND)
               END-COMPUTE
               SUBTRACT WS-CRN-AMORT (WS-CRN-IND) FROM WS-SALDO-CRN
               MOVE WS-SALDO-CRN TO WS-CRN-SALDO (WS-CRN-IND)
               COMPUTE WS-DIAS-INT-PARCELA EQUAL
                   WS-DIAS-INT-HOJE + (30 * WS-CRN-IND)
               END-COMPUTE
               COMPUTE WS-CRN-VENCTO (WS-CRN-IND) EQUAL
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-PARCELA)
               END-COMPUTE
               ADD WS-CRN-JUROS (WS-CRN-IND) TO WS-TOTAL-JUROS
               ADD WS-CRN-VALOR (WS-CRN-IND) TO WS-TOTAL-PRESTACOES
           END-PERFORM.

       EXIBIR-CRONOGRAMA.
           MOVE WS-TAXA-MENSAL TO WS-TAXA-EDITADA
           IF METODO-PRICE
               DISPLAY "CRONOGRAMA PRICE - " WS-PRAZO " PRESTACOES A "
                   WS-TAXA-EDITADA "% AO MES"
           ELSE
               DISPLAY "CRONOGRAMA SAC - " WS-PRAZO " PRESTACOES A "
                   WS-TAXA-EDITADA "% AO MES"
           END-IF
           DISPLAY "PARC VENCTO      PRESTACAO        JUROS"
               "  AMORTIZACAO        SALDO"
           PERFORM VARYING WS-CRN-IND FROM 1 BY 1
                   UNTIL WS-CRN-IND > WS-PRAZO
               PERFORM EDITAR-LINHA-CRONOGRAMA
               DISPLAY WS-REL-LINHA
           END-PERFORM
           MOVE WS-TOTAL-PRESTACOES TO WS-VALOR-EDITADO
           MOVE WS-TOTAL-JUROS      TO WS-JUROS-EDITADO
           DISPLAY "TOTAL A PAGAR " WS-VALOR-EDITADO
               "  TOTAL DE JUROS " WS-JUROS-EDITADO.

      *    Monta em WS-REL-LINHA a linha da prestacao corrente - a
      *    mesma linha vai para a tela e para o relatorio.
       EDITAR-LINHA-CRONOGRAMA.
           MOVE WS-CRN-VALOR (WS-CRN-IND) TO WS-VALOR-EDITADO
           MOVE WS-CRN-JUROS (WS-CRN-IND) TO WS-JUROS-EDITADO
           MOVE WS-CRN-AMORT (WS-CRN-IND) TO WS-AMORT-EDITADO
           MOVE WS-CRN-SALDO (WS-CRN-IND) TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-CRN-IND DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CRN-VENCTO (WS-CRN-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-JUROS-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMORT-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.

      *    Cada prestacao do cronograma vira uma fatura normal em
      *    aberto, numerada pelo FATNUM.CTL. Sem banco designado
      *    (zeros): a remessa roteia para o primeiro banco do
      *    cadastro, como os titulos antigos.
       GERAR-FATURAS-PRESTACOES.
           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               CLOSE FATURAS-ARQUIVO
               OPEN OUTPUT FATURAS-ARQUIVO
               CLOSE FATURAS-ARQUIVO
               OPEN I-O FATURAS-ARQUIVO
           END-IF
           MOVE ZEROS TO WS-PRIMEIRA-FATURA
           PERFORM VARYING WS-CRN-IND FROM 1 BY 1
                   UNTIL WS-CRN-IND > WS-PRAZO
               ADD 1 TO WS-PROXIMO-NUMERO
               IF WS-PRIMEIRA-FATURA = ZEROS
                   MOVE WS-PROXIMO-NUMERO TO WS-PRIMEIRA-FATURA
               END-IF
               MOVE WS-PROXIMO-NUMERO          TO FAT-NUMERO
               MOVE WS-CPF-CLIENTE             TO FAT-CPF
               MOVE WS-DATA-HOJE               TO FAT-DATA-EMISSAO
               MOVE WS-CRN-VENCTO (WS-CRN-IND) TO FAT-DATA-VENCTO
               MOVE WS-CRN-VALOR (WS-CRN-IND)  TO FAT-VALOR
               MOVE ZEROS TO FAT-VALOR-PAGO
               MOVE ZEROS TO FAT-DATA-PGTO
               MOVE "A"   TO FAT-SITUACAO
               MOVE ZEROS TO FAT-BANCO
               MOVE ZEROS TO FAT-DESCONTO-LIMITE
               MOVE ZEROS TO FAT-DESCONTO-VALOR
               MOVE ZEROS TO FAT-DESCONTO-CONCEDIDO
               MOVE "E"   TO FAT-ORIGEM
               MOVE ZEROS TO FAT-NFSE-LOTE
               MOVE ZEROS TO FAT-NFSE-NUMERO
               MOVE ZEROS TO FAT-VENCTO-ORIGINAL
               MOVE ZEROS TO FAT-ENCARGO-DISPENSADO
               WRITE FAT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PRESTACAO " FAT-NUMERO
                           " - STATUS " WS-FATURAS-STATUS
               END-WRITE
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.

      *    Credito do principal na conta: journal antes da gravacao
      *    do ledger, como em toda postagem; conta ainda sem posicao
      *    no ledger nasce aqui.
       CREDITAR-PRINCIPAL-LEDGER.
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN I-O LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               CLOSE LEDGER-MESTRE
               OPEN OUTPUT LEDGER-MESTRE
               CLOSE LEDGER-MESTRE
               OPEN I-O LEDGER-MESTRE
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
               LEDGER-SALDO + WS-PRINCIPAL
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

       GRAVAR-CONTRATO-EMPRESTIMO.
           OPEN I-O EMPRESTIMO-ARQ
           IF EMPRESTIMO-NAO-ACHOU
               CLOSE EMPRESTIMO-ARQ
               OPEN OUTPUT EMPRESTIMO-ARQ
               CLOSE EMPRESTIMO-ARQ
               OPEN I-O EMPRESTIMO-ARQ
           END-IF
           ADD 1 TO WS-PROXIMO-CONTRATO
           MOVE WS-PROXIMO-CONTRATO TO EMP-CONTRATO
           MOVE WS-CPF-CLIENTE      TO EMP-CPF
           MOVE WS-CONTA-CREDITO    TO EMP-CONTA
           MOVE WS-PRINCIPAL        TO EMP-PRINCIPAL
           MOVE WS-TAXA-MENSAL      TO EMP-TAXA-MENSAL
           MOVE WS-PRAZO            TO EMP-PRAZO
           MOVE WS-METODO           TO EMP-METODO
           MOVE WS-DATA-HOJE        TO EMP-DATA-CONTRATO
           MOVE WS-PRIMEIRA-FATURA  TO EMP-PRIMEIRA-FATURA
           MOVE WS-PROXIMO-NUMERO   TO EMP-ULTIMA-FATURA
           MOVE WS-TOTAL-JUROS      TO EMP-TOTAL-JUROS
           MOVE WS-SCORE-CLIENTE    TO EMP-SCORE
           MOVE "A"                 TO EMP-SITUACAO
           MOVE WS-OPERADOR         TO EMP-OPERADOR
           WRITE EMPREST-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTRATO " EMP-CONTRATO
                       " - STATUS " WS-EMPRESTIMO-STATUS
           END-WRITE
           CLOSE EMPRESTIMO-ARQ.

      *    Cronograma do contrato concedido.
       EMITIR-RELATORIO-CONTRATO.
           OPEN OUTPUT EMPREST-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "CONTRATO DE EMPRESTIMO " DELIMITED BY SIZE
               WS-PROXIMO-CONTRATO DELIMITED BY SIZE
               " - EMPREST  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CPF-CLIENTE TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********" WS-MASCARA-2 DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING
           MOVE WS-PRINCIPAL   TO WS-VALOR-EDITADO
           MOVE WS-TAXA-MENSAL TO WS-TAXA-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               "  CONTA " DELIMITED BY SIZE
               WS-CONTA-CREDITO DELIMITED BY SIZE
               "  PRINCIPAL " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  TAXA " DELIMITED BY SIZE
               WS-TAXA-EDITADA DELIMITED BY SIZE
               "% AM  PRAZO " DELIMITED BY SIZE
               WS-PRAZO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           IF METODO-PRICE
               MOVE "SISTEMA PRICE - PRESTACOES IGUAIS" TO WS-REL-LINHA
           ELSE
               MOVE "SISTEMA SAC - AMORTIZACAO CONSTANTE"
                   TO WS-REL-LINHA
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "PARC VENCTO      PRESTACAO        JUROS"
               DELIMITED BY SIZE
               "  AMORTIZACAO        SALDO" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-CRN-IND FROM 1 BY 1
                   UNTIL WS-CRN-IND > WS-PRAZO
               PERFORM EDITAR-LINHA-CRONOGRAMA
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           MOVE WS-TOTAL-PRESTACOES TO WS-VALOR-EDITADO
           MOVE WS-TOTAL-JUROS      TO WS-JUROS-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL A PAGAR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  TOTAL DE JUROS " DELIMITED BY SIZE
               WS-JUROS-EDITADO DELIMITED BY SIZE
               "  FATURAS " DELIMITED BY SIZE
               WS-PRIMEIRA-FATURA DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-PROXIMO-NUMERO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           CLOSE EMPREST-RELATORIO.

      *----------------------------------------------------------------*
      *    ROTINAS COMUNS
      *----------------------------------------------------------------*
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

      *    Ultimo numero de contrato usado.
       LER-CONTADOR-CONTRATO.
           MOVE ZEROS TO WS-PROXIMO-CONTRATO
           OPEN INPUT EMPNUM-CTL
           IF EMPNUM-OK
               READ EMPNUM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EMPNUM-REC TO WS-PROXIMO-CONTRATO
               END-READ
           END-IF
           CLOSE EMPNUM-CTL.

       GRAVAR-CONTADOR-CONTRATO.
           OPEN OUTPUT EMPNUM-CTL
           MOVE WS-PROXIMO-CONTRATO TO EMPNUM-REC
           WRITE EMPNUM-REC
           CLOSE EMPNUM-CTL.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL.
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
