      *>   despesa de juros vai para a interface contabil             <*
      *>   (CONTABIL.INT): debito na despesa 63001, credito na        <*
      *>   obrigacao com depositantes 21001.                          <*
      *>   Cada credito tambem e acrescentado ao historico            <*
      *>   acumulativo JUROPOUP.HIST, base do informe de rendimentos. <*
      *>   Simulacao (EXECUCAO S): taxa da poupanca de um arquivo     <*
      *>   alternativo (branco = data/PARAMRUN.SIM); o ledger e so    <*
      *>   lido e o rendimento de cada poupanca sai com as duas       <*
      *>   taxas no comparativo do SIMCOMP (SIMULA.JUROPOUP.REL),     <*
      *>   sem credito, journal, RUNSEQ, historico, contabil nem      <*
      *>   JUROPOUP.REL.                                              <*
      *>   Roda pela agenda do DAILYBAT (AGENDIA, ver                 <*
      *>   data/AGENDA.TAB); a execucao real grava INICIO/FIM no      <*
      *>   OPERACOES.LOG para o painel da manha.                      <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Parametros de execucao - taxa mensal da poupanca. Nome em
      *    WS-ARQ-PARAMETROS: o arquivo em vigor e, na simulacao,
      *    tambem o alternativo.
           SELECT PARAMRUN-CTL ASSIGN TO WS-ARQ-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Interface contabil - lancamento consolidado da despesa.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Historico acumulativo dos rendimentos creditados.
           SELECT JUROPOUP-HISTORICO ASSIGN TO "JUROPOUP.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Rendimento por conta.
           SELECT JUROPOUP-RELATORIO ASSIGN TO "JUROPOUP.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Log de operacoes compartilhado - inicio e fim do job para
      *    o painel da manha (o agendador AGENDIA registra ali quando
      *    este passo esta previsto).
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  JUROPOUP-HISTORICO.
      *    Layout compartilhado do historico - ver
      *    copybooks/JUROHREC.CPY.
           COPY JUROHREC.

       FD  JUROPOUP-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.
       01 WS-HORA-OPLOG         PIC 9(08) VALUE ZEROS.
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "23" "35".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".

      *    Taxa mensal da poupanca (por cento) - padrao 0,50.
       77 WS-TAXA-POUPANCA      PIC 9(02)V99 COMP-3 VALUE 0.50.
       77 WS-ARQ-PARAMETROS     PIC X(40) VALUE "data/PARAMRUN.CTL".

      *    Execucao pedida ao operador/JCL: S = simulacao (calcula o
      *    rendimento com a taxa em vigor e com a do arquivo
      *    alternativo, nao credita nada e so sai o comparativo do
      *    SIMCOMP); qualquer outra resposta e a execucao real.
       77 WS-EXECUCAO           PIC X(01) VALUE SPACES.
           88 EXECUCAO-SIMULADA     VALUE "S".
       77 WS-ARQ-SIMULADO       PIC X(40) VALUE SPACES.
       77 WS-TAXA-POUPANCA-ATUAL PIC 9(02)V99 COMP-3 VALUE ZEROS.
       77 WS-TAXA-POUPANCA-SIM  PIC 9(02)V99 COMP-3 VALUE ZEROS.
      *    Comunicacao com o comparativo - ver copybooks/SIMAPI.CPY.
           COPY SIMAPI.

      *    Poupancas ativas carregadas do cadastro de contas.
       01  WS-TABELA-POUPANCAS.
           05 WS-PUP-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-PUP-ITEM OCCURS 2000 TIMES.
              10 WS-PUP-NUMERO      PIC 9(06).
              10 WS-PUP-CPF         PIC X(14).
       77 WS-PUP-IND            PIC 9(04) VALUE ZEROS.

      *    Rendimento da conta corrente da passada.
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
           MOVE "JUROPOUP" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           DISPLAY "EXECUCAO (R=REAL S=SIMULACAO): "
           ACCEPT WS-EXECUCAO
      *    So a execucao real entra no log de operacoes.
           IF NOT EXECUCAO-SIMULADA
               MOVE "INICIO" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
           END-IF
           PERFORM LER-TAXA-POUPANCA
           IF EXECUCAO-SIMULADA
               PERFORM PREPARAR-SIMULACAO
               IF RETURN-CODE NOT = ZEROS
                   GOBACK
               END-IF
           END-IF
           PERFORM CARREGAR-POUPANCAS-ATIVAS
           IF WS-PUP-QTD = ZEROS
               DISPLAY "NENHUMA POUPANCA ATIVA - NADA A CREDITAR"
               IF NOT EXECUCAO-SIMULADA
                   MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
                   PERFORM GRAVAR-LINHA-OPLOG
               END-IF
               GOBACK
           END-IF

      *    Simulacao: nada de RUNSEQ.CTL, ledger, journal, historico,
      *    contabil ou JUROPOUP.REL - so o comparativo.
           IF EXECUCAO-SIMULADA
               PERFORM SIMULAR-RENDIMENTOS
               SET SMX-FINALIZAR TO TRUE
               CALL "SIMCOMP" USING SIMULACAO-ENTRADA
                                    SIMULACAO-RESULTADO
               DISPLAY "SIMULACAO - COMPARATIVO EM " SMX-ARQ-RELATORIO
               GOBACK
           END-IF
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           END-IF
           DISPLAY "RENDIMENTO CREDITADO EM " WS-CONTAS-CREDITADAS
               " CONTAS - RELATORIO EM JUROPOUP.REL"
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

       LER-TAXA-POUPANCA.
           MOVE "N" TO WS-PARAMRUN-FIM
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               EXIT PARAGRAPH
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Guarda a taxa em vigor, le a do arquivo alternativo (sem o
      *    parametro fica a em vigor) e abre o comparativo. Sem o
      *    arquivo alternativo nao ha o que simular: RC 8.
       PREPARAR-SIMULACAO.
           MOVE WS-TAXA-POUPANCA TO WS-TAXA-POUPANCA-ATUAL
           DISPLAY "ARQUIVO DE PARAMETROS SIMULADOS "
               "(BRANCO = data/PARAMRUN.SIM): "
           ACCEPT WS-ARQ-SIMULADO
           IF WS-ARQ-SIMULADO = SPACES
               MOVE "data/PARAMRUN.SIM" TO WS-ARQ-SIMULADO
           END-IF
           MOVE WS-ARQ-SIMULADO TO WS-ARQ-PARAMETROS
           OPEN INPUT PARAMRUN-CTL
           IF WS-PARAMRUN-STATUS NOT = "00"
               DISPLAY "PARAMETROS SIMULADOS NAO ENCONTRADOS: "
                   WS-ARQ-SIMULADO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE PARAMRUN-CTL
           PERFORM LER-TAXA-POUPANCA
           MOVE WS-TAXA-POUPANCA TO WS-TAXA-POUPANCA-SIM

           INITIALIZE SIMULACAO-ENTRADA
           MOVE "JUROPOUP"      TO SMX-PROGRAMA
           MOVE WS-ARQ-SIMULADO TO SMX-ARQ-PARAMETROS
           MOVE WS-TAXA-POUPANCA-ATUAL TO WS-TAXA-DISPLAY
           STRING "TAXA MENSAL DA POUPANCA " DELIMITED BY SIZE
               WS-TAXA-DISPLAY DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO SMX-PARAM-ATUAL
           END-STRING
           MOVE WS-TAXA-POUPANCA-SIM TO WS-TAXA-DISPLAY
           STRING "TAXA MENSAL DA POUPANCA " DELIMITED BY SIZE
               WS-TAXA-DISPLAY DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO SMX-PARAM-SIMULADO
           END-STRING
           SET SMX-INICIAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

       CARREGAR-POUPANCAS-ATIVAS.
           OPEN INPUT CONTA-ARQ
           IF CONTA-NAO-ACHOU
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JUROPOUP-HISTORICO
           IF HISTORICO-NAO-ACHOU
               CLOSE JUROPOUP-HISTORICO
               OPEN OUTPUT JUROPOUP-HISTORICO
           END-IF
           PERFORM VARYING WS-PUP-IND FROM 1 BY 1
                   UNTIL WS-PUP-IND > WS-PUP-QTD
               PERFORM CREDITAR-UMA-POUPANCA
           END-PERFORM
           CLOSE JUROPOUP-HISTORICO
           CLOSE LEDGER-MESTRE.

      *    Credita o rendimento do mes na conta da vez: saldo
               ADD 1 TO WS-CONTAS-SEM-RENDA
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-RENDIMENTO-CONTA
           IF WS-JUROS-CONTA NOT > ZEROS
               ADD 1 TO WS-CONTAS-SEM-RENDA
               EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CONTAS-CREDITADAS
           ADD WS-JUROS-CONTA TO WS-TOTAL-CREDITADO
           MOVE WS-DATA-HOJE               TO JPH-DATA
           MOVE WS-PUP-CPF (WS-PUP-IND)    TO JPH-CPF
           MOVE WS-PUP-NUMERO (WS-PUP-IND) TO JPH-CONTA
           MOVE WS-JUROS-CONTA             TO JPH-VALOR
           WRITE JUROH-REG
           PERFORM GRAVAR-LINHA-RENDIMENTO.

      *    Rendimento do mes sobre WS-SALDO-CONTA a taxa em vigor em
      *    WS-TAXA-POUPANCA.
       CALCULAR-RENDIMENTO-CONTA.
           COMPUTE WS-JUROS-CONTA ROUNDED EQUAL
               WS-SALDO-CONTA * (WS-TAXA-POUPANCA / 100)
               ON SIZE ERROR
                   MOVE ZEROS TO WS-JUROS-CONTA
                   DISPLAY "OVERFLOW NO RENDIMENTO DA CONTA "
                       LEDGER-CONTA
           END-COMPUTE.

      *    Ledger so para leitura: o saldo de cada poupanca rende com
      *    as duas taxas e o par vai para o comparativo.
       SIMULAR-RENDIMENTOS.
           OPEN INPUT LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               DISPLAY "LEDGER INDISPONIVEL - NADA A SIMULAR"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PUP-IND FROM 1 BY 1
                   UNTIL WS-PUP-IND > WS-PUP-QTD
               PERFORM SIMULAR-UMA-POUPANCA
           END-PERFORM
           CLOSE LEDGER-MESTRE.

       SIMULAR-UMA-POUPANCA.
           MOVE WS-PUP-CPF (WS-PUP-IND)    TO LEDGER-CPF
           MOVE WS-PUP-NUMERO (WS-PUP-IND) TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WS-SALDO-CONTA
           END-READ
           IF WS-SALDO-CONTA NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAXA-POUPANCA-ATUAL TO WS-TAXA-POUPANCA
           PERFORM CALCULAR-RENDIMENTO-CONTA
           MOVE WS-JUROS-CONTA TO SMX-VALOR-ATUAL
           MOVE WS-TAXA-POUPANCA-SIM TO WS-TAXA-POUPANCA
           PERFORM CALCULAR-RENDIMENTO-CONTA
           MOVE WS-JUROS-CONTA TO SMX-VALOR-SIMULADO
           IF SMX-VALOR-ATUAL = ZEROS AND SMX-VALOR-SIMULADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PUP-CPF (WS-PUP-IND) TO SMX-CPF
           SET SMX-ACUMULAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

       GRAVAR-JOURNAL-RENDIMENTO.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
           MOVE WS-HORA-AGORA              TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE SPACES TO JRN-AGENCIA
           MOVE SPACES TO JRN-REPRESENTANTE
           MOVE SPACES TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

           MOVE WS-SEQUENCIAL TO RUNSEQ-REC
           WRITE RUNSEQ-REC
           CLOSE RUNSEQ-CTL.

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-OPLOG FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=JUROPOUP SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-OPLOG) DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-OPLOG                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
