      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. AGENDIA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Agendador dos jobs periodicos: decide, no inicio da        <*
      *>   cadeia noturna (DAILYBAT), o que roda no dia, em vez       <*
      *>   de o operador lembrar de submeter a mao os mensais.        <*
      *>   MODO D: le a agenda data/AGENDA.TAB (ver                   <*
      *>   copybooks/AGENDAREC.CPY) - programa diario (D), mensal     <*
      *>   (M), trimestral (T) ou anual (A), no primeiro (P) ou       <*
      *>   no ultimo (U) dia util do mes - e decide cada um           <*
      *>   contra o calendario: fim de semana e FERIADO.CAL nao       <*
      *>   sao dia util, e quem exige periodo aberto e dispensado     <*
      *>   se o AAAAMM do dia estiver fechado no FISCAL.CAL.          <*
      *>   A decisao sai em AGENDA.DIA (data, programa, S/N e         <*
      *>   motivo) e no OPERACOES.LOG: o previsto com o proprio       <*
      *>   JOB= e EVENTO=PREVISTO (o painel da manha acende           <*
      *>   ATENCAO se ele nao concluir), o dispensado com             <*
      *>   EVENTO=DISPENSADO PASSO=programa. Sem agenda: RC 8.        <*
      *>   MODO V (PROGRAMA: nome): passo antes de cada job           <*
      *>   periodico - RC 0 previsto hoje, RC 4 dispensado ou         <*
      *>   fora da agenda, RC 8 sem decisao do dia.                   <*
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
      *    Tabela de agenda - o que roda em que dia util do mes.
           SELECT AGENDA-TABELA ASSIGN TO "data/AGENDA.TAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.
      *    Calendario de feriados bancarios - o mesmo do faturamento
      *    e dos encargos de atraso.
           SELECT FERIADO-CAL ASSIGN TO "FERIADO.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.
      *    Calendario fiscal - periodo fechado dispensa quem so roda
      *    com o periodo aberto.
           SELECT FISCAL-CAL ASSIGN TO "FISCAL.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCALCAL-STATUS.
      *    Decisao do dia, um programa por linha - e o que os passos
      *    de conferencia (modo V) consultam ao longo da cadeia.
           SELECT AGENDA-DIA ASSIGN TO "AGENDA.DIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGDIA-STATUS.
      *    Log de operacoes compartilhado - inicio e fim do job e os
      *    passos previstos para o painel da manha.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  AGENDA-TABELA.
      *    Layout compartilhado da agenda - ver
      *    copybooks/AGENDAREC.CPY.
           COPY AGENDAREC.

       FD  FERIADO-CAL.
      *    Layout compartilhado do feriado - ver
      *    copybooks/FERIADREC.CPY.
           COPY FERIADREC.

       FD  FISCAL-CAL.
      *    Layout compartilhado do calendario fiscal - ver
      *    copybooks/FISCALREC.CPY.
           COPY FISCALREC.

       FD  AGENDA-DIA.
       01  AGENDA-DIA-REG.
           05 ADI-DATA             PIC 9(08).
           05 ADI-PROGRAMA         PIC X(08).
           05 ADI-DECISAO          PIC X(01).
              88 ADI-PREVISTO         VALUE "S".
           05 ADI-MOTIVO           PIC X(30).

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-AGENDA-STATUS      PIC X(02) VALUE "00".
           88 AGENDA-NAO-ACHOU      VALUE "35".
       77 WS-AGENDA-FIM         PIC X(01) VALUE "N".
           88 AGENDA-FIM            VALUE "S".
       77 WS-FERIADO-STATUS     PIC X(02) VALUE "00".
           88 FERIADO-NAO-ACHOU     VALUE "35".
       77 WS-FERIADO-FIM        PIC X(01) VALUE "N".
           88 FERIADO-FIM           VALUE "S".
       77 WS-FISCALCAL-STATUS   PIC X(02) VALUE "00".
           88 FISCALCAL-NAO-ACHOU   VALUE "35".
       77 WS-FISCALCAL-FIM      PIC X(01) VALUE "N".
           88 FISCALCAL-FIM         VALUE "S".
       77 WS-AGDIA-STATUS       PIC X(02) VALUE "00".
           88 AGDIA-NAO-ACHOU       VALUE "35".
       77 WS-AGDIA-FIM          PIC X(01) VALUE "N".
           88 AGDIA-FIM             VALUE "S".
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".

      *    D = decidir o dia (primeiro passo da cadeia), V = conferir
      *    se um programa esta previsto hoje (passo antes de cada
      *    programa periodico).
       77 WS-MODO               PIC X(01) VALUE SPACES.
           88 MODO-DECIDIR          VALUE "D".
           88 MODO-VERIFICAR        VALUE "V".
       77 WS-PROGRAMA-PEDIDO    PIC X(08) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-PERIODO-HOJE       PIC 9(06).
           05 WS-PERIODO-HOJE-R REDEFINES WS-PERIODO-HOJE.
              10 WS-ANO-HOJE           PIC 9(04).
              10 WS-MES-HOJE           PIC 9(02).
           05 WS-DIA-HOJE           PIC 9(02).
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *    Dias corridos (FUNCTION INTEGER-OF-DATE) para andar no
      *    calendario dia a dia.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIA-CORRENTE       PIC 9(07) VALUE ZEROS.
       77 WS-DATA-CANDIDATA     PIC 9(08) VALUE ZEROS.
       01  WS-TABELA-FERIADOS.
           05 WS-FER-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-FER-DATA           PIC 9(08) OCCURS 100 TIMES.
       77 WS-FER-IND            PIC 9(03) VALUE ZEROS.
       77 WS-DIA-SEMANA-CALC    PIC 9(01) VALUE ZEROS.
       77 WS-DIA-NAO-UTIL       PIC X(01) VALUE "N".

      *    O que o calendario diz de hoje.
       77 WS-HOJE-UTIL          PIC X(01) VALUE "N".
           88 HOJE-DIA-UTIL         VALUE "S".
       77 WS-HOJE-PRIMEIRO      PIC X(01) VALUE "N".
           88 HOJE-PRIMEIRO-UTIL    VALUE "S".
       77 WS-HOJE-ULTIMO        PIC X(01) VALUE "N".
           88 HOJE-ULTIMO-UTIL      VALUE "S".
       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
           88 PERIODO-FECHADO       VALUE "S".
       77 WS-RESTO-TRIMESTRE    PIC 9(01) VALUE ZEROS.

      *    Decisao do programa corrente.
       77 WS-DECISAO            PIC X(01) VALUE "N".
           88 DECISAO-PREVISTO      VALUE "S".
       77 WS-MOTIVO             PIC X(30) VALUE SPACES.
       77 WS-QTD-PREVISTOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DISPENSADOS    PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-PROGRAMA     PIC X(01) VALUE "N".
           88 ACHOU-PROGRAMA        VALUE "S".

      *    Linha do log: o JOB= e o do agendador, ou o do programa
      *    previsto (EVENTO=PREVISTO); o complemento vai antes do
      *    DATA= (mesma tecnica do DIGLIBER).
       77 WS-JOB-OPLOG          PIC X(08) VALUE "AGENDIA".
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-COMPL-OPLOG        PIC X(20) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MODO (D=DECIDIR O DIA V=VERIFICAR PASSO): "
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN MODO-DECIDIR
                   PERFORM DECIDIR-O-DIA
               WHEN MODO-VERIFICAR
                   DISPLAY "PROGRAMA: "
                   ACCEPT WS-PROGRAMA-PEDIDO
                   PERFORM VERIFICAR-PROGRAMA
               WHEN OTHER
                   DISPLAY "AGENDIA - MODO INVALIDO: " WS-MODO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    Primeiro passo da cadeia: le a agenda, decide cada
      *    programa contra o calendario e grava AGENDA.DIA. Cada
      *    programa previsto sai no log com o proprio JOB= e
      *    EVENTO=PREVISTO - o painel da manha acompanha o passo por
      *    essa linha ate o FIM-NORMAL dele; o dispensado sai com o
      *    JOB= do agendador (o motivo fica em AGENDA.DIA).
       DECIDIR-O-DIA.
           MOVE "AGENDIA" TO WS-JOB-OPLOG
           MOVE SPACES TO WS-COMPL-OPLOG
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG

      *    A decisao anterior nao pode sobrar: sem agenda, nenhum
      *    periodico roda e o job sai anormal.
           OPEN OUTPUT AGENDA-DIA
           OPEN INPUT AGENDA-TABELA
           IF AGENDA-NAO-ACHOU
               CLOSE AGENDA-DIA
               DISPLAY "AGENDIA - TABELA data/AGENDA.TAB AUSENTE"
               MOVE "AGENDIA" TO WS-JOB-OPLOG
               MOVE SPACES TO WS-COMPL-OPLOG
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CARREGAR-FERIADOS
           PERFORM APURAR-CALENDARIO-HOJE
           PERFORM CONFERIR-PERIODO-FISCAL
           DISPLAY "AGENDIA - DIA " WS-DATA-HOJE
               " UTIL=" WS-HOJE-UTIL
               " PRIMEIRO=" WS-HOJE-PRIMEIRO
               " ULTIMO=" WS-HOJE-ULTIMO
               " PERIODO FECHADO=" WS-PERIODO-FECHADO

           READ AGENDA-TABELA
               AT END SET AGENDA-FIM TO TRUE
           END-READ
           PERFORM UNTIL AGENDA-FIM
               PERFORM DECIDIR-PROGRAMA
               PERFORM REGISTRAR-DECISAO
               READ AGENDA-TABELA
                   AT END SET AGENDA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE AGENDA-TABELA
           CLOSE AGENDA-DIA

           DISPLAY "AGENDIA - PREVISTOS: " WS-QTD-PREVISTOS
               " DISPENSADOS: " WS-QTD-DISPENSADOS
           MOVE "AGENDIA" TO WS-JOB-OPLOG
           MOVE SPACES TO WS-COMPL-OPLOG
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           MOVE 0 TO RETURN-CODE.

      *    Hoje e dia util? E o primeiro do mes (nenhum dia util antes
      *    dele no mes)? E o ultimo (nenhum dia util depois)?
       APURAR-CALENDARIO-HOJE.
           MOVE "N" TO WS-HOJE-UTIL
           MOVE "N" TO WS-HOJE-PRIMEIRO
           MOVE "N" TO WS-HOJE-ULTIMO
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           MOVE WS-DIAS-INT-HOJE TO WS-DIA-CORRENTE
           PERFORM CONFERIR-DIA-UTIL
           IF WS-DIA-NAO-UTIL = "S"
               EXIT PARAGRAPH
           END-IF
           SET HOJE-DIA-UTIL TO TRUE

           SET HOJE-PRIMEIRO-UTIL TO TRUE
           COMPUTE WS-DIA-CORRENTE EQUAL
               WS-DIAS-INT-HOJE - WS-DIA-HOJE + 1
           END-COMPUTE
           PERFORM UNTIL WS-DIA-CORRENTE NOT < WS-DIAS-INT-HOJE
               PERFORM CONFERIR-DIA-UTIL
               IF WS-DIA-NAO-UTIL = "N"
                   MOVE "N" TO WS-HOJE-PRIMEIRO
               END-IF
               ADD 1 TO WS-DIA-CORRENTE
           END-PERFORM

           SET HOJE-ULTIMO-UTIL TO TRUE
           COMPUTE WS-DIA-CORRENTE EQUAL WS-DIAS-INT-HOJE + 1
           END-COMPUTE
           COMPUTE WS-DATA-CANDIDATA EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
           END-COMPUTE
           PERFORM UNTIL WS-DATA-CANDIDATA (1 : 6) NOT =
                         WS-PERIODO-HOJE
               PERFORM CONFERIR-DIA-UTIL
               IF WS-DIA-NAO-UTIL = "N"
                   MOVE "N" TO WS-HOJE-ULTIMO
               END-IF
               ADD 1 TO WS-DIA-CORRENTE
               COMPUTE WS-DATA-CANDIDATA EQUAL
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
               END-COMPUTE
           END-PERFORM.

      *    Um programa da agenda contra o calendario de hoje.
       DECIDIR-PROGRAMA.
           MOVE "N" TO WS-DECISAO
           MOVE SPACES TO WS-MOTIVO
           IF AGD-PROGRAMA = SPACES
               OR NOT (AGD-DIARIO OR AGD-MENSAL OR AGD-TRIMESTRAL
                       OR AGD-ANUAL)
               MOVE "LINHA INVALIDA NA AGENDA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT AGD-DIARIO
               AND NOT (AGD-PRIMEIRO-UTIL OR AGD-ULTIMO-UTIL)
               MOVE "LINHA INVALIDA NA AGENDA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT HOJE-DIA-UTIL
               MOVE "DIA NAO UTIL" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF AGD-PRIMEIRO-UTIL AND NOT AGD-DIARIO
               AND NOT HOJE-PRIMEIRO-UTIL
               MOVE "NAO E O PRIMEIRO DIA UTIL" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF AGD-ULTIMO-UTIL AND NOT AGD-DIARIO
               AND NOT HOJE-ULTIMO-UTIL
               MOVE "NAO E O ULTIMO DIA UTIL" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *    Trimestre: abre em 01/04/07/10 e fecha em 03/06/09/12.
           IF AGD-TRIMESTRAL
               IF AGD-PRIMEIRO-UTIL
                   COMPUTE WS-RESTO-TRIMESTRE EQUAL
                       FUNCTION MOD(WS-MES-HOJE - 1 3)
                   END-COMPUTE
               ELSE
                   COMPUTE WS-RESTO-TRIMESTRE EQUAL
                       FUNCTION MOD(WS-MES-HOJE 3)
                   END-COMPUTE
               END-IF
               IF WS-RESTO-TRIMESTRE NOT = ZEROS
                   MOVE "FORA DO MES DO TRIMESTRE" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF AGD-ANUAL AND AGD-MES NOT = WS-MES-HOJE
               MOVE "FORA DO MES DO ANO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF AGD-EXIGE-ABERTO AND PERIODO-FECHADO
               MOVE "PERIODO FISCAL FECHADO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           SET DECISAO-PREVISTO TO TRUE
           EVALUATE TRUE
               WHEN AGD-DIARIO
                   MOVE "DIARIO" TO WS-MOTIVO
               WHEN AGD-PRIMEIRO-UTIL
                   MOVE "PRIMEIRO DIA UTIL" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "ULTIMO DIA UTIL" TO WS-MOTIVO
           END-EVALUATE.

       REGISTRAR-DECISAO.
           MOVE WS-DATA-HOJE TO ADI-DATA
           MOVE AGD-PROGRAMA TO ADI-PROGRAMA
           MOVE WS-DECISAO   TO ADI-DECISAO
           MOVE WS-MOTIVO    TO ADI-MOTIVO
           WRITE AGENDA-DIA-REG
           IF DECISAO-PREVISTO
               ADD 1 TO WS-QTD-PREVISTOS
               DISPLAY "AGENDIA - PREVISTO   " AGD-PROGRAMA " "
                   WS-MOTIVO
               MOVE AGD-PROGRAMA TO WS-JOB-OPLOG
               MOVE SPACES TO WS-COMPL-OPLOG
               MOVE "PREVISTO" TO WS-EVENTO-OPLOG
           ELSE
               ADD 1 TO WS-QTD-DISPENSADOS
               DISPLAY "AGENDIA - DISPENSADO " AGD-PROGRAMA " "
                   WS-MOTIVO
               MOVE "AGENDIA" TO WS-JOB-OPLOG
               MOVE SPACES TO WS-COMPL-OPLOG
               STRING " PASSO="                    DELIMITED BY SIZE
                      AGD-PROGRAMA                 DELIMITED BY SPACE
                      INTO WS-COMPL-OPLOG
               END-STRING
               MOVE "DISPENSADO" TO WS-EVENTO-OPLOG
           END-IF
           PERFORM GRAVAR-LINHA-OPLOG.

      *    Passo de conferencia antes de cada programa periodico: RC 0
      *    se a decisao de hoje o previu, RC 4 se foi dispensado ou
      *    nao esta na agenda, RC 8 sem decisao do dia (o agendador
      *    nao rodou hoje) - o passo do programa tem COND contra este.
       VERIFICAR-PROGRAMA.
           MOVE "N" TO WS-ACHOU-PROGRAMA
           MOVE "N" TO WS-DECISAO
           MOVE "FORA DA AGENDA" TO WS-MOTIVO
           OPEN INPUT AGENDA-DIA
           IF AGDIA-NAO-ACHOU
               DISPLAY "AGENDIA - SEM DECISAO DO DIA (AGENDA.DIA)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ AGENDA-DIA
               AT END SET AGDIA-FIM TO TRUE
           END-READ
           PERFORM UNTIL AGDIA-FIM
               IF ADI-DATA = WS-DATA-HOJE
                   MOVE "S" TO WS-ACHOU-PROGRAMA
                   IF ADI-PROGRAMA = WS-PROGRAMA-PEDIDO
                       MOVE ADI-DECISAO TO WS-DECISAO
                       MOVE ADI-MOTIVO TO WS-MOTIVO
                   END-IF
               END-IF
               READ AGENDA-DIA
                   AT END SET AGDIA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE AGENDA-DIA

      *    Arquivo de outro dia (ou vazio, agenda ausente) = o
      *    agendador nao decidiu hoje.
           IF NOT ACHOU-PROGRAMA
               DISPLAY "AGENDIA - SEM DECISAO DO DIA " WS-DATA-HOJE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF DECISAO-PREVISTO
               DISPLAY "AGENDIA - " WS-PROGRAMA-PEDIDO
                   " PREVISTO HOJE: " WS-MOTIVO
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "AGENDIA - " WS-PROGRAMA-PEDIDO
                   " NAO RODA HOJE: " WS-MOTIVO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Periodo AAAAMM de hoje no calendario fiscal. Periodo sem
      *    registro (ou calendario ausente) vale como aberto.
       CONFERIR-PERIODO-FISCAL.
           MOVE "N" TO WS-PERIODO-FECHADO
           OPEN INPUT FISCAL-CAL
           IF FISCALCAL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FISCAL-CAL
               AT END SET FISCALCAL-FIM TO TRUE
           END-READ
           PERFORM UNTIL FISCALCAL-FIM
               IF CAL-PERIODO = WS-PERIODO-HOJE AND CAL-FECHADO
                   SET PERIODO-FECHADO TO TRUE
               END-IF
               READ FISCAL-CAL
                   AT END SET FISCALCAL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FISCAL-CAL.

       CONFERIR-DIA-UTIL.
           MOVE "N" TO WS-DIA-NAO-UTIL
           COMPUTE WS-DIA-SEMANA-CALC EQUAL
               FUNCTION MOD(WS-DIA-CORRENTE 7)
           END-COMPUTE
           IF WS-DIA-SEMANA-CALC = 0 OR WS-DIA-SEMANA-CALC = 6
               MOVE "S" TO WS-DIA-NAO-UTIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-CANDIDATA EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
           END-COMPUTE
           PERFORM VARYING WS-FER-IND FROM 1 BY 1
                   UNTIL WS-FER-IND > WS-FER-QTD
               IF WS-FER-DATA (WS-FER-IND) = WS-DATA-CANDIDATA
                   MOVE "S" TO WS-DIA-NAO-UTIL
               END-IF
           END-PERFORM.

       CARREGAR-FERIADOS.
           OPEN INPUT FERIADO-CAL
           IF FERIADO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FERIADO-CAL
               AT END SET FERIADO-FIM TO TRUE
           END-READ
           PERFORM UNTIL FERIADO-FIM
               IF WS-FER-QTD < 100 AND FER-DATA IS NUMERIC
                   ADD 1 TO WS-FER-QTD
                   MOVE FER-DATA TO WS-FER-DATA (WS-FER-QTD)
               END-IF
               READ FERIADO-CAL
                   AT END SET FERIADO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FERIADO-CAL.

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB="                       DELIMITED BY SIZE
                  WS-JOB-OPLOG                 DELIMITED BY SIZE
                  " SEQ=00000000"              DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-OPLOG) DELIMITED BY SIZE
                  WS-COMPL-OPLOG               DELIMITED BY "  "
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
