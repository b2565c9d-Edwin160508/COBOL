      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PENDIDAD.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Envelhecimento das pendencias de aprovacao do supervisor,  <*
      *>   para o lote da noite: le as cinco filas da caixa de        <*
      *>   pendencias (PENDAPRV) - AUTORIZA.PEND, LIMITE.PEND,        <*
      *>   DIGITA.PEND, REABRE.PEND e DISPENSA.PEND - e grava em      <*
      *>   PENDENCIAS.REL uma linha PENDENTES por fila (quantidade,   <*
      *>   faixas de idade 0-1, 2-3, 4-7 e 8 ou mais dias, idade da   <*
      *>   mais antiga e valor total), a linha do total e a contagem  <*
      *>   PENDENCIAS ACIMA DO PRAZO, seguidas da lista de cada       <*
      *>   pendencia mais velha que o prazo de decisao.               <*
      *>   Prazo em dias corridos desde o pedido: parametro           <*
      *>   PENDENCIA-PRAZO-DIAS de data/PARAMRUN.CTL, default 2.      <*
      *>   O painel da manha (OPDASH) copia o resumo e acende a       <*
      *>   ATENCAO quando ha pendencia acima do prazo. So leitura -   <*
      *>   nenhuma fila e alterada.                                   <*
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
      *    As cinco filas da caixa de pendencias (PENDAPRV) - so
      *    leitura.
           SELECT AUTORIZA-PENDENTE ASSIGN TO "AUTORIZA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
           SELECT LIMITE-PENDENTE ASSIGN TO "LIMITE.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
           SELECT DIGITA-PENDENTE ASSIGN TO "DIGITA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
           SELECT REABRE-PENDENTE ASSIGN TO "REABRE.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
           SELECT DISPENSA-PENDENTE ASSIGN TO "DISPENSA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Parametros de execucao (prazo de decisao).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Relatorio de pendencias por idade - lido pelo painel da
      *    manha (OPDASH).
           SELECT PENDENCIA-RELATORIO ASSIGN TO "PENDENCIAS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
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

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  PENDENCIA-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FILA-STATUS        PIC X(02) VALUE "00".
           88 FILA-NAO-ACHOU        VALUE "35".
       77 WS-FILA-FIM           PIC X(01) VALUE "N".
           88 FILA-FIM              VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Prazo de decisao em dias corridos: pendencia mais velha
      *    que isto esta ACIMA DO PRAZO. Default 2, trocado por
      *    PENDENCIA-PRAZO-DIAS de data/PARAMRUN.CTL.
       77 WS-PRAZO-DIAS         PIC 9(03) VALUE 2.

      *    Primeira passada acumula por fila; a segunda lista as
      *    pendencias acima do prazo.
       77 WS-PASSADA            PIC X(01) VALUE "A".
           88 PASSADA-ACUMULAR      VALUE "A".
           88 PASSADA-LISTAR        VALUE "L".

      *    Pendencia corrente na forma comum as cinco filas.
           COPY PENDITEM.

      *    Acumulado por fila, na ordem da caixa de pendencias.
      *    Faixas de idade: 0-1, 2-3, 4-7 e 8 ou mais dias.
       01  WS-TABELA-FILAS.
           05 WS-ORG-ITEM OCCURS 5 TIMES.
              10 WS-ORG-NOME        PIC X(08).
              10 WS-ORG-QTD         PIC 9(05).
              10 WS-ORG-FAIXA       PIC 9(05) OCCURS 4 TIMES.
              10 WS-ORG-MAIS-ANTIGA PIC 9(05).
              10 WS-ORG-VALOR       PIC 9(13)V99.
       77 WS-ORG-IND            PIC 9(01) VALUE ZEROS.
       77 WS-FAIXA-IND          PIC 9(01) VALUE ZEROS.
       77 WS-TOT-QTD            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FAIXA-1        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FAIXA-2        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FAIXA-3        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FAIXA-4        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MAIS-ANTIGA    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-VENCIDAS       PIC 9(05) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-LIMITE-EDITADO     PIC Z(8)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           PERFORM LER-PARAMETROS-PENDENCIA
           PERFORM INICIAR-TABELA-FILAS

           OPEN OUTPUT PENDENCIA-RELATORIO
           PERFORM EMITIR-CABECALHO

           SET PASSADA-ACUMULAR TO TRUE
           PERFORM PERCORRER-TODAS-AS-FILAS
           PERFORM EMITIR-RESUMO-POR-FILA

           IF WS-QTD-VENCIDAS > ZEROS
               MOVE SPACES TO WS-REL-LINHA
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO WS-REL-LINHA
               STRING "PENDENCIAS MAIS VELHAS QUE O PRAZO DE "
                   DELIMITED BY SIZE
                   WS-PRAZO-DIAS DELIMITED BY SIZE
                   " DIAS:" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
               SET PASSADA-LISTAR TO TRUE
               PERFORM PERCORRER-TODAS-AS-FILAS
           END-IF
           CLOSE PENDENCIA-RELATORIO

           DISPLAY "PENDIDAD - PENDENCIAS DE APROVACAO EM "
               "PENDENCIAS.REL"
           DISPLAY "  PENDENTES......: " WS-TOT-QTD
           DISPLAY "  ACIMA DO PRAZO.: " WS-QTD-VENCIDAS
           GOBACK.

      *    Parametro PENDENCIA-PRAZO-DIAS.
       LER-PARAMETROS-PENDENCIA.
           MOVE "N" TO WS-PARAMRUN-FIM
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
               IF WS-PRM-NOME = "PENDENCIA-PRAZO-DIAS"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-PRAZO-DIAS EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       INICIAR-TABELA-FILAS.
           INITIALIZE WS-TABELA-FILAS
           MOVE "AUTORIZA" TO WS-ORG-NOME (1)
           MOVE "LIMITE"   TO WS-ORG-NOME (2)
           MOVE "DIGITA"   TO WS-ORG-NOME (3)
           MOVE "REABRE"   TO WS-ORG-NOME (4)
           MOVE "DISPENSA" TO WS-ORG-NOME (5).

       EMITIR-CABECALHO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "PENDENCIAS DE APROVACAO POR IDADE  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  PRAZO " DELIMITED BY SIZE
               WS-PRAZO-DIAS DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "          FILA       QTD  0-1D  2-3D  4-7D   8+D "
               TO WS-REL-LINHA (1 : 49)
           MOVE "MAX-D    VALOR TOTAL" TO WS-REL-LINHA (50 : 20)
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *    As cinco filas sempre na mesma ordem, nas duas passadas.
       PERCORRER-TODAS-AS-FILAS.
           MOVE 1 TO WS-ORG-IND
           PERFORM PERCORRER-FILA-AUTORIZA
           MOVE 2 TO WS-ORG-IND
           PERFORM PERCORRER-FILA-LIMITE
           MOVE 3 TO WS-ORG-IND
           PERFORM PERCORRER-FILA-DIGITA
           MOVE 4 TO WS-ORG-IND
           PERFORM PERCORRER-FILA-REABRE
           MOVE 5 TO WS-ORG-IND
           PERFORM PERCORRER-FILA-DISPENSA.

      *----------------------------------------------------------------*
      *    LEITURA DAS FILAS - mesma forma comum do PENDAPRV
      *----------------------------------------------------------------*
       PERCORRER-FILA-AUTORIZA.
           MOVE "N" TO WS-FILA-FIM
           OPEN INPUT AUTORIZA-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ AUTORIZA-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               INITIALIZE PENDENCIA-ITEM
               MOVE "AUTORIZA"      TO PIT-ORIGEM
               MOVE AUT-NUMERO      TO PIT-CHAVE
               MOVE AUT-DATA        TO PIT-DATA
               MOVE AUT-VALOR       TO PIT-VALOR
               MOVE AUT-SOLICITANTE TO PIT-SOLICITANTE
               STRING "CPF " AUT-CPF DELIMITED BY SIZE
                   INTO PIT-DESCRICAO
               END-STRING
               PERFORM TRATAR-ITEM-PENDENTE
               READ AUTORIZA-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUTORIZA-PENDENTE.

       PERCORRER-FILA-LIMITE.
           MOVE "N" TO WS-FILA-FIM
           OPEN INPUT LIMITE-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ LIMITE-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
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
               PERFORM TRATAR-ITEM-PENDENTE
               READ LIMITE-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LIMITE-PENDENTE.

       PERCORRER-FILA-DIGITA.
           MOVE "N" TO WS-FILA-FIM
           OPEN INPUT DIGITA-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ DIGITA-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
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
               PERFORM TRATAR-ITEM-PENDENTE
               READ DIGITA-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIGITA-PENDENTE.

       PERCORRER-FILA-REABRE.
           MOVE "N" TO WS-FILA-FIM
           OPEN INPUT REABRE-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ REABRE-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               INITIALIZE PENDENCIA-ITEM
               MOVE "REABRE"        TO PIT-ORIGEM
               MOVE REA-PERIODO     TO PIT-CHAVE
               MOVE REA-DATA        TO PIT-DATA
               MOVE REA-SOLICITANTE TO PIT-SOLICITANTE
               MOVE REA-MOTIVO      TO PIT-DESCRICAO
               PERFORM TRATAR-ITEM-PENDENTE
               READ REABRE-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE REABRE-PENDENTE.

       PERCORRER-FILA-DISPENSA.
           MOVE "N" TO WS-FILA-FIM
           OPEN INPUT DISPENSA-PENDENTE
           IF FILA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ DISPENSA-PENDENTE
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
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
               PERFORM TRATAR-ITEM-PENDENTE
               READ DISPENSA-PENDENTE
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE DISPENSA-PENDENTE.

      *----------------------------------------------------------------*
      *    IDADE, FAIXAS E PRAZO
      *----------------------------------------------------------------*
       TRATAR-ITEM-PENDENTE.
           PERFORM CALCULAR-IDADE-PENDENCIA
           IF PASSADA-ACUMULAR
               PERFORM ACUMULAR-ITEM-NA-FILA
           ELSE
               IF PIT-IDADE > WS-PRAZO-DIAS
                   PERFORM LISTAR-ITEM-VENCIDO
               END-IF
           END-IF.

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

       ACUMULAR-ITEM-NA-FILA.
           EVALUATE TRUE
               WHEN PIT-IDADE NOT > 1
                   MOVE 1 TO WS-FAIXA-IND
               WHEN PIT-IDADE NOT > 3
                   MOVE 2 TO WS-FAIXA-IND
               WHEN PIT-IDADE NOT > 7
                   MOVE 3 TO WS-FAIXA-IND
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA-IND
           END-EVALUATE
           ADD 1 TO WS-ORG-QTD (WS-ORG-IND)
           ADD 1 TO WS-ORG-FAIXA (WS-ORG-IND WS-FAIXA-IND)
           ADD PIT-VALOR TO WS-ORG-VALOR (WS-ORG-IND)
           IF PIT-IDADE > WS-ORG-MAIS-ANTIGA (WS-ORG-IND)
               MOVE PIT-IDADE TO WS-ORG-MAIS-ANTIGA (WS-ORG-IND)
           END-IF
           IF PIT-IDADE > WS-PRAZO-DIAS
               ADD 1 TO WS-QTD-VENCIDAS
           END-IF.

       LISTAR-ITEM-VENCIDO.
           MOVE PIT-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING PIT-ORIGEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PIT-CHAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PIT-IDADE DELIMITED BY SIZE
               "D " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PIT-SOLICITANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PIT-DESCRICAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *----------------------------------------------------------------*
      *    RESUMO POR FILA
      *----------------------------------------------------------------*
      *    Uma linha PENDENTES por fila e a do total, mais a contagem
      *    ACIMA DO PRAZO - as linhas que o painel da manha copia.
       EMITIR-RESUMO-POR-FILA.
           PERFORM VARYING WS-ORG-IND FROM 1 BY 1
                   UNTIL WS-ORG-IND > 5
               ADD WS-ORG-QTD (WS-ORG-IND)       TO WS-TOT-QTD
               ADD WS-ORG-FAIXA (WS-ORG-IND 1)   TO WS-TOT-FAIXA-1
               ADD WS-ORG-FAIXA (WS-ORG-IND 2)   TO WS-TOT-FAIXA-2
               ADD WS-ORG-FAIXA (WS-ORG-IND 3)   TO WS-TOT-FAIXA-3
               ADD WS-ORG-FAIXA (WS-ORG-IND 4)   TO WS-TOT-FAIXA-4
               ADD WS-ORG-VALOR (WS-ORG-IND)     TO WS-TOT-VALOR
               IF WS-ORG-MAIS-ANTIGA (WS-ORG-IND) > WS-TOT-MAIS-ANTIGA
                   MOVE WS-ORG-MAIS-ANTIGA (WS-ORG-IND)
                       TO WS-TOT-MAIS-ANTIGA
               END-IF
               MOVE WS-ORG-VALOR (WS-ORG-IND) TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "PENDENTES " DELIMITED BY SIZE
                   WS-ORG-NOME (WS-ORG-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-QTD (WS-ORG-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-FAIXA (WS-ORG-IND 1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-FAIXA (WS-ORG-IND 2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-FAIXA (WS-ORG-IND 3) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-FAIXA (WS-ORG-IND 4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-MAIS-ANTIGA (WS-ORG-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           MOVE WS-TOT-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PENDENTES TOTAL    " DELIMITED BY SIZE
               WS-TOT-QTD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-FAIXA-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-FAIXA-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-FAIXA-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-FAIXA-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-MAIS-ANTIGA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "PENDENCIAS ACIMA DO PRAZO=" DELIMITED BY SIZE
               WS-QTD-VENCIDAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
