      *>   registro do mestre (CADCLI-TIER, exibida na consulta) e as <*
      *>   migracoes de faixa entre execucoes saem em SEGTIER.REL -   <*
      *>   e ali que o negocio ve quem esta adormecendo.              <*
      *>   Credito de salario da folha de pagamento (FOLHA.CRED) nao  <*
      *>   e transacao e nao entra no valor da faixa: os clientes que <*
      *>   receberam salario dentro do periodo saem contados a parte, <*
      *>   por faixa, no resumo (inclusive os que so recebem salario  <*
      *>   e ficaram I).                                              <*
      *>   O movimento do dia vem do extrato SEGTIER.TRN gravado pela <*
      *>   distribuicao (TRNDIST) - as mesmas transacoes do           <*
      *>   LACO.TRN.ORD, na mesma ordem (ver                          <*
      *>   copybooks/TRNDISREC.CPY).                                  <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       INPUT-OUTPUT                          SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *    Transacoes processadas do dia, ja ordenadas por CPF -
      *    extrato da distribuicao (TRNDIST).
           SELECT TRANS-ORDENADAS ASSIGN TO "SEGTIER.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    Acumulador rolante por CPF entre execucoes.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Parametros da segmentacao.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
           SELECT CADCLI-HISTORICO ASSIGN TO "CADCLI.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Creditos de salario da folha de pagamento - ver
      *    copybooks/FOLHAREC.CPY.
           SELECT FOLHA-CREDITOS ASSIGN TO "FOLHA.CRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TRANS-ORDENADAS.
      *    Layout compartilhado do extrato pre-cruzado - ver
      *    copybooks/TRNDISREC.CPY.
           COPY TRNDISREC.

       FD  SEGMENTO-ACUM.
       01  ACUM-REG.
      *    quando a gravacao veio de um passo sem terminal.
           02 HIST-OPERADOR       PIC X(08).
           02 HIST-IMAGEM-ANTES   PIC X(200).

       FD  FOLHA-CREDITOS.
      *    Layout compartilhado do credito de salario - ver
      *    copybooks/FOLHAREC.CPY.
           COPY FOLHAREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-TRANSACOES-STATUS PIC X(02) VALUE "00".
       77 WS-ACM-ACHADO      PIC 9(04) VALUE ZEROS.
       77 WS-ACM-ESTOUROU    PIC X(01) VALUE "N".

      *    CPFs que receberam salario dentro do periodo.
       77 WS-CREDITOS-STATUS PIC X(02) VALUE "00".
           88 CREDITOS-NAO-ACHOU VALUE "35".
       77 WS-CREDITOS-FIM    PIC X(01) VALUE "N".
           88 CREDITOS-FIM      VALUE "S".
       01  WS-TABELA-SALARIOS.
           05 WS-SAL-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-SAL-CPF            PIC X(14) OCCURS 2000 TIMES.
       77 WS-SAL-IND         PIC 9(04) VALUE ZEROS.
       77 WS-SAL-ACHADO      PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-INT-CREDITO PIC 9(07) VALUE ZEROS.

      *    Vencimento do periodo rolante.
       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE   PIC 9(07) VALUE ZEROS.
           05 WS-QTD-TIER-C      PIC 9(06) VALUE ZEROS.
           05 WS-QTD-TIER-I      PIC 9(06) VALUE ZEROS.
           05 WS-QTD-MIGRACOES   PIC 9(06) VALUE ZEROS.
           05 WS-QTD-SALARIO-A   PIC 9(06) VALUE ZEROS.
           05 WS-QTD-SALARIO-B   PIC 9(06) VALUE ZEROS.
           05 WS-QTD-SALARIO-C   PIC 9(06) VALUE ZEROS.
           05 WS-QTD-SALARIO-I   PIC 9(06) VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA       PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "SEGTIER" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM CARREGAR-ACUMULADOR
           PERFORM ACUMULAR-TRANSACOES-DO-DIA
           PERFORM REGRAVAR-ACUMULADOR
           PERFORM CARREGAR-SALARIOS-PERIODO

           OPEN OUTPUT SEGTIER-RELATORIO
           PERFORM GRAVAR-CABECALHO-SEGTIER
       ACUMULAR-TRANSACOES-DO-DIA.
           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "SEGTIER.TRN AUSENTE - ACUMULADOR SO COM O "
                   "SALDO ANTERIOR"
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           CLOSE SEGMENTO-ACUM.

      *    CPFs distintos com credito de salario nos ultimos
      *    WS-PERIODO-DIAS dias - a mesma janela das faixas.
       CARREGAR-SALARIOS-PERIODO.
           OPEN INPUT FOLHA-CREDITOS
           IF CREDITOS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FOLHA-CREDITOS
               AT END SET CREDITOS-FIM TO TRUE
           END-READ
           PERFORM UNTIL CREDITOS-FIM
               COMPUTE WS-DIAS-INT-CREDITO EQUAL
                   FUNCTION INTEGER-OF-DATE(FCR-DATA)
               END-COMPUTE
               COMPUTE WS-DIAS-NO-PERIODO EQUAL
                   WS-DIAS-INT-HOJE - WS-DIAS-INT-CREDITO
               END-COMPUTE
               IF WS-DIAS-NO-PERIODO NOT GREATER WS-PERIODO-DIAS
                   PERFORM LOCALIZAR-SALARIO-CPF
                   IF WS-SAL-ACHADO = ZEROS AND WS-SAL-QTD < 2000
                       ADD 1 TO WS-SAL-QTD
                       MOVE FCR-CPF TO WS-SAL-CPF (WS-SAL-QTD)
                   END-IF
               END-IF
               READ FOLHA-CREDITOS
                   AT END SET CREDITOS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FOLHA-CREDITOS.

       LOCALIZAR-SALARIO-CPF.
           MOVE ZEROS TO WS-SAL-ACHADO
           PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                   UNTIL WS-SAL-IND > WS-SAL-QTD
               IF WS-SAL-CPF (WS-SAL-IND) = FCR-CPF
                   AND WS-SAL-ACHADO = ZEROS
                   MOVE WS-SAL-IND TO WS-SAL-ACHADO
               END-IF
           END-PERFORM.

      *    Varre o mestre inteiro atribuindo a faixa de cada cliente
      *    e regravando o registro quando a faixa mudou; a migracao
      *    sai no relatorio.
               WHEN "C" ADD 1 TO WS-QTD-TIER-C
               WHEN OTHER ADD 1 TO WS-QTD-TIER-I
           END-EVALUATE
           PERFORM CONTAR-SALARIO-NA-FAIXA

           IF WS-TIER-NOVO NOT = WS-TIER-ANTIGO
               ADD 1 TO WS-QTD-MIGRACOES
               PERFORM GRAVAR-LINHA-MIGRACAO
           END-IF.

       CONTAR-SALARIO-NA-FAIXA.
           MOVE ZEROS TO WS-SAL-ACHADO
           PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                   UNTIL WS-SAL-IND > WS-SAL-QTD
               IF WS-SAL-CPF (WS-SAL-IND) = CADCLI-CPF
                   MOVE WS-SAL-IND TO WS-SAL-ACHADO
               END-IF
           END-PERFORM
           IF WS-SAL-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TIER-NOVO
               WHEN "A" ADD 1 TO WS-QTD-SALARIO-A
               WHEN "B" ADD 1 TO WS-QTD-SALARIO-B
               WHEN "C" ADD 1 TO WS-QTD-SALARIO-C
               WHEN OTHER ADD 1 TO WS-QTD-SALARIO-I
           END-EVALUATE.

       GRAVAR-HISTORICO-ANTES.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND CADCLI-HISTORICO
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "COM CREDITO DE SALARIO: A=" DELIMITED BY SIZE
               WS-QTD-SALARIO-A DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               WS-QTD-SALARIO-B DELIMITED BY SIZE
               " C=" DELIMITED BY SIZE
               WS-QTD-SALARIO-C DELIMITED BY SIZE
               " INATIVOS=" DELIMITED BY SIZE
               WS-QTD-SALARIO-I DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
