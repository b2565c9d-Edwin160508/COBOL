      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. COAFMON.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Monitoramento de lavagem de dinheiro (COAF) sobre as       <*
      *>   transacoes processadas. Modo M (monitorar, apos o LACO):   <*
      *>   le LACO.TRN.ORD, guarda o movimento do dia no historico    <*
      *>   COAF.HIST (so os dias da maior janela ficam) e levanta um  <*
      *>   caso em COAF.CASOS quando: V - uma transacao sozinha       <*
      *>   atinge COAF-VALOR-LIMITE; F - transacoes do mesmo CPF,     <*
      *>   cada uma abaixo do limite, somam mais que ele em           <*
      *>   COAF-DIAS-FRACIONAMENTO dias; R - conta reativada pelo     <*
      *>   DORMENC (DORMENC.REATIV) ha ate COAF-DIAS-REATIVACAO dias  <*
      *>   movimenta mais que COAF-VALOR-REATIVADA. Parametros em     <*
      *>   data/PARAMRUN.CTL. Modo C (caso): a compliance descarta    <*
      *>   (D) ou escala (E) o caso, com operador e data da decisao.  <*
      *>   Modo E (enviar): os casos escalados ainda nao comunicados  <*
      *>   saem em COAF.COMUNIC, o arquivo enviado ao COAF, e passam  <*
      *>   a comunicados. O relatorio COAF.REL e interno e sai com o  <*
      *>   CPF mascarado; nenhuma saida para o cliente (extrato,      <*
      *>   cartas, informe) le os casos - o cliente nunca e avisado   <*
      *>   de que foi comunicado.                                     <*
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
      *    Transacoes processadas do dia, ja ordenadas por CPF.
           SELECT TRANS-ORDENADAS ASSIGN TO "LACO.TRN.ORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    Historico de movimento da janela de monitoramento.
           SELECT COAF-HISTORICO ASSIGN TO "COAF.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Casos levantados - ver copybooks/COAFCASO.CPY.
           SELECT COAF-CASOS ASSIGN TO "COAF.CASOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
      *    Reativacoes de conta dormente registradas pelo DORMENC.
           SELECT DORMENC-REATIVACAO ASSIGN TO "DORMENC.REATIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REATIV-STATUS.
      *    Cadastro mestre - nome do comunicado.
           SELECT CADCLI-ARQ ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Parametros de execucao - limites e janelas.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Comunicacao ao COAF (uso exclusivo da compliance).
           SELECT COAF-COMUNICACAO ASSIGN TO "COAF.COMUNIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMUNIC-STATUS.
      *    Relatorio interno dos casos levantados.
           SELECT COAF-RELATORIO ASSIGN TO "COAF.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Sessao do operador logado (assinatura do menu).
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TRANS-ORDENADAS.
       01  TRN-ORD-REC.
           05 TRN-ORD-CPF             PIC X(11).
           05 TRN-ORD-NUMERO          PIC 9(06).
           05 TRN-ORD-VALOR           PIC 9(09)V99.
           05 TRN-ORD-CONTA           PIC 9(06).
           05 TRN-ORD-DATA-VALOR      PIC 9(08).
           05 TRN-ORD-AGENCIA         PIC X(08).

       FD  COAF-HISTORICO.
       01  HIST-REG.
           05 HIST-DATA               PIC 9(08).
           05 HIST-CPF                PIC X(11).
           05 HIST-CONTA              PIC 9(06).
           05 HIST-NUMERO             PIC 9(06).
           05 HIST-VALOR              PIC 9(09)V99.

       FD  COAF-CASOS.
      *    Layout compartilhado do caso - ver copybooks/COAFCASO.CPY.
           COPY COAFCASO.

       FD  DORMENC-REATIVACAO.
      *    Layout compartilhado da reativacao - ver
      *    copybooks/REATIVREC.CPY.
           COPY REATIVREC.

       FD  CADCLI-ARQ.
      *    Layout compartilhado do mestre - ver copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  COAF-COMUNICACAO.
       01  COMUNIC-REG.
           05 COM-CASO-NUMERO         PIC 9(06).
           05 COM-DATA-CASO           PIC 9(08).
           05 COM-DATA-ENVIO          PIC 9(08).
           05 COM-CPF                 PIC X(11).
           05 COM-NOME                PIC X(50).
           05 COM-CONTA               PIC 9(06).
           05 COM-REGRA               PIC X(01).
           05 COM-VALOR               PIC 9(11)V99.
           05 COM-TRN-NUMERO          PIC 9(06).
           05 COM-OPERADOR            PIC X(08).

       FD  COAF-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-TRANSACOES-STATUS  PIC X(02) VALUE "00".
           88 TRANSACOES-NAO-ACHOU  VALUE "35".
       77 WS-TRANSACOES-FIM     PIC X(01) VALUE "N".
           88 TRANSACOES-FIM        VALUE "S".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-HISTORICO-FIM      PIC X(01) VALUE "N".
           88 HISTORICO-FIM         VALUE "S".
       77 WS-CASOS-STATUS       PIC X(02) VALUE "00".
           88 CASOS-NAO-ACHOU       VALUE "35".
       77 WS-CASOS-FIM          PIC X(01) VALUE "N".
           88 CASOS-FIM             VALUE "S".
       77 WS-REATIV-STATUS      PIC X(02) VALUE "00".
           88 REATIV-NAO-ACHOU      VALUE "35".
       77 WS-REATIV-FIM         PIC X(01) VALUE "N".
           88 REATIV-FIM            VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-COMUNIC-STATUS     PIC X(02) VALUE "00".
           88 COMUNIC-NAO-ACHOU     VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".

       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-MODO               PIC X(01) VALUE SPACES.

      *    Limites e janelas do monitoramento (data/PARAMRUN.CTL).
       77 WS-VALOR-LIMITE       PIC 9(09)V99 VALUE 50000.
       77 WS-DIAS-FRACIONAMENTO PIC 9(03) VALUE 10.
       77 WS-DIAS-REATIVACAO    PIC 9(03) VALUE 30.
       77 WS-VALOR-REATIVADA    PIC 9(09)V99 VALUE 10000.

      *    Datas de corte das janelas, calculadas a partir de hoje.
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-RETIDOS       PIC 9(03) VALUE ZEROS.
       77 WS-DATA-CORTE-HIST    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE-FRAC    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE-REAT    PIC 9(08) VALUE ZEROS.

      *    Historico da janela em memoria (antigo + o dia).
       01  WS-TABELA-HISTORICO.
           05 WS-HIS-QTD            PIC 9(05) VALUE ZEROS.
           05 WS-HIS-ITEM OCCURS 5000 TIMES.
              10 WS-HIS-DATA        PIC 9(08).
              10 WS-HIS-CPF         PIC X(11).
              10 WS-HIS-CONTA       PIC 9(06).
              10 WS-HIS-NUMERO      PIC 9(06).
              10 WS-HIS-VALOR       PIC 9(09)V99.
       77 WS-HIS-IND            PIC 9(05) VALUE ZEROS.
       77 WS-HIS-ESTOUROU       PIC X(01) VALUE "N".

      *    Casos do arquivo (todos) - regravado ao fim de cada modo.
       01  WS-TABELA-CASOS.
           05 WS-CAS-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CAS-REG            PIC X(68) OCCURS 2000 TIMES.
       77 WS-CAS-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CAS-ACHADO         PIC 9(04) VALUE ZEROS.
       77 WS-ULTIMO-CASO        PIC 9(06) VALUE ZEROS.

      *    Reativacoes dentro da janela.
       01  WS-TABELA-REATIV.
           05 WS-RTV-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-RTV-ITEM OCCURS 500 TIMES.
              10 WS-RTV-CPF         PIC X(14).
              10 WS-RTV-CONTA       PIC 9(06).
              10 WS-RTV-DATA        PIC 9(08).
       77 WS-RTV-IND            PIC 9(04) VALUE ZEROS.

      *    Soma por CPF das transacoes abaixo do limite na janela de
      *    fracionamento - so CPF com movimento hoje e avaliado.
       01  WS-TABELA-FRACAO.
           05 WS-FRC-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-FRC-ITEM OCCURS 2000 TIMES.
              10 WS-FRC-CPF         PIC X(11).
              10 WS-FRC-CONTA       PIC 9(06).
              10 WS-FRC-QTD-TRN     PIC 9(05).
              10 WS-FRC-TOTAL       PIC 9(11)V99.
              10 WS-FRC-HOJE        PIC X(01).
       77 WS-FRC-IND            PIC 9(04) VALUE ZEROS.
       77 WS-FRC-ACHADO         PIC 9(04) VALUE ZEROS.

      *    Caso em montagem e soma da conta reativada.
       77 WS-NOVA-REGRA         PIC X(01) VALUE SPACES.
       77 WS-NOVO-CPF           PIC X(11) VALUE SPACES.
       77 WS-NOVA-CONTA         PIC 9(06) VALUE ZEROS.
       77 WS-NOVO-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77 WS-NOVA-TRN           PIC 9(06) VALUE ZEROS.
       77 WS-CASO-REPETIDO      PIC X(01) VALUE "N".
       77 WS-SOMA-REATIVADA     PIC 9(11)V99 VALUE ZEROS.

      *    Tratamento de caso pela compliance.
       77 WS-CASO-PEDIDO        PIC 9(06) VALUE ZEROS.
       77 WS-DECISAO            PIC X(01) VALUE SPACES.
       77 WS-CONTINUAR          PIC X(01) VALUE "S".
           88 CONTINUAR-SESSAO      VALUE "S".

       01  WS-TOTAIS-COAF.
           05 WS-TRN-LIDAS          PIC 9(06) VALUE ZEROS.
           05 WS-CASOS-VALOR        PIC 9(05) VALUE ZEROS.
           05 WS-CASOS-FRACAO       PIC 9(05) VALUE ZEROS.
           05 WS-CASOS-REATIV       PIC 9(05) VALUE ZEROS.
           05 WS-CASOS-ENVIADOS     PIC 9(05) VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
       77  WS-VALOR-EDITADO          PIC Z(10)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *    Linhas dos casos levantados acumuladas para o relatorio.
       01  WS-TABELA-LEVANTADOS.
           05 WS-LEV-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-LEV-LINHA          PIC X(80) OCCURS 500 TIMES.
       77 WS-LEV-IND            PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "COAFMON" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM CARREGAR-CASOS

           DISPLAY "MODO (M=MONITORAR C=TRATAR CASO E=ENVIAR AO COAF): "
           ACCEPT WS-MODO
           EVALUATE TRUE
               WHEN WS-MODO = "C"
                   PERFORM UNTIL NOT CONTINUAR-SESSAO
                       PERFORM TRATAR-UM-CASO
                   END-PERFORM
               WHEN WS-MODO = "E"
                   PERFORM ENVIAR-CASOS-ESCALADOS
               WHEN OTHER
                   PERFORM LER-PARAMETROS-COAF
                   PERFORM CALCULAR-DATAS-CORTE
                   PERFORM CARREGAR-HISTORICO
                   PERFORM CARREGAR-REATIVACOES
                   PERFORM LER-TRANSACOES-DIA
                   PERFORM AVALIAR-FRACIONAMENTO
                   PERFORM AVALIAR-CONTAS-REATIVADAS
                   PERFORM REGRAVAR-HISTORICO
                   PERFORM EMITIR-RELATORIO-COAF
           END-EVALUATE

           PERFORM REGRAVAR-CASOS
           GOBACK.

       LER-PARAMETROS-COAF.
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
               IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   EVALUATE WS-PRM-NOME
                       WHEN "COAF-VALOR-LIMITE"
                           COMPUTE WS-VALOR-LIMITE EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "COAF-DIAS-FRACIONAMENTO"
                           COMPUTE WS-DIAS-FRACIONAMENTO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "COAF-DIAS-REATIVACAO"
                           COMPUTE WS-DIAS-REATIVACAO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "COAF-VALOR-REATIVADA"
                           COMPUTE WS-VALOR-REATIVADA EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    A janela de fracionamento conta o dia de hoje; o historico
      *    guarda a maior das duas janelas.
       CALCULAR-DATAS-CORTE.
           IF WS-DIAS-FRACIONAMENTO = ZEROS
               MOVE 1 TO WS-DIAS-FRACIONAMENTO
           END-IF
           COMPUTE WS-DATA-CORTE-FRAC EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-HOJE
                   - WS-DIAS-FRACIONAMENTO + 1)
           END-COMPUTE
           COMPUTE WS-DATA-CORTE-REAT EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-HOJE
                   - WS-DIAS-REATIVACAO)
           END-COMPUTE
           MOVE WS-DIAS-FRACIONAMENTO TO WS-DIAS-RETIDOS
           IF WS-DIAS-REATIVACAO > WS-DIAS-RETIDOS
               MOVE WS-DIAS-REATIVACAO TO WS-DIAS-RETIDOS
           END-IF
           COMPUTE WS-DATA-CORTE-HIST EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-HOJE
                   - WS-DIAS-RETIDOS)
           END-COMPUTE.

      *    Carrega o historico dentro da janela. O movimento com data
      *    de hoje e descartado: numa reexecucao do dia ele volta
      *    inteiro de LACO.TRN.ORD, sem contar em dobro.
       CARREGAR-HISTORICO.
           OPEN INPUT COAF-HISTORICO
           IF HISTORICO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ COAF-HISTORICO
               AT END SET HISTORICO-FIM TO TRUE
           END-READ
           PERFORM UNTIL HISTORICO-FIM
               IF HIST-DATA NOT < WS-DATA-CORTE-HIST
                   AND HIST-DATA < WS-DATA-HOJE
                   PERFORM GUARDAR-ITEM-HISTORICO
               END-IF
               READ COAF-HISTORICO
                   AT END SET HISTORICO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE COAF-HISTORICO.

       GUARDAR-ITEM-HISTORICO.
           IF WS-HIS-QTD NOT < 5000
               IF WS-HIS-ESTOUROU = "N"
                   MOVE "S" TO WS-HIS-ESTOUROU
                   DISPLAY "MAIS DE 5000 TRANSACOES NA JANELA - "
                       "HISTORICO COAF PARCIAL"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIS-QTD
           MOVE HIST-DATA   TO WS-HIS-DATA (WS-HIS-QTD)
           MOVE HIST-CPF    TO WS-HIS-CPF (WS-HIS-QTD)
           MOVE HIST-CONTA  TO WS-HIS-CONTA (WS-HIS-QTD)
           MOVE HIST-NUMERO TO WS-HIS-NUMERO (WS-HIS-QTD)
           MOVE HIST-VALOR  TO WS-HIS-VALOR (WS-HIS-QTD).

       CARREGAR-REATIVACOES.
           OPEN INPUT DORMENC-REATIVACAO
           IF REATIV-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ DORMENC-REATIVACAO
               AT END SET REATIV-FIM TO TRUE
           END-READ
           PERFORM UNTIL REATIV-FIM
               IF RTV-DATA NOT < WS-DATA-CORTE-REAT
                   AND WS-RTV-QTD < 500
                   ADD 1 TO WS-RTV-QTD
                   MOVE RTV-CPF   TO WS-RTV-CPF (WS-RTV-QTD)
                   MOVE RTV-CONTA TO WS-RTV-CONTA (WS-RTV-QTD)
                   MOVE RTV-DATA  TO WS-RTV-DATA (WS-RTV-QTD)
               END-IF
               READ DORMENC-REATIVACAO
                   AT END SET REATIV-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE DORMENC-REATIVACAO.

      *    Movimento do dia: entra no historico e passa pela regra do
      *    valor unico.
       LER-TRANSACOES-DIA.
           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "LACO.TRN.ORD AUSENTE - SO O HISTORICO E "
                   "AVALIADO"
               EXIT PARAGRAPH
           END-IF
           READ TRANS-ORDENADAS
               AT END SET TRANSACOES-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRANSACOES-FIM
               ADD 1 TO WS-TRN-LIDAS
               MOVE WS-DATA-HOJE   TO HIST-DATA
               MOVE TRN-ORD-CPF    TO HIST-CPF
               MOVE TRN-ORD-CONTA  TO HIST-CONTA
               MOVE TRN-ORD-NUMERO TO HIST-NUMERO
               MOVE TRN-ORD-VALOR  TO HIST-VALOR
               PERFORM GUARDAR-ITEM-HISTORICO
               IF TRN-ORD-VALOR NOT < WS-VALOR-LIMITE
                   MOVE "V"            TO WS-NOVA-REGRA
                   MOVE TRN-ORD-CPF    TO WS-NOVO-CPF
                   MOVE TRN-ORD-CONTA  TO WS-NOVA-CONTA
                   MOVE TRN-ORD-VALOR  TO WS-NOVO-VALOR
                   MOVE TRN-ORD-NUMERO TO WS-NOVA-TRN
                   PERFORM LEVANTAR-CASO
               END-IF
               READ TRANS-ORDENADAS
                   AT END SET TRANSACOES-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANS-ORDENADAS.

      *    Soma, por CPF, as transacoes abaixo do limite dentro da
      *    janela; CPF que passa do limite somado, com mais de uma
      *    transacao e movimento hoje, vira caso de fracionamento.
       AVALIAR-FRACIONAMENTO.
           PERFORM VARYING WS-HIS-IND FROM 1 BY 1
                   UNTIL WS-HIS-IND > WS-HIS-QTD
               IF WS-HIS-DATA (WS-HIS-IND) NOT < WS-DATA-CORTE-FRAC
                   AND WS-HIS-VALOR (WS-HIS-IND) < WS-VALOR-LIMITE
                   PERFORM SOMAR-FRACAO-CPF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FRC-IND FROM 1 BY 1
                   UNTIL WS-FRC-IND > WS-FRC-QTD
               IF WS-FRC-HOJE (WS-FRC-IND) = "S"
                   AND WS-FRC-QTD-TRN (WS-FRC-IND) > 1
                   AND WS-FRC-TOTAL (WS-FRC-IND) > WS-VALOR-LIMITE
                   MOVE "F"                     TO WS-NOVA-REGRA
                   MOVE WS-FRC-CPF (WS-FRC-IND)   TO WS-NOVO-CPF
                   MOVE WS-FRC-CONTA (WS-FRC-IND) TO WS-NOVA-CONTA
                   MOVE WS-FRC-TOTAL (WS-FRC-IND) TO WS-NOVO-VALOR
                   MOVE ZEROS                   TO WS-NOVA-TRN
                   PERFORM LEVANTAR-CASO
               END-IF
           END-PERFORM.

       SOMAR-FRACAO-CPF.
           MOVE ZEROS TO WS-FRC-ACHADO
           PERFORM VARYING WS-FRC-IND FROM 1 BY 1
                   UNTIL WS-FRC-IND > WS-FRC-QTD
                      OR WS-FRC-ACHADO > ZEROS
               IF WS-FRC-CPF (WS-FRC-IND) = WS-HIS-CPF (WS-HIS-IND)
                   MOVE WS-FRC-IND TO WS-FRC-ACHADO
               END-IF
           END-PERFORM
           IF WS-FRC-ACHADO = ZEROS
               IF WS-FRC-QTD NOT < 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FRC-QTD
               MOVE WS-FRC-QTD TO WS-FRC-ACHADO
               MOVE WS-HIS-CPF (WS-HIS-IND)
                   TO WS-FRC-CPF (WS-FRC-ACHADO)
               MOVE WS-HIS-CONTA (WS-HIS-IND)
                   TO WS-FRC-CONTA (WS-FRC-ACHADO)
               MOVE ZEROS TO WS-FRC-QTD-TRN (WS-FRC-ACHADO)
               MOVE ZEROS TO WS-FRC-TOTAL (WS-FRC-ACHADO)
               MOVE "N"   TO WS-FRC-HOJE (WS-FRC-ACHADO)
           END-IF
           ADD 1 TO WS-FRC-QTD-TRN (WS-FRC-ACHADO)
           ADD WS-HIS-VALOR (WS-HIS-IND) TO WS-FRC-TOTAL (WS-FRC-ACHADO)
           IF WS-HIS-DATA (WS-HIS-IND) = WS-DATA-HOJE
               MOVE "S" TO WS-FRC-HOJE (WS-FRC-ACHADO)
           END-IF.

      *    Volume da conta desde a reativacao, somado no historico.
       AVALIAR-CONTAS-REATIVADAS.
           PERFORM VARYING WS-RTV-IND FROM 1 BY 1
                   UNTIL WS-RTV-IND > WS-RTV-QTD
               MOVE ZEROS TO WS-SOMA-REATIVADA
               PERFORM VARYING WS-HIS-IND FROM 1 BY 1
                       UNTIL WS-HIS-IND > WS-HIS-QTD
                   IF WS-HIS-CONTA (WS-HIS-IND)
                           = WS-RTV-CONTA (WS-RTV-IND)
                       AND WS-HIS-DATA (WS-HIS-IND)
                           NOT < WS-RTV-DATA (WS-RTV-IND)
                       ADD WS-HIS-VALOR (WS-HIS-IND)
                           TO WS-SOMA-REATIVADA
                   END-IF
               END-PERFORM
               IF WS-SOMA-REATIVADA > WS-VALOR-REATIVADA
                   MOVE "R"                       TO WS-NOVA-REGRA
                   MOVE WS-RTV-CPF (WS-RTV-IND)   TO WS-NOVO-CPF
                   MOVE WS-RTV-CONTA (WS-RTV-IND) TO WS-NOVA-CONTA
                   MOVE WS-SOMA-REATIVADA         TO WS-NOVO-VALOR
                   MOVE ZEROS                     TO WS-NOVA-TRN
                   PERFORM LEVANTAR-CASO
               END-IF
           END-PERFORM.

      *    Acrescenta o caso montado, salvo repeticao: a mesma
      *    transacao (V), o mesmo CPF dentro da janela de
      *    fracionamento (F) ou a mesma conta dentro da janela de
      *    reativacao (R) ja levantados nao abrem caso novo.
       LEVANTAR-CASO.
           MOVE "N" TO WS-CASO-REPETIDO
           PERFORM VARYING WS-CAS-IND FROM 1 BY 1
                   UNTIL WS-CAS-IND > WS-CAS-QTD
               MOVE WS-CAS-REG (WS-CAS-IND) TO CASO-REG
               IF CASO-REGRA = WS-NOVA-REGRA
                   EVALUATE WS-NOVA-REGRA
                       WHEN "V"
                           IF CASO-TRN-NUMERO = WS-NOVA-TRN
                               AND CASO-DATA = WS-DATA-HOJE
                               MOVE "S" TO WS-CASO-REPETIDO
                           END-IF
                       WHEN "F"
                           IF CASO-CPF = WS-NOVO-CPF
                               AND CASO-DATA NOT < WS-DATA-CORTE-FRAC
                               MOVE "S" TO WS-CASO-REPETIDO
                           END-IF
                       WHEN "R"
                           IF CASO-CONTA = WS-NOVA-CONTA
                               AND CASO-DATA NOT < WS-DATA-CORTE-REAT
                               MOVE "S" TO WS-CASO-REPETIDO
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-CASO-REPETIDO = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-QTD NOT < 2000
               DISPLAY "COAF.CASOS CHEIO - CASO NAO REGISTRADO PARA "
                   "A CONTA " WS-NOVA-CONTA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO TO CASO-NUMERO
           MOVE WS-DATA-HOJE   TO CASO-DATA
           MOVE WS-NOVO-CPF    TO CASO-CPF
           MOVE WS-NOVA-CONTA  TO CASO-CONTA
           MOVE WS-NOVA-REGRA  TO CASO-REGRA
           MOVE WS-NOVO-VALOR  TO CASO-VALOR
           MOVE WS-NOVA-TRN    TO CASO-TRN-NUMERO
           MOVE "A"            TO CASO-SITUACAO
           MOVE ZEROS          TO CASO-DATA-DECISAO
           MOVE SPACES         TO CASO-OPERADOR
           ADD 1 TO WS-CAS-QTD
           MOVE CASO-REG TO WS-CAS-REG (WS-CAS-QTD)

           EVALUATE TRUE
               WHEN CASO-VALOR-ALTO
                   ADD 1 TO WS-CASOS-VALOR
               WHEN CASO-FRACIONADO
                   ADD 1 TO WS-CASOS-FRACAO
               WHEN CASO-REATIVADA
                   ADD 1 TO WS-CASOS-REATIV
           END-EVALUATE
           PERFORM ANOTAR-CASO-LEVANTADO.

       ANOTAR-CASO-LEVANTADO.
           IF WS-LEV-QTD NOT < 500
               EXIT PARAGRAPH
           END-IF
           MOVE CASO-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE CASO-VALOR TO WS-VALOR-EDITADO
           ADD 1 TO WS-LEV-QTD
           MOVE SPACES TO WS-REL-LINHA
           STRING "CASO " DELIMITED BY SIZE
               CASO-NUMERO DELIMITED BY SIZE
               " REGRA " DELIMITED BY SIZE
               CASO-REGRA DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " CONTA " DELIMITED BY SIZE
               CASO-CONTA DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " TRN " DELIMITED BY SIZE
               CASO-TRN-NUMERO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO WS-LEV-LINHA (WS-LEV-QTD).

       REGRAVAR-HISTORICO.
           OPEN OUTPUT COAF-HISTORICO
           PERFORM VARYING WS-HIS-IND FROM 1 BY 1
                   UNTIL WS-HIS-IND > WS-HIS-QTD
               MOVE WS-HIS-DATA (WS-HIS-IND)   TO HIST-DATA
               MOVE WS-HIS-CPF (WS-HIS-IND)    TO HIST-CPF
               MOVE WS-HIS-CONTA (WS-HIS-IND)  TO HIST-CONTA
               MOVE WS-HIS-NUMERO (WS-HIS-IND) TO HIST-NUMERO
               MOVE WS-HIS-VALOR (WS-HIS-IND)  TO HIST-VALOR
               WRITE HIST-REG
           END-PERFORM
           CLOSE COAF-HISTORICO.

      *    O arquivo de casos inteiro passa pela tabela - o maior
      *    numero ja usado da a numeracao dos casos novos.
       CARREGAR-CASOS.
           OPEN INPUT COAF-CASOS
           IF CASOS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ COAF-CASOS
               AT END SET CASOS-FIM TO TRUE
           END-READ
           PERFORM UNTIL CASOS-FIM
               IF CASO-NUMERO > WS-ULTIMO-CASO
                   MOVE CASO-NUMERO TO WS-ULTIMO-CASO
               END-IF
               IF WS-CAS-QTD < 2000
                   ADD 1 TO WS-CAS-QTD
                   MOVE CASO-REG TO WS-CAS-REG (WS-CAS-QTD)
               END-IF
               READ COAF-CASOS
                   AT END SET CASOS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE COAF-CASOS.

       REGRAVAR-CASOS.
           OPEN OUTPUT COAF-CASOS
           PERFORM VARYING WS-CAS-IND FROM 1 BY 1
                   UNTIL WS-CAS-IND > WS-CAS-QTD
               MOVE WS-CAS-REG (WS-CAS-IND) TO CASO-REG
               WRITE CASO-REG
           END-PERFORM
           CLOSE COAF-CASOS.

      *    Decisao da compliance sobre um caso aberto.
       TRATAR-UM-CASO.
           DISPLAY "NUMERO DO CASO (999999 PARA SAIR): "
           ACCEPT WS-CASO-PEDIDO
           IF WS-CASO-PEDIDO = 999999
               MOVE "N" TO WS-CONTINUAR
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CAS-ACHADO
           PERFORM VARYING WS-CAS-IND FROM 1 BY 1
                   UNTIL WS-CAS-IND > WS-CAS-QTD
                      OR WS-CAS-ACHADO > ZEROS
               MOVE WS-CAS-REG (WS-CAS-IND) TO CASO-REG
               IF CASO-NUMERO = WS-CASO-PEDIDO
                   MOVE WS-CAS-IND TO WS-CAS-ACHADO
               END-IF
           END-PERFORM
           IF WS-CAS-ACHADO = ZEROS
               DISPLAY "CASO " WS-CASO-PEDIDO " NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAS-REG (WS-CAS-ACHADO) TO CASO-REG
           IF NOT CASO-ABERTO
               DISPLAY "CASO " WS-CASO-PEDIDO " JA TRATADO - SITUACAO "
                   CASO-SITUACAO
               EXIT PARAGRAPH
           END-IF
           MOVE CASO-VALOR TO WS-VALOR-EDITADO
           DISPLAY "CASO " CASO-NUMERO " DE " CASO-DATA " REGRA "
               CASO-REGRA " CPF " CASO-CPF " CONTA " CASO-CONTA
           DISPLAY "VALOR " WS-VALOR-EDITADO " TRANSACAO "
               CASO-TRN-NUMERO
           DISPLAY "DECISAO (D=DESCARTAR E=ESCALAR AO COAF): "
           ACCEPT WS-DECISAO
           IF WS-DECISAO NOT = "D" AND WS-DECISAO NOT = "E"
               DISPLAY "DECISAO INVALIDA [" WS-DECISAO "]"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DECISAO   TO CASO-SITUACAO
           MOVE WS-DATA-HOJE TO CASO-DATA-DECISAO
           MOVE WS-OPERADOR  TO CASO-OPERADOR
           MOVE CASO-REG TO WS-CAS-REG (WS-CAS-ACHADO)
           DISPLAY "CASO " CASO-NUMERO " REGISTRADO COMO "
               CASO-SITUACAO.

      *    Gera a comunicacao dos casos escalados e os marca como
      *    comunicados; o arquivo e acumulativo.
       ENVIAR-CASOS-ESCALADOS.
           OPEN EXTEND COAF-COMUNICACAO
           IF COMUNIC-NAO-ACHOU
               CLOSE COAF-COMUNICACAO
               OPEN OUTPUT COAF-COMUNICACAO
           END-IF
           OPEN INPUT CADCLI-ARQ
           PERFORM VARYING WS-CAS-IND FROM 1 BY 1
                   UNTIL WS-CAS-IND > WS-CAS-QTD
               MOVE WS-CAS-REG (WS-CAS-IND) TO CASO-REG
               IF CASO-ESCALADO
                   PERFORM GRAVAR-COMUNICACAO
                   MOVE "C" TO CASO-SITUACAO
                   MOVE CASO-REG TO WS-CAS-REG (WS-CAS-IND)
                   ADD 1 TO WS-CASOS-ENVIADOS
               END-IF
           END-PERFORM
           CLOSE CADCLI-ARQ
           CLOSE COAF-COMUNICACAO
           DISPLAY "CASOS COMUNICADOS AO COAF: " WS-CASOS-ENVIADOS
               " - ARQUIVO COAF.COMUNIC".

       GRAVAR-COMUNICACAO.
           MOVE SPACES TO CADCLI-NOME
           MOVE CASO-CPF TO CADCLI-CPF
           READ CADCLI-ARQ
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO CADCLI-NOME
           END-READ
           MOVE CASO-NUMERO       TO COM-CASO-NUMERO
           MOVE CASO-DATA         TO COM-DATA-CASO
           MOVE WS-DATA-HOJE      TO COM-DATA-ENVIO
           MOVE CASO-CPF          TO COM-CPF
           MOVE CADCLI-NOME       TO COM-NOME
           MOVE CASO-CONTA        TO COM-CONTA
           MOVE CASO-REGRA        TO COM-REGRA
           MOVE CASO-VALOR        TO COM-VALOR
           MOVE CASO-TRN-NUMERO   TO COM-TRN-NUMERO
           MOVE CASO-OPERADOR     TO COM-OPERADOR
           WRITE COMUNIC-REG.

       EMITIR-RELATORIO-COAF.
           OPEN OUTPUT COAF-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "MONITORAMENTO COAF - COAFMON  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  - USO INTERNO DA COMPLIANCE" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-LIMITE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LIMITE " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  JANELA FRAC " DELIMITED BY SIZE
               WS-DIAS-FRACIONAMENTO DELIMITED BY SIZE
               "  JANELA REATIV " DELIMITED BY SIZE
               WS-DIAS-REATIVACAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "TRANSACOES DO DIA....: " DELIMITED BY SIZE
               WS-TRN-LIDAS DELIMITED BY SIZE
               "   NA JANELA: " DELIMITED BY SIZE
               WS-HIS-QTD DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "CASOS NOVOS V/F/R....: " DELIMITED BY SIZE
               WS-CASOS-VALOR DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-CASOS-FRACAO DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-CASOS-REATIV DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-LEV-IND FROM 1 BY 1
                   UNTIL WS-LEV-IND > WS-LEV-QTD
               MOVE WS-LEV-LINHA (WS-LEV-IND) TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           CLOSE COAF-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM COAF.REL".

      *    Quem esta no teclado - mesma mecanica de CADMANUT.
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
