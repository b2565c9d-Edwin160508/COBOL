      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ENCACRU.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Apropriacao mensal (regime de competencia) dos encargos    <*
      *>   de atraso: na data-base (ultimo dia do mes pedido no       <*
      *>   ACCEPT AAAAMM; em branco = mes anterior) apura, com a      <*
      *>   mesma regra e parametros do ENCARGOS, os juros e a multa   <*
      *>   ganhos e ainda nao recebidos de cada fatura em aberto e    <*
      *>   lanca D 13002 encargos a receber / C 41003 receita de      <*
      *>   encargos na interface contabil. A apropriacao do mes       <*
      *>   anterior e estornada integralmente no dia 1 do mes (valor  <*
      *>   lancado guardado em ENCACRU.CTL). Fatura na faixa 61+      <*
      *>   dias entra em nao-acrual e para de apropriar; fatura paga, <*
      *>   parcelada, baixada, cancelada ou com o encargo dispensado  <*
      *>   tem a apropriacao liberada - a liberacao sai com o motivo  <*
      *>   em ENCACRU.REL. Detalhe por fatura em ENCACRU.DAT. Mes ja  <*
      *>   lancado so refaz o relatorio; mes fechado no calendario    <*
      *>   fiscal e rejeitado para FISCAL.EXC com RETURN-CODE 8.      <*
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
      *    Faturas - os encargos sao apurados sobre as em aberto.
           SELECT FATURAS-ENTRADA ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Mesmos parametros de juros e multa do ENCARGOS.
           SELECT ENCARGOS-PARAMETROS ASSIGN TO "data/ENCARGOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *    Calendario de feriados bancarios - o atraso e contado em
      *    DIAS UTEIS, como no ENCARGOS.
           SELECT FERIADO-CAL ASSIGN TO "FERIADO.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.
      *    Apropriacao por fatura, um bloco por mes - o bloco do mes
      *    anterior diz o que foi liberado neste.
           SELECT ACRUAL-DETALHE ASSIGN TO "ENCACRU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALHE-STATUS.
      *    Meses ja apropriados e o valor lancado de cada um - o
      *    estorno do mes seguinte usa exatamente o valor lancado.
           SELECT ENCACRU-CTL ASSIGN TO "ENCACRU.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *    Calendario fiscal - mes fechado nao recebe apropriacao.
           SELECT FISCAL-CAL ASSIGN TO "FISCAL.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCALCAL-STATUS.
      *    Excecoes de periodo fechado, compartilhado com GLPOST.
           SELECT FISCAL-EXCECOES ASSIGN TO "FISCAL.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCALEXC-STATUS.
      *    Interface contabil - apropriacao e estorno, acrescentando
      *    ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Relatorio da apropriacao.
           SELECT ENCACRU-RELATORIO ASSIGN TO "ENCACRU.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FATURAS-ENTRADA.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  ENCARGOS-PARAMETROS.
       01  PARAM-REC.
           05 PRM-TAXA-MENSAL      PIC 9(02)V99.
           05 PRM-MULTA-31         PIC 9(06)V99.
           05 PRM-MULTA-61         PIC 9(06)V99.
           05 PRM-MULTA-90         PIC 9(06)V99.

       FD  FERIADO-CAL.
      *    Layout compartilhado do feriado - ver
      *    copybooks/FERIADREC.CPY.
           COPY FERIADREC.

       FD  ACRUAL-DETALHE.
       01  ACR-REG.
           05 ACR-MES              PIC 9(06).
           05 ACR-FAT-NUMERO       PIC 9(06).
           05 ACR-FAIXA            PIC X(05).
           05 ACR-JUROS            PIC 9(11)V99.
           05 ACR-MULTA            PIC 9(11)V99.
           05 ACR-TOTAL            PIC 9(11)V99.

       FD  ENCACRU-CTL.
       01  CTL-REG.
           05 CTL-MES              PIC 9(06).
           05 CTL-VALOR-LANCADO    PIC 9(13).
           05 CTL-DATA-LANCAMENTO  PIC 9(08).

       FD  FISCAL-CAL.
      *    Layout compartilhado do calendario fiscal - ver
      *    copybooks/FISCALREC.CPY.
           COPY FISCALREC.

       FD  FISCAL-EXCECOES.
       01  FEXC-LINHA              PIC X(80) VALUE SPACES.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA              PIC 9(08).
           05 GL-CONTA             PIC 9(05).
           05 GL-TOTAL-DEBITO      PIC 9(13).
           05 GL-TOTAL-CREDITO     PIC 9(13).

       FD  ENCACRU-RELATORIO.
       01  REL-LINHA               PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-PARAM-STATUS       PIC X(02) VALUE "00".
           88 PARAM-OK              VALUE "00".
       77 WS-FERIADO-STATUS     PIC X(02) VALUE "00".
           88 FERIADO-NAO-ACHOU     VALUE "35".
       77 WS-FERIADO-FIM        PIC X(01) VALUE "N".
           88 FERIADO-FIM           VALUE "S".
       77 WS-DETALHE-STATUS     PIC X(02) VALUE "00".
           88 DETALHE-NAO-ACHOU     VALUE "35".
       77 WS-DETALHE-FIM        PIC X(01) VALUE "N".
           88 DETALHE-FIM           VALUE "S".
       77 WS-CTL-STATUS         PIC X(02) VALUE "00".
           88 CTL-NAO-ACHOU         VALUE "35".
       77 WS-CTL-FIM            PIC X(01) VALUE "N".
           88 CTL-FIM               VALUE "S".
       77 WS-FISCALCAL-STATUS   PIC X(02) VALUE "00".
           88 FISCALCAL-NAO-ACHOU   VALUE "35".
       77 WS-FISCALCAL-FIM      PIC X(01) VALUE "N".
           88 FISCALCAL-FIM         VALUE "S".
       77 WS-FISCALEXC-STATUS   PIC X(02) VALUE "00".
           88 FISCALEXC-NAO-ACHOU   VALUE "35".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Mes da apropriacao (AAAAMM): o digitado, ou em branco o
      *    mes anterior ao da execucao. Os encargos sao apurados na
      *    data-base (ultimo dia do mes); o estorno da apropriacao do
      *    mes anterior sai no dia 1 do mes.
       77 WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01 WS-MES-REFERENCIA     PIC 9(06) VALUE ZEROS.
       01 WS-MES-REFERENCIA-R REDEFINES WS-MES-REFERENCIA.
           05 WS-REF-ANO         PIC 9(04).
           05 WS-REF-MES         PIC 9(02).
       01 WS-MES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       01 WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05 WS-ANT-ANO         PIC 9(04).
           05 WS-ANT-MES         PIC 9(02).
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MES        PIC 9(02).
           05 WS-HOJE-DIA        PIC 9(02).
       01 WS-PRIMEIRO-DIA-SEGUINTE PIC 9(08) VALUE ZEROS.
       01 WS-PRIMEIRO-DIA-R REDEFINES WS-PRIMEIRO-DIA-SEGUINTE.
           05 WS-SEGUINTE-ANO    PIC 9(04).
           05 WS-SEGUINTE-MES    PIC 9(02).
           05 WS-SEGUINTE-DIA    PIC 9(02).
       01 WS-PRIMEIRO-DIA-MES   PIC 9(08) VALUE ZEROS.
       01 WS-PRIMEIRO-DIA-MES-R REDEFINES WS-PRIMEIRO-DIA-MES.
           05 WS-PRIMEIRO-ANO    PIC 9(04).
           05 WS-PRIMEIRO-MES    PIC 9(02).
           05 WS-PRIMEIRO-DIA    PIC 9(02).
       77 WS-DATA-BASE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-BASE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-MESES-ATRASO       PIC 9(03) VALUE ZEROS.

      *    Parametros em vigor - mesmos defaults do ENCARGOS.
       77 WS-TAXA-MENSAL        PIC 9(02)V99 COMP-3 VALUE 2.
       77 WS-MULTA-31           PIC 9(06)V99 COMP-3 VALUE 10.
       77 WS-MULTA-61           PIC 9(06)V99 COMP-3 VALUE 25.
       77 WS-MULTA-90           PIC 9(06)V99 COMP-3 VALUE 50.

      *    Calendario de feriados e contagem de dias uteis (MOD 7 do
      *    dia inteiro: 0=domingo, 6=sabado).
       01  WS-TABELA-FERIADOS.
           05 WS-FER-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-FER-DATA           PIC 9(08) OCCURS 100 TIMES.
       77 WS-FER-IND            PIC 9(03) VALUE ZEROS.
       77 WS-DIA-CORRENTE       PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA-CALC    PIC 9(01) VALUE ZEROS.
       77 WS-DIA-NAO-UTIL       PIC X(01) VALUE "N".
       77 WS-DATA-CANDIDATA     PIC 9(08) VALUE ZEROS.

      *    Apropriacao do mes anterior por fatura - a que nao se
      *    repete neste mes e liberada.
       01  WS-TABELA-ANTERIOR.
           05 WS-ANT-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ANT-ITEM OCCURS 5000 TIMES.
              10 WS-ANT-FATURA      PIC 9(06).
              10 WS-ANT-TOTAL       PIC 9(11)V99.
       77 WS-ANT-IND            PIC 9(04) VALUE ZEROS.
       77 WS-ANT-ACHADO         PIC 9(04) VALUE ZEROS.

       77 WS-MES-JA-LANCADO     PIC X(01) VALUE "N".
       77 WS-VALOR-ANTERIOR     PIC 9(13) VALUE ZEROS.

      *    Encargos da fatura corrente, em packed-decimal.
       77 WS-JUROS              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MULTA              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ENCARGO-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-FAIXA              PIC X(05) VALUE SPACES.
       77 WS-DISPENSA-RESTANTE  PIC 9(11)V99 COMP-3 VALUE ZEROS.
      *    Por que a fatura nao apropria neste mes.
       77 WS-MOTIVO-LIBERACAO   PIC X(12) VALUE SPACES.

       01  WS-TOTAIS-ACRUAL.
           05 WS-QTD-APROPRIADAS    PIC 9(06) VALUE ZEROS.
           05 WS-TOTAL-APROPRIADO   PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-NAO-ACRUAL     PIC 9(06) VALUE ZEROS.
           05 WS-QTD-LIBERADAS      PIC 9(06) VALUE ZEROS.
           05 WS-TOTAL-LIBERADO     PIC 9(13)V99 VALUE ZEROS.

      *    Contas da apropriacao: encargos a receber contra a
      *    receita de encargos (a mesma que recebe o encargo pago).
       77 WS-CONTA-ENC-RECEBER  PIC 9(05) VALUE 13002.
       77 WS-CONTA-RECEITA-ENC  PIC 9(05) VALUE 41003.
       77 WS-APROPRIADO-INTEIRO PIC 9(13) VALUE ZEROS.

       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
           88 PERIODO-FECHADO      VALUE "S".
       77 WS-FEXC-BUFFER        PIC X(80) VALUE SPACES.

       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
       77 WS-VALOR-EDITADO-2    PIC Z(12)9.99.
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
           MOVE "ENCACRU" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES DA APROPRIACAO (AAAAMM, EM BRANCO = MES "
               "ANTERIOR): "
           ACCEPT WS-MES-DIGITADO
           IF WS-MES-DIGITADO = SPACES
               MOVE WS-HOJE-ANO TO WS-REF-ANO
               MOVE WS-HOJE-MES TO WS-REF-MES
               IF WS-REF-MES = 1
                   MOVE 12 TO WS-REF-MES
                   SUBTRACT 1 FROM WS-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-REF-MES
               END-IF
           ELSE
               IF WS-MES-DIGITADO IS NOT NUMERIC
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
               MOVE WS-MES-DIGITADO TO WS-MES-REFERENCIA
           END-IF
           PERFORM APURAR-DATAS-DO-MES

      *    Mes fechado pela contabilidade nao recebe apropriacao.
           PERFORM CONFERIR-PERIODO-FISCAL
           IF PERIODO-FECHADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LER-PARAMETROS-ENCARGOS
           PERFORM CARREGAR-FERIADOS
           PERFORM CONFERIR-MESES-LANCADOS
           PERFORM CARREGAR-APROPRIACAO-ANTERIOR

           OPEN INPUT FATURAS-ENTRADA
           IF FATURAS-NAO-ACHOU
               DISPLAY "ARQUIVO DE FATURAS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-MES-JA-LANCADO = "N"
               OPEN EXTEND ACRUAL-DETALHE
               IF DETALHE-NAO-ACHOU
                   CLOSE ACRUAL-DETALHE
                   OPEN OUTPUT ACRUAL-DETALHE
               END-IF
           END-IF
           OPEN OUTPUT ENCACRU-RELATORIO
           PERFORM GRAVAR-CABECALHO-RELATORIO

           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ENTRADA KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           IF NOT FATURAS-FIM
               READ FATURAS-ENTRADA NEXT RECORD
                   AT END SET FATURAS-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL FATURAS-FIM
               PERFORM APROPRIAR-FATURA
               READ FATURAS-ENTRADA NEXT RECORD
                   AT END SET FATURAS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATURAS-ENTRADA
           IF WS-MES-JA-LANCADO = "N"
               CLOSE ACRUAL-DETALHE
           END-IF

           PERFORM GRAVAR-RESUMO-RELATORIO
           CLOSE ENCACRU-RELATORIO

           IF WS-MES-JA-LANCADO = "S"
               DISPLAY "APROPRIACAO DO MES " WS-MES-REFERENCIA
                   " JA LANCADA - NAO LANCADA DE NOVO"
           ELSE
               PERFORM LANCAR-APROPRIACAO-CONTABIL
               PERFORM REGISTRAR-MES-LANCADO
           END-IF
           DISPLAY "APROPRIACAO DE ENCARGOS GRAVADA EM ENCACRU.REL".
           GOBACK.

      *    Data-base = ultimo dia do mes (vespera do dia 1 do mes
      *    seguinte); o estorno do mes anterior sai no dia 1 do mes.
       APURAR-DATAS-DO-MES.
           MOVE WS-REF-ANO TO WS-SEGUINTE-ANO
           MOVE 1 TO WS-SEGUINTE-DIA
           IF WS-REF-MES = 12
               ADD 1 TO WS-SEGUINTE-ANO
               MOVE 1 TO WS-SEGUINTE-MES
           ELSE
               COMPUTE WS-SEGUINTE-MES EQUAL WS-REF-MES + 1
               END-COMPUTE
           END-IF
           COMPUTE WS-DIAS-INT-BASE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA-SEGUINTE) - 1
           END-COMPUTE
           COMPUTE WS-DATA-BASE EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-BASE)
           END-COMPUTE
           MOVE WS-REF-ANO TO WS-PRIMEIRO-ANO
           MOVE WS-REF-MES TO WS-PRIMEIRO-MES
           MOVE 1          TO WS-PRIMEIRO-DIA
           MOVE WS-REF-ANO TO WS-ANT-ANO
           MOVE WS-REF-MES TO WS-ANT-MES
           IF WS-ANT-MES = 1
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.

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
               IF CAL-PERIODO = WS-MES-REFERENCIA AND CAL-FECHADO
                   SET PERIODO-FECHADO TO TRUE
               END-IF
               READ FISCAL-CAL
                   AT END SET FISCALCAL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FISCAL-CAL
           IF PERIODO-FECHADO
               DISPLAY "PERIODO FISCAL " WS-MES-REFERENCIA
                   " FECHADO - APROPRIACAO REJEITADA PARA FISCAL.EXC"
               PERFORM GRAVAR-EXCECAO-FISCAL
           END-IF.

       GRAVAR-EXCECAO-FISCAL.
           OPEN EXTEND FISCAL-EXCECOES
           IF FISCALEXC-NAO-ACHOU
               CLOSE FISCAL-EXCECOES
               OPEN OUTPUT FISCAL-EXCECOES
           END-IF
           MOVE SPACES TO WS-FEXC-BUFFER
           STRING "PROGRAMA=ENCACRU  PERIODO=" DELIMITED BY SIZE
                  WS-MES-REFERENCIA           DELIMITED BY SIZE
                  " DATA-MOVIMENTO="          DELIMITED BY SIZE
                  WS-DATA-BASE                DELIMITED BY SIZE
                  " MOTIVO=PERIODO FECHADO"   DELIMITED BY SIZE
                  INTO WS-FEXC-BUFFER
           END-STRING
           MOVE WS-FEXC-BUFFER TO FEXC-LINHA
           WRITE FEXC-LINHA
           CLOSE FISCAL-EXCECOES.

       LER-PARAMETROS-ENCARGOS.
           OPEN INPUT ENCARGOS-PARAMETROS
           IF PARAM-OK
               READ ENCARGOS-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-TAXA-MENSAL TO WS-TAXA-MENSAL
                       MOVE PRM-MULTA-31    TO WS-MULTA-31
                       MOVE PRM-MULTA-61    TO WS-MULTA-61
                       MOVE PRM-MULTA-90    TO WS-MULTA-90
               END-READ
           ELSE
               DISPLAY "ENCARGOS.PRM AUSENTE - USANDO PARAMETROS "
                   "PADRAO"
           END-IF
           CLOSE ENCARGOS-PARAMETROS.

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

      *    Mes pedido ja lancado (re-execucao so refaz o relatorio) e
      *    o valor lancado no mes anterior, que este mes estorna.
       CONFERIR-MESES-LANCADOS.
           MOVE "N" TO WS-MES-JA-LANCADO
           MOVE ZEROS TO WS-VALOR-ANTERIOR
           OPEN INPUT ENCACRU-CTL
           IF CTL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ ENCACRU-CTL
               AT END SET CTL-FIM TO TRUE
           END-READ
           PERFORM UNTIL CTL-FIM
               IF CTL-MES = WS-MES-REFERENCIA
                   MOVE "S" TO WS-MES-JA-LANCADO
               END-IF
               IF CTL-MES = WS-MES-ANTERIOR
                   MOVE CTL-VALOR-LANCADO TO WS-VALOR-ANTERIOR
               END-IF
               READ ENCACRU-CTL
                   AT END SET CTL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENCACRU-CTL.

       CARREGAR-APROPRIACAO-ANTERIOR.
           OPEN INPUT ACRUAL-DETALHE
           IF DETALHE-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ ACRUAL-DETALHE
               AT END SET DETALHE-FIM TO TRUE
           END-READ
           PERFORM UNTIL DETALHE-FIM
               IF ACR-MES = WS-MES-ANTERIOR AND WS-ANT-QTD < 5000
                   ADD 1 TO WS-ANT-QTD
                   MOVE ACR-FAT-NUMERO TO WS-ANT-FATURA (WS-ANT-QTD)
                   MOVE ACR-TOTAL      TO WS-ANT-TOTAL (WS-ANT-QTD)
               END-IF
               READ ACRUAL-DETALHE
                   AT END SET DETALHE-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACRUAL-DETALHE.

      *    Encargo ganho e ainda nao recebido na data-base. Fatura
      *    paga, parcelada, baixada ou cancelada nao apropria; a
      *    faixa 61+ dias esta em nao-acrual (regra do regulador) e
      *    para de apropriar; dispensa que cobre o encargo tambem. A
      *    fatura que apropriou no mes anterior e nao apropria neste
      *    tem a apropriacao liberada pelo estorno, com o motivo.
       APROPRIAR-FATURA.
           MOVE SPACES TO WS-MOTIVO-LIBERACAO
           MOVE ZEROS TO WS-ENCARGO-TOTAL
           EVALUATE TRUE
               WHEN FAT-PAGA
                   MOVE "PAGA"       TO WS-MOTIVO-LIBERACAO
               WHEN FAT-PARCELADA
                   MOVE "PARCELADA"  TO WS-MOTIVO-LIBERACAO
               WHEN FAT-BAIXADA
                   MOVE "BAIXADA"    TO WS-MOTIVO-LIBERACAO
               WHEN FAT-CANCELADA
                   MOVE "CANCELADA"  TO WS-MOTIVO-LIBERACAO
               WHEN FAT-DATA-EMISSAO > WS-DATA-BASE
                   CONTINUE
               WHEN OTHER
                   PERFORM APURAR-ENCARGO-FATURA
           END-EVALUATE

           IF WS-ENCARGO-TOTAL > ZEROS
               PERFORM GRAVAR-APROPRIACAO-FATURA
           ELSE
               PERFORM CONFERIR-LIBERACAO-FATURA
           END-IF.

       APURAR-ENCARGO-FATURA.
           MOVE ZEROS TO WS-DIAS-ATRASO WS-JUROS WS-MULTA
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
               PERFORM CONTAR-DIAS-UTEIS-ATRASO
           END-IF
           IF WS-DIAS-ATRASO NOT GREATER 30
               EXIT PARAGRAPH
           END-IF
           IF WS-DIAS-ATRASO GREATER 60
               MOVE "NAO-ACRUAL" TO WS-MOTIVO-LIBERACAO
               ADD 1 TO WS-QTD-NAO-ACRUAL
               EXIT PARAGRAPH
           END-IF

      *    Mesma conta do ENCARGOS para a faixa 31-60: um mes de
      *    juros mais a multa da faixa.
           COMPUTE WS-MESES-ATRASO EQUAL
               (WS-DIAS-ATRASO + 29) / 30
           END-COMPUTE
           SUBTRACT 1 FROM WS-MESES-ATRASO
           COMPUTE WS-JUROS ROUNDED EQUAL
               FAT-VALOR * (WS-TAXA-MENSAL / 100) * WS-MESES-ATRASO
               ON SIZE ERROR
                   MOVE ZEROS TO WS-JUROS
                   DISPLAY "OVERFLOW NO CALCULO DE JUROS DA FATURA "
                       FAT-NUMERO
           END-COMPUTE
           MOVE "31-60" TO WS-FAIXA
           MOVE WS-MULTA-31 TO WS-MULTA
           IF FAT-ENCARGO-DISPENSADO > ZEROS
               PERFORM DESCONTAR-ENCARGO-DISPENSADO
           END-IF
           COMPUTE WS-ENCARGO-TOTAL ROUNDED EQUAL
               WS-JUROS + WS-MULTA
           END-COMPUTE
           IF WS-ENCARGO-TOTAL = ZEROS
               MOVE "DISPENSADA" TO WS-MOTIVO-LIBERACAO
           END-IF.

      *    A dispensa abate primeiro a multa da faixa, depois os
      *    juros - mesma ordem do ENCARGOS.
       DESCONTAR-ENCARGO-DISPENSADO.
           MOVE FAT-ENCARGO-DISPENSADO TO WS-DISPENSA-RESTANTE
           IF WS-DISPENSA-RESTANTE NOT < WS-MULTA
               SUBTRACT WS-MULTA FROM WS-DISPENSA-RESTANTE
               MOVE ZEROS TO WS-MULTA
           ELSE
               SUBTRACT WS-DISPENSA-RESTANTE FROM WS-MULTA
               MOVE ZEROS TO WS-DISPENSA-RESTANTE
           END-IF
           IF WS-DISPENSA-RESTANTE NOT < WS-JUROS
               MOVE ZEROS TO WS-JUROS
           ELSE
               SUBTRACT WS-DISPENSA-RESTANTE FROM WS-JUROS
           END-IF.

      *    Dias uteis entre o vencimento (exclusive) e a data-base
      *    (inclusive).
       CONTAR-DIAS-UTEIS-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF WS-DIAS-INT-VENCTO NOT < WS-DIAS-INT-BASE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-CORRENTE EQUAL WS-DIAS-INT-VENCTO + 1
           END-COMPUTE
           PERFORM UNTIL WS-DIA-CORRENTE > WS-DIAS-INT-BASE
               PERFORM CONFERIR-DIA-UTIL
               IF WS-DIA-NAO-UTIL = "N"
                   ADD 1 TO WS-DIAS-ATRASO
               END-IF
               ADD 1 TO WS-DIA-CORRENTE
           END-PERFORM.

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

       GRAVAR-APROPRIACAO-FATURA.
           ADD 1 TO WS-QTD-APROPRIADAS
           ADD WS-ENCARGO-TOTAL TO WS-TOTAL-APROPRIADO
           IF WS-MES-JA-LANCADO = "N"
               MOVE WS-MES-REFERENCIA TO ACR-MES
               MOVE FAT-NUMERO        TO ACR-FAT-NUMERO
               MOVE WS-FAIXA          TO ACR-FAIXA
               MOVE WS-JUROS          TO ACR-JUROS
               MOVE WS-MULTA          TO ACR-MULTA
               MOVE WS-ENCARGO-TOTAL  TO ACR-TOTAL
               WRITE ACR-REG
           END-IF
           MOVE WS-JUROS TO WS-VALOR-EDITADO
           MOVE WS-MULTA TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           STRING "FATURA " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               " APROPRIADA JUROS " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " MULTA " DELIMITED BY SIZE
               WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    Fatura que apropriou no mes anterior e nao apropria mais:
      *    sai a liberacao com o motivo (paga, baixada, dispensada,
      *    em nao-acrual...).
       CONFERIR-LIBERACAO-FATURA.
           MOVE ZEROS TO WS-ANT-ACHADO
           PERFORM VARYING WS-ANT-IND FROM 1 BY 1
                   UNTIL WS-ANT-IND > WS-ANT-QTD
               IF WS-ANT-FATURA (WS-ANT-IND) = FAT-NUMERO
                   MOVE WS-ANT-IND TO WS-ANT-ACHADO
               END-IF
           END-PERFORM
           IF WS-ANT-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-MOTIVO-LIBERACAO = SPACES
               MOVE "SEM ATRASO" TO WS-MOTIVO-LIBERACAO
           END-IF
           ADD 1 TO WS-QTD-LIBERADAS
           ADD WS-ANT-TOTAL (WS-ANT-ACHADO) TO WS-TOTAL-LIBERADO
           MOVE WS-ANT-TOTAL (WS-ANT-ACHADO) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FATURA " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               " LIBERADA " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               WS-MOTIVO-LIBERACAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    Estorno integral da apropriacao do mes anterior no dia 1
      *    (D receita / C encargos a receber) e a apropriacao do mes
      *    na data-base (D encargos a receber / C receita) - o efeito
      *    liquido na receita e a variacao do ganho nao recebido.
       LANCAR-APROPRIACAO-CONTABIL.
           MOVE WS-TOTAL-APROPRIADO TO WS-APROPRIADO-INTEIRO
           IF WS-VALOR-ANTERIOR = ZEROS
              AND WS-APROPRIADO-INTEIRO = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           IF WS-VALOR-ANTERIOR > ZEROS
               MOVE WS-PRIMEIRO-DIA-MES  TO GL-DATA
               MOVE WS-CONTA-RECEITA-ENC TO GL-CONTA
               MOVE WS-VALOR-ANTERIOR    TO GL-TOTAL-DEBITO
               MOVE ZEROS                TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-PRIMEIRO-DIA-MES  TO GL-DATA
               MOVE WS-CONTA-ENC-RECEBER TO GL-CONTA
               MOVE ZEROS                TO GL-TOTAL-DEBITO
               MOVE WS-VALOR-ANTERIOR    TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           IF WS-APROPRIADO-INTEIRO > ZEROS
               MOVE WS-DATA-BASE          TO GL-DATA
               MOVE WS-CONTA-ENC-RECEBER  TO GL-CONTA
               MOVE WS-APROPRIADO-INTEIRO TO GL-TOTAL-DEBITO
               MOVE ZEROS                 TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-DATA-BASE          TO GL-DATA
               MOVE WS-CONTA-RECEITA-ENC  TO GL-CONTA
               MOVE ZEROS                 TO GL-TOTAL-DEBITO
               MOVE WS-APROPRIADO-INTEIRO TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           CLOSE CONTABIL-INTERFACE.

       REGISTRAR-MES-LANCADO.
           OPEN EXTEND ENCACRU-CTL
           IF CTL-NAO-ACHOU
               CLOSE ENCACRU-CTL
               OPEN OUTPUT ENCACRU-CTL
           END-IF
           MOVE WS-MES-REFERENCIA     TO CTL-MES
           MOVE WS-APROPRIADO-INTEIRO TO CTL-VALOR-LANCADO
           MOVE WS-DATA-HOJE          TO CTL-DATA-LANCAMENTO
           WRITE CTL-REG
           CLOSE ENCACRU-CTL.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "APROPRIACAO DE ENCARGOS - MES " DELIMITED BY SIZE
               WS-MES-REFERENCIA DELIMITED BY SIZE
               " DATA-BASE " DELIMITED BY SIZE
               WS-DATA-BASE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO-RELATORIO.
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-APROPRIADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "APROPRIADAS: " DELIMITED BY SIZE
               WS-QTD-APROPRIADAS DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-LIBERADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LIBERADAS..: " DELIMITED BY SIZE
               WS-QTD-LIBERADAS DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "EM NAO-ACRUAL (61+ DIAS): " DELIMITED BY SIZE
               WS-QTD-NAO-ACRUAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-VALOR-ANTERIOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ESTORNO DO MES " DELIMITED BY SIZE
               WS-MES-ANTERIOR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF WS-MES-JA-LANCADO = "S"
               MOVE "MES JA LANCADO - RELATORIO REFEITO SEM LANCAMENTO"
                   TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
