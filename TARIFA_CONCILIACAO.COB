      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TARCONC.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Conciliacao mensal das tarifas de cobranca por banco.      <*
      *>   Le TARIFA.COBRADA (gravado pelo RETORNO a cada titulo      <*
      *>   do arquivo de retorno) e confere cada tarifa do mes        <*
      *>   contra a tabela contratada data/TARIFA.BCO (banco e        <*
      *>   tipo: R registro, L liquidacao, B baixa, P protesto).      <*
      *>   Lista as tarifas acima da tabela e as cobradas duas        <*
      *>   vezes na mesma ocorrencia do mesmo titulo, totaliza        <*
      *>   cobrado, devido, excesso e duplicidade por banco em        <*
      *>   TARCONC.REL e lanca o custo de cobranca do mes na          <*
      *>   interface contabil (D 51003 / C 11001). TARCONC.CTL        <*
      *>   guarda os meses ja lancados: a re-execucao refaz o         <*
      *>   relatorio sem lancar de novo. Mes pedido no ACCEPT         <*
      *>   (AAAAMM); em branco = mes anterior.                        <*
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
      *    Tarifas cobradas pelos bancos, gravadas pelo RETORNO.
           SELECT TARIFA-COBRADA ASSIGN TO "TARIFA.COBRADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.
      *    Tabela de tarifas contratadas por banco e ocorrencia.
           SELECT TARIFA-TABELA ASSIGN TO "data/TARIFA.BCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABELA-STATUS.
      *    Cadastro de bancos de cobranca - o nome no relatorio.
           SELECT BANCO-MST ASSIGN TO "BANCO.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.
      *    Meses ja lancados na contabilidade - a re-execucao do
      *    mes refaz o relatorio sem lancar o custo em dobro.
           SELECT TARCONC-CTL ASSIGN TO "TARCONC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *    Interface contabil - custo de cobranca do mes,
      *    acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Conciliacao por banco, com a lista das divergencias.
           SELECT TARCONC-RELATORIO ASSIGN TO "TARCONC.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TARIFA-COBRADA.
      *    Layout compartilhado da tarifa cobrada - ver
      *    copybooks/TARMOVREC.CPY.
           COPY TARMOVREC.

       FD  TARIFA-TABELA.
      *    Layout compartilhado da tabela de tarifas - ver
      *    copybooks/TARCOBREC.CPY.
           COPY TARCOBREC.

       FD  BANCO-MST.
      *    Layout compartilhado do banco - ver copybooks/BANCOREC.CPY.
           COPY BANCOREC.

       FD  TARCONC-CTL.
       01  CTL-REG.
           05 CTL-MES                 PIC 9(06).
           05 CTL-DATA-LANCAMENTO     PIC 9(08).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  TARCONC-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-TARIFA-STATUS      PIC X(02) VALUE "00".
           88 TARIFA-NAO-ACHOU      VALUE "35".
       77 WS-TARIFA-FIM         PIC X(01) VALUE "N".
           88 TARIFA-FIM            VALUE "S".
       77 WS-TABELA-STATUS      PIC X(02) VALUE "00".
           88 TABELA-NAO-ACHOU      VALUE "35".
       77 WS-TABELA-FIM         PIC X(01) VALUE "N".
           88 TABELA-FIM            VALUE "S".
       77 WS-BANCO-STATUS       PIC X(02) VALUE "00".
           88 BANCO-NAO-ACHOU       VALUE "35".
       77 WS-BANCO-FIM          PIC X(01) VALUE "N".
           88 BANCO-FIM             VALUE "S".
       77 WS-CTL-STATUS         PIC X(02) VALUE "00".
           88 CTL-NAO-ACHOU         VALUE "35".
       77 WS-CTL-FIM            PIC X(01) VALUE "N".
           88 CTL-FIM               VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Mes da conciliacao (AAAAMM): o digitado, ou em branco o
      *    mes anterior ao da execucao - o passo roda no comeco do
      *    mes seguinte, com o mes fechado.
       77 WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01 WS-MES-CONCILIACAO    PIC 9(06) VALUE ZEROS.
       01 WS-MES-CONC-R REDEFINES WS-MES-CONCILIACAO.
           05 WS-CONC-ANO        PIC 9(04).
           05 WS-CONC-MES        PIC 9(02).
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MES        PIC 9(02).
           05 WS-HOJE-DIA        PIC 9(02).
       77 WS-MES-REGISTRO       PIC 9(06) VALUE ZEROS.
       77 WS-MES-JA-LANCADO     PIC X(01) VALUE "N".

      *    Tabela de tarifas contratadas em memoria.
       01  WS-TABELA-TARIFAS.
           05 WS-TCB-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-TCB-ITEM OCCURS 200 TIMES.
              10 WS-TCB-BANCO       PIC 9(03).
              10 WS-TCB-TIPO        PIC X(01).
              10 WS-TCB-VALOR       PIC 9(05)V99.
       77 WS-TCB-IND            PIC 9(03) VALUE ZEROS.

      *    Conciliacao por banco: o que foi cobrado no mes, o que a
      *    tabela diz que era devido, o excesso das cobrancas acima
      *    da tabela e o cobrado em duplicidade.
       01  WS-TABELA-BANCOS.
           05 WS-BCO-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-BCO-ITEM OCCURS 20 TIMES.
              10 WS-BCO-CODIGO      PIC 9(03).
              10 WS-BCO-NOME        PIC X(30).
              10 WS-BCO-QTD-TARIFAS PIC 9(06).
              10 WS-BCO-COBRADO     PIC 9(11)V99.
              10 WS-BCO-DEVIDO      PIC 9(11)V99.
              10 WS-BCO-EXCESSO     PIC 9(11)V99.
              10 WS-BCO-DUPLICADO   PIC 9(11)V99.
       77 WS-BCO-IND            PIC 9(02) VALUE ZEROS.
       77 WS-BCO-ACHADO         PIC 9(02) VALUE ZEROS.

      *    Titulo + ocorrencia ja tarifados por banco, do inicio do
      *    arquivo ate o fim do mes: a segunda tarifa da mesma
      *    ocorrencia no mesmo titulo e duplicidade.
       01  WS-TABELA-TARIFADOS.
           05 WS-TTD-QTD            PIC 9(05) VALUE ZEROS.
           05 WS-TTD-ITEM OCCURS 10000 TIMES.
              10 WS-TTD-BANCO       PIC 9(03).
              10 WS-TTD-TITULO      PIC 9(06).
              10 WS-TTD-TIPO        PIC X(01).
       77 WS-TTD-IND            PIC 9(05) VALUE ZEROS.
       77 WS-TTD-CHEIA          PIC X(01) VALUE "N".

      *    Tarifa corrente.
       77 WS-TIPO-TARIFA        PIC X(01) VALUE SPACE.
       77 WS-VALOR-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-DIFERENCA          PIC 9(09)V99 VALUE ZEROS.
       77 WS-E-DUPLICADA        PIC X(01) VALUE "N".
       77 WS-TIPO-DIVERGENCIA   PIC X(14) VALUE SPACES.

       01  WS-TOTAIS-CONCILIACAO.
           05 WS-TOTAL-TARIFAS      PIC 9(06) VALUE ZEROS.
           05 WS-TOTAL-COBRADO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-DEVIDO       PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-EXCESSO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-DUPLICADO    PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-ACIMA          PIC 9(06) VALUE ZEROS.
           05 WS-QTD-DUPLICADAS     PIC 9(06) VALUE ZEROS.

      *    Plano de contas do custo de cobranca: debito na despesa
      *    de tarifas bancarias, credito no caixa (o banco repassou
      *    menos do que recebeu).
       77 WS-CONTA-TARIFAS      PIC 9(05) VALUE 51003.
       77 WS-CONTA-CAIXA        PIC 9(05) VALUE 11001.
       77 WS-CUSTO-INTEIRO      PIC 9(13) VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
       77 WS-TARIFA-EDITADA     PIC Z(08)9.99.
       77 WS-DEVIDO-EDITADO     PIC Z(08)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES DA CONCILIACAO (AAAAMM, EM BRANCO = MES "
               "ANTERIOR): "
           ACCEPT WS-MES-DIGITADO
           IF WS-MES-DIGITADO = SPACES
               MOVE WS-HOJE-ANO TO WS-CONC-ANO
               MOVE WS-HOJE-MES TO WS-CONC-MES
               IF WS-CONC-MES = 1
                   MOVE 12 TO WS-CONC-MES
                   SUBTRACT 1 FROM WS-CONC-ANO
               ELSE
                   SUBTRACT 1 FROM WS-CONC-MES
               END-IF
           ELSE
               IF WS-MES-DIGITADO IS NOT NUMERIC
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
               MOVE WS-MES-DIGITADO TO WS-MES-CONCILIACAO
           END-IF

           PERFORM CARREGAR-TABELA-TARIFAS
           PERFORM CARREGAR-CADASTRO-BANCOS
           PERFORM CONFERIR-MES-LANCADO

           OPEN OUTPUT TARCONC-RELATORIO
           PERFORM GRAVAR-CABECALHO-RELATORIO
           PERFORM CONCILIAR-TARIFAS-DO-MES
           PERFORM GRAVAR-RESUMO-POR-BANCO
           CLOSE TARCONC-RELATORIO

           IF WS-TOTAL-COBRADO > ZEROS
               IF WS-MES-JA-LANCADO = "S"
                   DISPLAY "CUSTO DE COBRANCA DO MES "
                       WS-MES-CONCILIACAO
                       " JA LANCADO - NAO LANCADO DE NOVO"
               ELSE
                   PERFORM LANCAR-CUSTO-CONTABIL
                   PERFORM REGISTRAR-MES-LANCADO
               END-IF
           END-IF
           DISPLAY "CONCILIACAO GRAVADA EM TARCONC.REL".
           GOBACK.

       CARREGAR-TABELA-TARIFAS.
           OPEN INPUT TARIFA-TABELA
           IF TABELA-NAO-ACHOU
               DISPLAY "TABELA data/TARIFA.BCO AUSENTE - TODA TARIFA "
                   "COBRADA SAI COMO EXCESSO"
               EXIT PARAGRAPH
           END-IF
           READ TARIFA-TABELA
               AT END SET TABELA-FIM TO TRUE
           END-READ
           PERFORM UNTIL TABELA-FIM
               IF WS-TCB-QTD < 200
                   ADD 1 TO WS-TCB-QTD
                   MOVE TCB-BANCO TO WS-TCB-BANCO (WS-TCB-QTD)
                   MOVE TCB-TIPO  TO WS-TCB-TIPO (WS-TCB-QTD)
                   MOVE TCB-VALOR TO WS-TCB-VALOR (WS-TCB-QTD)
               END-IF
               READ TARIFA-TABELA
                   AT END SET TABELA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TARIFA-TABELA.

      *    Os bancos do cadastro abrem a tabela da conciliacao, na
      *    ordem do cadastro; banco que aparecer so nas tarifas
      *    entra no fim, sem nome.
       CARREGAR-CADASTRO-BANCOS.
           OPEN INPUT BANCO-MST
           IF BANCO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ BANCO-MST
               AT END SET BANCO-FIM TO TRUE
           END-READ
           PERFORM UNTIL BANCO-FIM
               IF WS-BCO-QTD < 20
                   ADD 1 TO WS-BCO-QTD
                   INITIALIZE WS-BCO-ITEM (WS-BCO-QTD)
                   MOVE BCO-CODIGO TO WS-BCO-CODIGO (WS-BCO-QTD)
                   MOVE BCO-NOME   TO WS-BCO-NOME (WS-BCO-QTD)
               END-IF
               READ BANCO-MST
                   AT END SET BANCO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE BANCO-MST.

       CONFERIR-MES-LANCADO.
           MOVE "N" TO WS-MES-JA-LANCADO
           OPEN INPUT TARCONC-CTL
           IF CTL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ TARCONC-CTL
               AT END SET CTL-FIM TO TRUE
           END-READ
           PERFORM UNTIL CTL-FIM
               IF CTL-MES = WS-MES-CONCILIACAO
                   MOVE "S" TO WS-MES-JA-LANCADO
               END-IF
               READ TARCONC-CTL
                   AT END SET CTL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TARCONC-CTL.

       REGISTRAR-MES-LANCADO.
           OPEN EXTEND TARCONC-CTL
           IF CTL-NAO-ACHOU
               CLOSE TARCONC-CTL
               OPEN OUTPUT TARCONC-CTL
           END-IF
           MOVE WS-MES-CONCILIACAO TO CTL-MES
           MOVE WS-DATA-HOJE       TO CTL-DATA-LANCAMENTO
           WRITE CTL-REG
           CLOSE TARCONC-CTL.

      *    Le as tarifas cobradas do inicio ate o fim do mes: as de
      *    meses anteriores so alimentam a deteccao de duplicidade;
      *    as do mes sao conferidas contra a tabela.
       CONCILIAR-TARIFAS-DO-MES.
           OPEN INPUT TARIFA-COBRADA
           IF TARIFA-NAO-ACHOU
               DISPLAY "NENHUMA TARIFA COBRADA REGISTRADA - "
                   "TARIFA.COBRADA AUSENTE"
               EXIT PARAGRAPH
           END-IF
           READ TARIFA-COBRADA
               AT END SET TARIFA-FIM TO TRUE
           END-READ
           PERFORM UNTIL TARIFA-FIM
               MOVE TCM-DATA (1:6) TO WS-MES-REGISTRO
               IF WS-MES-REGISTRO NOT > WS-MES-CONCILIACAO
                   PERFORM CLASSIFICAR-OCORRENCIA
                   PERFORM CONFERIR-DUPLICIDADE
                   IF WS-MES-REGISTRO = WS-MES-CONCILIACAO
                       PERFORM CONFERIR-TARIFA
                   END-IF
               END-IF
               READ TARIFA-COBRADA
                   AT END SET TARIFA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TARIFA-COBRADA
           IF WS-TTD-CHEIA = "S"
               DISPLAY "TABELA DE TITULOS TARIFADOS CHEIA - "
                   "DUPLICIDADE CONFERIDA SO ATE 10000 TITULOS"
           END-IF.

      *    Ocorrencia do retorno no tipo da tabela (brancos =
      *    ocorrencia que nao tem tarifa contratada).
       CLASSIFICAR-OCORRENCIA.
           EVALUATE TCM-OCORRENCIA
               WHEN "02"
                   MOVE "R" TO WS-TIPO-TARIFA
               WHEN "06"
                   MOVE "L" TO WS-TIPO-TARIFA
               WHEN "10"
                   MOVE "B" TO WS-TIPO-TARIFA
               WHEN "23"
                   MOVE "P" TO WS-TIPO-TARIFA
               WHEN OTHER
                   MOVE SPACE TO WS-TIPO-TARIFA
           END-EVALUATE.

       CONFERIR-DUPLICIDADE.
           MOVE "N" TO WS-E-DUPLICADA
           IF WS-TIPO-TARIFA = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TTD-IND FROM 1 BY 1
                   UNTIL WS-TTD-IND > WS-TTD-QTD
                      OR WS-E-DUPLICADA = "S"
               IF WS-TTD-BANCO (WS-TTD-IND) = TCM-BANCO
                   AND WS-TTD-TITULO (WS-TTD-IND) = TCM-TITULO
                   AND WS-TTD-TIPO (WS-TTD-IND) = WS-TIPO-TARIFA
                   MOVE "S" TO WS-E-DUPLICADA
               END-IF
           END-PERFORM
           IF WS-E-DUPLICADA = "N"
               IF WS-TTD-QTD < 10000
                   ADD 1 TO WS-TTD-QTD
                   MOVE TCM-BANCO      TO WS-TTD-BANCO (WS-TTD-QTD)
                   MOVE TCM-TITULO     TO WS-TTD-TITULO (WS-TTD-QTD)
                   MOVE WS-TIPO-TARIFA TO WS-TTD-TIPO (WS-TTD-QTD)
               ELSE
                   MOVE "S" TO WS-TTD-CHEIA
               END-IF
           END-IF.

      *    Tarifa do mes: soma no banco, compara com a contratada e
      *    lista a cobrada acima da tabela e a cobrada de novo na
      *    mesma ocorrencia do mesmo titulo (esta inteira e excesso).
       CONFERIR-TARIFA.
           PERFORM LOCALIZAR-BANCO-CONCILIACAO
           MOVE ZEROS TO WS-VALOR-DEVIDO
           IF WS-E-DUPLICADA = "N" AND WS-TIPO-TARIFA NOT = SPACE
               PERFORM VARYING WS-TCB-IND FROM 1 BY 1
                       UNTIL WS-TCB-IND > WS-TCB-QTD
                   IF WS-TCB-BANCO (WS-TCB-IND) = TCM-BANCO
                       AND WS-TCB-TIPO (WS-TCB-IND) = WS-TIPO-TARIFA
                       MOVE WS-TCB-VALOR (WS-TCB-IND)
                           TO WS-VALOR-DEVIDO
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-TOTAL-TARIFAS
           ADD TCM-TARIFA TO WS-TOTAL-COBRADO
           ADD WS-VALOR-DEVIDO TO WS-TOTAL-DEVIDO
           IF WS-BCO-ACHADO > ZEROS
               ADD 1 TO WS-BCO-QTD-TARIFAS (WS-BCO-ACHADO)
               ADD TCM-TARIFA TO WS-BCO-COBRADO (WS-BCO-ACHADO)
               ADD WS-VALOR-DEVIDO TO WS-BCO-DEVIDO (WS-BCO-ACHADO)
           END-IF

           IF WS-E-DUPLICADA = "S"
               ADD 1 TO WS-QTD-DUPLICADAS
               ADD TCM-TARIFA TO WS-TOTAL-DUPLICADO
               IF WS-BCO-ACHADO > ZEROS
                   ADD TCM-TARIFA TO WS-BCO-DUPLICADO (WS-BCO-ACHADO)
               END-IF
               MOVE ZEROS TO WS-VALOR-DEVIDO
               MOVE TCM-TARIFA TO WS-DIFERENCA
               PERFORM GRAVAR-LINHA-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
           IF TCM-TARIFA > WS-VALOR-DEVIDO
               COMPUTE WS-DIFERENCA EQUAL TCM-TARIFA - WS-VALOR-DEVIDO
               END-COMPUTE
               ADD 1 TO WS-QTD-ACIMA
               ADD WS-DIFERENCA TO WS-TOTAL-EXCESSO
               IF WS-BCO-ACHADO > ZEROS
                   ADD WS-DIFERENCA TO WS-BCO-EXCESSO (WS-BCO-ACHADO)
               END-IF
               PERFORM GRAVAR-LINHA-DIVERGENCIA
           END-IF.

       LOCALIZAR-BANCO-CONCILIACAO.
           MOVE ZEROS TO WS-BCO-ACHADO
           PERFORM VARYING WS-BCO-IND FROM 1 BY 1
                   UNTIL WS-BCO-IND > WS-BCO-QTD
                      OR WS-BCO-ACHADO > ZEROS
               IF WS-BCO-CODIGO (WS-BCO-IND) = TCM-BANCO
                   MOVE WS-BCO-IND TO WS-BCO-ACHADO
               END-IF
           END-PERFORM
           IF WS-BCO-ACHADO = ZEROS AND WS-BCO-QTD < 20
               ADD 1 TO WS-BCO-QTD
               INITIALIZE WS-BCO-ITEM (WS-BCO-QTD)
               MOVE TCM-BANCO TO WS-BCO-CODIGO (WS-BCO-QTD)
               MOVE "FORA DO CADASTRO" TO WS-BCO-NOME (WS-BCO-QTD)
               MOVE WS-BCO-QTD TO WS-BCO-ACHADO
           END-IF.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONCILIACAO DE TARIFAS DE COBRANCA - TARCONC  MES "
               DELIMITED BY SIZE
               WS-MES-CONCILIACAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DIVERGENCIAS: BANCO TITULO OCORR       COBRADA"
               "        DEVIDA" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    Uma linha por tarifa acima da tabela (ACIMA) ou cobrada
      *    de novo (DUPLICADA).
       GRAVAR-LINHA-DIVERGENCIA.
           MOVE TCM-TARIFA TO WS-TARIFA-EDITADA
           MOVE WS-VALOR-DEVIDO TO WS-DEVIDO-EDITADO
           IF WS-E-DUPLICADA = "S"
               MOVE "DUPLICADA" TO WS-TIPO-DIVERGENCIA
           ELSE
               MOVE "ACIMA" TO WS-TIPO-DIVERGENCIA
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-TIPO-DIVERGENCIA DELIMITED BY SIZE
               TCM-BANCO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TCM-TITULO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TCM-OCORRENCIA DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-TARIFA-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEVIDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO-POR-BANCO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-BCO-IND FROM 1 BY 1
                   UNTIL WS-BCO-IND > WS-BCO-QTD
               PERFORM GRAVAR-RESUMO-DO-BANCO
           END-PERFORM

           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-COBRADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL - TARIFAS: " DELIMITED BY SIZE
               WS-TOTAL-TARIFAS DELIMITED BY SIZE
               "  COBRADO: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-DEVIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEVIDO PELA TABELA........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-EXCESSO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ACIMA DA TABELA...: " DELIMITED BY SIZE
               WS-QTD-ACIMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-DUPLICADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "EM DUPLICIDADE....: " DELIMITED BY SIZE
               WS-QTD-DUPLICADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO-DO-BANCO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "BANCO " DELIMITED BY SIZE
               WS-BCO-CODIGO (WS-BCO-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BCO-NOME (WS-BCO-IND) DELIMITED BY SIZE
               " TARIFAS: " DELIMITED BY SIZE
               WS-BCO-QTD-TARIFAS (WS-BCO-IND) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-BCO-COBRADO (WS-BCO-IND) TO WS-TARIFA-EDITADA
           MOVE WS-BCO-DEVIDO (WS-BCO-IND) TO WS-DEVIDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "   COBRADO " DELIMITED BY SIZE
               WS-TARIFA-EDITADA DELIMITED BY SIZE
               "  DEVIDO " DELIMITED BY SIZE
               WS-DEVIDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-BCO-EXCESSO (WS-BCO-IND) TO WS-TARIFA-EDITADA
           MOVE WS-BCO-DUPLICADO (WS-BCO-IND) TO WS-DEVIDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "   ACIMA   " DELIMITED BY SIZE
               WS-TARIFA-EDITADA DELIMITED BY SIZE
               "  DUPLIC " DELIMITED BY SIZE
               WS-DEVIDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    Custo de cobranca do mes (tudo o que os bancos cobraram -
      *    o excesso e cobrado de volta do banco pela lista) na
      *    interface contabil.
       LANCAR-CUSTO-CONTABIL.
           MOVE WS-TOTAL-COBRADO TO WS-CUSTO-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE     TO GL-DATA
           MOVE WS-CONTA-TARIFAS TO GL-CONTA
           MOVE WS-CUSTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS            TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE     TO GL-DATA
           MOVE WS-CONTA-CAIXA   TO GL-CONTA
           MOVE ZEROS            TO GL-TOTAL-DEBITO
           MOVE WS-CUSTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           DISPLAY "CUSTO DE COBRANCA LANCADO NA INTERFACE CONTABIL".

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
