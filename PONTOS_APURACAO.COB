      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PTSAPURA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Apuracao mensal do programa de pontos de fidelidade. No    <*
      *>   mes pedido (ACCEPT AAAAMM; em branco = mes anterior) le as <*
      *>   regras de data/PONTOS.REGRAS e pontua, por CPF, os debitos <*
      *>   (DL) e as transferencias (TR) do mes no TRNPROC.REG e as   <*
      *>   faturas liquidadas no mes ate o vencimento - FA com        <*
      *>   mandato ativo no DEBAUTO.MND, FP pelos demais meios. So    <*
      *>   cliente ativo e vivo no CADCLI.DAT ganha. Antes dos ganhos <*
      *>   expira o ganho ha mais de PONTOS-VALIDADE-MESES (padrao    <*
      *>   12) que nao saiu por resgate, o mais antigo primeiro.      <*
      *>   Saldo em PONTOS.SALDO, historico em PONTOS.MOV, passivo na <*
      *>   interface contabil pelo PONTOS-VALOR-MILHEIRO (centavos    <*
      *>   por 1.000 pontos, padrao R$ 10,00): D 66001 / C 25001 nos  <*
      *>   ganhos e o inverso nos expirados. Extrato por cliente em   <*
      *>   PONTOS.EXTRATO e passivo em PONTOS.REL. Mes ja apurado so  <*
      *>   refaz extrato e relatorio (PONTOS.CTL); mes fechado no     <*
      *>   calendario fiscal vai para FISCAL.EXC com RETURN-CODE 8.   <*
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
      *    Regras de pontuacao (codigo, ativa S/N, pontos por evento,
      *    pontos por R$ 100,00, valor minimo do evento).
           SELECT PONTOS-REGRAS ASSIGN TO "data/PONTOS.REGRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
      *    Registro de transacoes processadas pelo LACO - os debitos
      *    e as transferencias do mes pontuam.
           SELECT TRNPROC-REGISTRO ASSIGN TO "TRNPROC.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPROC-STATUS.
      *    Faturas - as liquidadas no mes ate o vencimento pontuam.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Mandatos de debito automatico - fatura em dia de CPF com
      *    mandato ativo pontua pela regra do debito automatico.
           SELECT DEBAUTO-MANDATOS ASSIGN TO "DEBAUTO.MND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATO-STATUS.
      *    Cadastro mestre - so cliente ativo e vivo ganha pontos.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Saldo de pontos por cliente.
           SELECT PONTOS-SALDO ASSIGN TO "PONTOS.SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CPF
               FILE STATUS IS WS-SALDO-STATUS.
      *    Historico de ganhos, resgates e expiracoes.
           SELECT PONTOS-MOVIMENTO ASSIGN TO "PONTOS.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMENTO-STATUS.
      *    Meses ja apurados - a re-execucao nao pontua de novo.
           SELECT PONTOS-CTL ASSIGN TO "PONTOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *    Parametros de execucao (validade e valor do ponto).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Calendario fiscal - mes fechado nao recebe lancamento.
           SELECT FISCAL-CAL ASSIGN TO "FISCAL.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCALCAL-STATUS.
      *    Excecoes de periodo fechado, compartilhado com GLPOST.
           SELECT FISCAL-EXCECOES ASSIGN TO "FISCAL.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCALEXC-STATUS.
      *    Interface contabil - constituicao e reversao do passivo
      *    de pontos, acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Extrato mensal de pontos, um bloco por cliente.
           SELECT PONTOS-EXTRATO ASSIGN TO "PONTOS.EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
      *    Relatorio do passivo de pontos para a contabilidade.
           SELECT PONTOS-RELATORIO ASSIGN TO "PONTOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  PONTOS-REGRAS.
       01  REGRA-REG.
           05 REGRA-CODIGO            PIC X(02).
           05 REGRA-ATIVA             PIC X(01).
           05 REGRA-PONTOS-EVENTO     PIC 9(05).
           05 REGRA-PONTOS-CEM        PIC 9(05).
           05 REGRA-VALOR-MINIMO      PIC 9(09)V99.
           05 REGRA-DESCRICAO         PIC X(40).

      *    Mesmo layout gravado pelo LACO.
       FD  TRNPROC-REGISTRO.
       01  TRNPROC-REG.
           05 REG-NUMERO              PIC 9(06).
           05 REG-DATA                PIC 9(08).
           05 REG-CPF                 PIC X(11).
           05 REG-CICLO               PIC 9(02).
           05 REG-AGENCIA             PIC X(08).
           05 REG-TIPO                PIC X(01).
           05 REG-VALOR               PIC 9(09)V99.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  DEBAUTO-MANDATOS.
      *    Layout compartilhado do mandato - ver
      *    copybooks/DEBAUTREC.CPY.
           COPY DEBAUTREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  PONTOS-SALDO.
      *    Layout compartilhado do saldo de pontos - ver
      *    copybooks/PONTOSREC.CPY.
           COPY PONTOSREC.

       FD  PONTOS-MOVIMENTO.
      *    Layout compartilhado do movimento de pontos - ver
      *    copybooks/PTSMOVREC.CPY.
           COPY PTSMOVREC.

       FD  PONTOS-CTL.
       01  CTL-REG.
           05 CTL-MES                 PIC 9(06).
           05 CTL-DATA-APURACAO       PIC 9(08).
           05 CTL-PONTOS-GANHOS       PIC 9(09).
           05 CTL-PONTOS-EXPIRADOS    PIC 9(09).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  FISCAL-CAL.
      *    Layout compartilhado do calendario fiscal - ver
      *    copybooks/FISCALREC.CPY.
           COPY FISCALREC.

       FD  FISCAL-EXCECOES.
       01  FEXC-LINHA                 PIC X(80) VALUE SPACES.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  PONTOS-EXTRATO.
       01  EXT-LINHA                  PIC X(80) VALUE SPACES.

       FD  PONTOS-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-REGRAS-STATUS      PIC X(02) VALUE "00".
           88 REGRAS-NAO-ACHOU      VALUE "35".
       77 WS-REGRAS-FIM         PIC X(01) VALUE "N".
           88 REGRAS-FIM            VALUE "S".
       77 WS-TRNPROC-STATUS     PIC X(02) VALUE "00".
           88 TRNPROC-NAO-ACHOU     VALUE "35".
       77 WS-TRNPROC-FIM        PIC X(01) VALUE "N".
           88 TRNPROC-FIM           VALUE "S".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-MANDATO-STATUS     PIC X(02) VALUE "00".
           88 MANDATO-NAO-ACHOU     VALUE "35".
       77 WS-MANDATO-FIM        PIC X(01) VALUE "N".
           88 MANDATO-FIM           VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-SALDO-STATUS       PIC X(02) VALUE "00".
           88 SALDO-OK              VALUE "00".
           88 SALDO-NAO-ACHOU       VALUE "23" "35".
       77 WS-SALDO-FIM          PIC X(01) VALUE "N".
           88 SALDO-FIM             VALUE "S".
       77 WS-MOVIMENTO-STATUS   PIC X(02) VALUE "00".
           88 MOVIMENTO-NAO-ACHOU   VALUE "35".
       77 WS-MOVIMENTO-FIM      PIC X(01) VALUE "N".
           88 MOVIMENTO-FIM         VALUE "S".
       77 WS-CTL-STATUS         PIC X(02) VALUE "00".
           88 CTL-NAO-ACHOU         VALUE "35".
       77 WS-CTL-FIM            PIC X(01) VALUE "N".
           88 CTL-FIM               VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-FISCALCAL-STATUS   PIC X(02) VALUE "00".
           88 FISCALCAL-NAO-ACHOU   VALUE "35".
       77 WS-FISCALCAL-FIM      PIC X(01) VALUE "N".
           88 FISCALCAL-FIM         VALUE "S".
       77 WS-FISCALEXC-STATUS   PIC X(02) VALUE "00".
           88 FISCALEXC-NAO-ACHOU   VALUE "35".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-EXTRATO-STATUS     PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Mes da apuracao (AAAAMM): o digitado, ou em branco o mes
      *    anterior ao da execucao. Ganhos e expiracoes sao datados
      *    na data-base (ultimo dia do mes).
       77 WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01 WS-MES-REFERENCIA     PIC 9(06) VALUE ZEROS.
       01 WS-MES-REFERENCIA-R REDEFINES WS-MES-REFERENCIA.
           05 WS-REF-ANO         PIC 9(04).
           05 WS-REF-MES         PIC 9(02).
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
       77 WS-DATA-BASE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-BASE      PIC 9(07) VALUE ZEROS.
      *    Mes de corte da expiracao: vence nesta apuracao o ganho de
      *    competencia ate o corte (mes menos a validade); o corte
      *    seguinte diz o que vence na proxima apuracao.
       01 WS-MES-CORTE          PIC 9(06) VALUE ZEROS.
       01 WS-MES-CORTE-R REDEFINES WS-MES-CORTE.
           05 WS-CORTE-ANO       PIC 9(04).
           05 WS-CORTE-MES       PIC 9(02).
       01 WS-MES-CORTE-SEGUINTE PIC 9(06) VALUE ZEROS.
       01 WS-MES-CORTE-SEG-R REDEFINES WS-MES-CORTE-SEGUINTE.
           05 WS-CORTE-SEG-ANO   PIC 9(04).
           05 WS-CORTE-SEG-MES   PIC 9(02).
       77 WS-MESES-CORRIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-MES-EVENTO         PIC 9(06) VALUE ZEROS.

      *    Validade em meses (PONTOS-VALIDADE-MESES) e valor em
      *    centavos de 1.000 pontos (PONTOS-VALOR-MILHEIRO).
       77 WS-VALIDADE-MESES     PIC 9(03) VALUE 12.
       77 WS-VALOR-MILHEIRO     PIC 9(07) VALUE 1000.

      *    Mes ja apurado (re-execucao so refaz extrato e relatorio)
      *    e o ultimo mes apurado - mes anterior a ele e recusado.
       77 WS-MES-JA-APURADO     PIC X(01) VALUE "N".
       77 WS-ULTIMO-MES-APURADO PIC 9(06) VALUE ZEROS.
       77 WS-DATA-APURACAO      PIC 9(08) VALUE ZEROS.

      *    Regras de data/PONTOS.REGRAS - as inativas ficam na tabela
      *    so para o relatorio nomear ganhos antigos.
       01  WS-TABELA-REGRAS.
           05 WS-REG-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-REG-ITEM OCCURS 8 TIMES.
              10 WS-REG-CODIGO      PIC X(02).
              10 WS-REG-ATIVA       PIC X(01).
              10 WS-REG-PONTOS-EVENTO PIC 9(05).
              10 WS-REG-PONTOS-CEM  PIC 9(05).
              10 WS-REG-VALOR-MINIMO PIC 9(09)V99.
              10 WS-REG-DESCRICAO   PIC X(40).
              10 WS-REG-MES-EVENTOS PIC 9(07).
              10 WS-REG-MES-PONTOS  PIC 9(09).
       77 WS-REG-IND            PIC 9(02) VALUE ZEROS.
       77 WS-REG-ACHADA         PIC 9(02) VALUE ZEROS.
       77 WS-CODIGO-EVENTO      PIC X(02) VALUE SPACES.

      *    CPFs com mandato de debito automatico ativo.
       01  WS-TABELA-MANDATOS.
           05 WS-MND-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-MND-CPF            PIC X(11) OCCURS 2000 TIMES.
       77 WS-MND-IND            PIC 9(04) VALUE ZEROS.
       77 WS-TEM-MANDATO        PIC X(01) VALUE "N".

      *    Clientes da apuracao: eventos do mes por regra e ganhos ja
      *    vencidos; na segunda passada, o movimento do mes e o
      *    posterior a ele, para o extrato.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CLI-ITEM OCCURS 3000 TIMES.
              10 WS-CLI-CPF         PIC X(14).
              10 WS-CLI-REGRA OCCURS 8 TIMES.
                 15 WS-CLI-EVENTOS  PIC 9(05).
                 15 WS-CLI-VALOR    PIC 9(11)V99.
              10 WS-CLI-GANHO-VENCIDO  PIC 9(09).
              10 WS-CLI-GANHO-A-VENCER PIC 9(09).
              10 WS-CLI-GANHO-MES      PIC 9(09).
              10 WS-CLI-RESGATE-MES    PIC 9(09).
              10 WS-CLI-EXPIRADO-MES   PIC 9(09).
              10 WS-CLI-GANHO-POS      PIC 9(09).
              10 WS-CLI-RESGATE-POS    PIC 9(09).
              10 WS-CLI-EXPIRADO-POS   PIC 9(09).
       77 WS-CLI-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CLI-ACHADO         PIC 9(04) VALUE ZEROS.
       77 WS-CLI-ESTOUROU       PIC X(01) VALUE "N".
       77 WS-CPF-EVENTO         PIC X(14) VALUE SPACES.
       77 WS-VALOR-EVENTO       PIC 9(11)V99 VALUE ZEROS.

      *    Calculo por cliente.
       77 WS-PTS-NOVO           PIC X(01) VALUE "N".
       77 WS-CLIENTE-PONTUA     PIC X(01) VALUE "N".
       77 WS-PONTOS-VENCIDOS    PIC S9(10) VALUE ZEROS.
       77 WS-PONTOS-REGRA       PIC 9(09) VALUE ZEROS.
       77 WS-CENTENAS           PIC 9(11) VALUE ZEROS.
       77 WS-PONTOS-CONVERTER   PIC 9(09) VALUE ZEROS.
       77 WS-VALOR-PONTOS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-FIM-MES      PIC S9(10) VALUE ZEROS.
       77 WS-SALDO-ANTERIOR     PIC S9(10) VALUE ZEROS.
       77 WS-A-EXPIRAR          PIC S9(10) VALUE ZEROS.

       01  WS-TOTAIS-APURACAO.
           05 WS-QTD-EVENTOS-MOV    PIC 9(07) VALUE ZEROS.
           05 WS-QTD-EVENTOS-FAT    PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SEM-DIREITO    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-PONTUADOS      PIC 9(05) VALUE ZEROS.
           05 WS-QTD-COM-EXPIRACAO  PIC 9(05) VALUE ZEROS.
           05 WS-TOTAL-GANHOS       PIC 9(09) VALUE ZEROS.
           05 WS-TOTAL-EXPIRADOS    PIC 9(09) VALUE ZEROS.
       01  WS-TOTAIS-EXTRATO.
           05 WS-QTD-EXTRATOS       PIC 9(05) VALUE ZEROS.
           05 WS-EXT-ANTERIOR       PIC S9(10) VALUE ZEROS.
           05 WS-EXT-GANHOS         PIC 9(10) VALUE ZEROS.
           05 WS-EXT-RESGATES       PIC 9(10) VALUE ZEROS.
           05 WS-EXT-EXPIRADOS      PIC 9(10) VALUE ZEROS.
           05 WS-EXT-SALDO          PIC S9(10) VALUE ZEROS.
           05 WS-EXT-A-EXPIRAR      PIC 9(10) VALUE ZEROS.

      *    Contas do passivo de pontos: a constituicao debita a
      *    despesa do programa contra os pontos a pagar; a expiracao
      *    reverte; o resgate (PTSRESG) baixa os pontos a pagar.
       77 WS-CONTA-DESPESA-PTS  PIC 9(05) VALUE 66001.
       77 WS-CONTA-PASSIVO-PTS  PIC 9(05) VALUE 25001.
       77 WS-TOTAL-INTEIRO      PIC 9(13) VALUE ZEROS.

       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
           88 PERIODO-FECHADO      VALUE "S".
       77 WS-FEXC-BUFFER        PIC X(80) VALUE SPACES.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
           05 FILLER                 PIC X(03).
       77  WS-CPF-MASCARADO          PIC X(14) VALUE SPACES.
       77  WS-NOME-CLIENTE           PIC X(30) VALUE SPACES.

       77 WS-PONTOS-EDITADO     PIC -(10)9.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-QTD-EDITADA        PIC Z(06)9.
       77 WS-ROTULO             PIC X(32) VALUE SPACES.
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
           MOVE "PTSAPURA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES DA APURACAO DE PONTOS (AAAAMM, EM BRANCO = "
               "MES ANTERIOR): "
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

           PERFORM LER-PARAMETROS-PONTOS
           PERFORM APURAR-DATAS-DO-MES
           PERFORM CONFERIR-MESES-APURADOS
           IF WS-MES-JA-APURADO = "N"
              AND WS-MES-REFERENCIA < WS-ULTIMO-MES-APURADO
               DISPLAY "MES " WS-MES-REFERENCIA " ANTERIOR AO ULTIMO "
                   "APURADO (" WS-ULTIMO-MES-APURADO ") - RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-REGRAS-PONTOS

           IF WS-MES-JA-APURADO = "S"
               DISPLAY "PONTOS DO MES " WS-MES-REFERENCIA
                   " JA APURADOS EM " WS-DATA-APURACAO
                   " - SO EXTRATO E RELATORIO SAO REFEITOS"
           ELSE
      *    Mes fechado pela contabilidade nao recebe o lancamento do
      *    passivo - a apuracao inteira fica para depois.
               PERFORM CONFERIR-PERIODO-FISCAL
               IF PERIODO-FECHADO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CARREGAR-MANDATOS-ATIVOS
               PERFORM APURAR-EVENTOS-MOVIMENTO
               PERFORM APURAR-EVENTOS-FATURAS
               PERFORM CARREGAR-GANHOS-VENCIDOS
               PERFORM ATUALIZAR-SALDOS-PONTOS
               PERFORM LANCAR-PASSIVO-CONTABIL
               PERFORM REGISTRAR-MES-APURADO
           END-IF

           PERFORM CARREGAR-MOVIMENTO-DO-MES
           OPEN OUTPUT PONTOS-EXTRATO
           PERFORM EMITIR-EXTRATOS
           CLOSE PONTOS-EXTRATO
           OPEN OUTPUT PONTOS-RELATORIO
           PERFORM EMITIR-RELATORIO-PASSIVO
           CLOSE PONTOS-RELATORIO
           DISPLAY "APURACAO DE PONTOS DO MES " WS-MES-REFERENCIA
               " - EXTRATO EM PONTOS.EXTRATO, PASSIVO EM PONTOS.REL"
           GOBACK.

      *----------------------------------------------------------------*
      *    PARAMETROS, DATAS E CONTROLE
      *----------------------------------------------------------------*
      *    Parametros PONTOS-VALIDADE-MESES e PONTOS-VALOR-MILHEIRO
      *    (centavos por 1.000 pontos).
       LER-PARAMETROS-PONTOS.
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
               IF WS-PRM-NOME = "PONTOS-VALIDADE-MESES"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-VALIDADE-MESES EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "PONTOS-VALOR-MILHEIRO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-VALOR-MILHEIRO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Data-base = ultimo dia do mes; corte = mes menos a
      *    validade, contado em meses corridos desde o ano zero.
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

           COMPUTE WS-MESES-CORRIDOS EQUAL
               WS-REF-ANO * 12 + WS-REF-MES - 1 - WS-VALIDADE-MESES
           END-COMPUTE
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           ADD 1 TO WS-MESES-CORRIDOS
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-CORTE-SEG-ANO
               REMAINDER WS-CORTE-SEG-MES
           ADD 1 TO WS-CORTE-SEG-MES.

      *    Mes pedido ja apurado e o ultimo mes apurado.
       CONFERIR-MESES-APURADOS.
           MOVE "N" TO WS-MES-JA-APURADO
           MOVE ZEROS TO WS-ULTIMO-MES-APURADO
           OPEN INPUT PONTOS-CTL
           IF CTL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PONTOS-CTL
               AT END SET CTL-FIM TO TRUE
           END-READ
           PERFORM UNTIL CTL-FIM
               IF CTL-MES = WS-MES-REFERENCIA
                   MOVE "S" TO WS-MES-JA-APURADO
                   MOVE CTL-DATA-APURACAO TO WS-DATA-APURACAO
               END-IF
               IF CTL-MES > WS-ULTIMO-MES-APURADO
                   MOVE CTL-MES TO WS-ULTIMO-MES-APURADO
               END-IF
               READ PONTOS-CTL
                   AT END SET CTL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PONTOS-CTL.

       REGISTRAR-MES-APURADO.
           OPEN EXTEND PONTOS-CTL
           IF CTL-NAO-ACHOU
               CLOSE PONTOS-CTL
               OPEN OUTPUT PONTOS-CTL
           END-IF
           MOVE WS-MES-REFERENCIA  TO CTL-MES
           MOVE WS-DATA-HOJE       TO CTL-DATA-APURACAO
           MOVE WS-TOTAL-GANHOS    TO CTL-PONTOS-GANHOS
           MOVE WS-TOTAL-EXPIRADOS TO CTL-PONTOS-EXPIRADOS
           WRITE CTL-REG
           CLOSE PONTOS-CTL.

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
                   " FECHADO - APURACAO REJEITADA PARA FISCAL.EXC"
               PERFORM GRAVAR-EXCECAO-FISCAL
           END-IF.

       GRAVAR-EXCECAO-FISCAL.
           OPEN EXTEND FISCAL-EXCECOES
           IF FISCALEXC-NAO-ACHOU
               CLOSE FISCAL-EXCECOES
               OPEN OUTPUT FISCAL-EXCECOES
           END-IF
           MOVE SPACES TO WS-FEXC-BUFFER
           STRING "PROGRAMA=PTSAPURA PERIODO=" DELIMITED BY SIZE
                  WS-MES-REFERENCIA           DELIMITED BY SIZE
                  " DATA-MOVIMENTO="          DELIMITED BY SIZE
                  WS-DATA-BASE                DELIMITED BY SIZE
                  " MOTIVO=PERIODO FECHADO"   DELIMITED BY SIZE
                  INTO WS-FEXC-BUFFER
           END-STRING
           MOVE WS-FEXC-BUFFER TO FEXC-LINHA
           WRITE FEXC-LINHA
           CLOSE FISCAL-EXCECOES.

      *----------------------------------------------------------------*
      *    CARGA DAS REGRAS E DOS MANDATOS
      *----------------------------------------------------------------*
       CARREGAR-REGRAS-PONTOS.
           OPEN INPUT PONTOS-REGRAS
           IF REGRAS-NAO-ACHOU
               DISPLAY "data/PONTOS.REGRAS AUSENTE - NENHUM PONTO "
                   "SERA GANHO"
               EXIT PARAGRAPH
           END-IF
           READ PONTOS-REGRAS
               AT END SET REGRAS-FIM TO TRUE
           END-READ
           PERFORM UNTIL REGRAS-FIM
               IF REGRA-CODIGO NOT = SPACES AND WS-REG-QTD < 8
                   AND REGRA-PONTOS-EVENTO IS NUMERIC
                   AND REGRA-PONTOS-CEM IS NUMERIC
                   AND REGRA-VALOR-MINIMO IS NUMERIC
                   ADD 1 TO WS-REG-QTD
                   MOVE REGRA-CODIGO   TO WS-REG-CODIGO (WS-REG-QTD)
                   MOVE REGRA-ATIVA    TO WS-REG-ATIVA (WS-REG-QTD)
                   MOVE REGRA-PONTOS-EVENTO
                       TO WS-REG-PONTOS-EVENTO (WS-REG-QTD)
                   MOVE REGRA-PONTOS-CEM
                       TO WS-REG-PONTOS-CEM (WS-REG-QTD)
                   MOVE REGRA-VALOR-MINIMO
                       TO WS-REG-VALOR-MINIMO (WS-REG-QTD)
                   MOVE REGRA-DESCRICAO
                       TO WS-REG-DESCRICAO (WS-REG-QTD)
                   MOVE ZEROS TO WS-REG-MES-EVENTOS (WS-REG-QTD)
                   MOVE ZEROS TO WS-REG-MES-PONTOS (WS-REG-QTD)
               END-IF
               READ PONTOS-REGRAS
                   AT END SET REGRAS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PONTOS-REGRAS.

       CARREGAR-MANDATOS-ATIVOS.
           OPEN INPUT DEBAUTO-MANDATOS
           IF MANDATO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ DEBAUTO-MANDATOS
               AT END SET MANDATO-FIM TO TRUE
           END-READ
           PERFORM UNTIL MANDATO-FIM
               IF MND-ATIVO AND WS-MND-QTD < 2000
                   ADD 1 TO WS-MND-QTD
                   MOVE MND-CPF TO WS-MND-CPF (WS-MND-QTD)
               END-IF
               READ DEBAUTO-MANDATOS
                   AT END SET MANDATO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE DEBAUTO-MANDATOS.

      *----------------------------------------------------------------*
      *    EVENTOS DO MES
      *----------------------------------------------------------------*
      *    Debitos (D) e transferencias (T) contabilizados pelo LACO
      *    em transmissao do mes; correcao e registro antigo sem a
      *    natureza nao pontuam.
       APURAR-EVENTOS-MOVIMENTO.
           OPEN INPUT TRNPROC-REGISTRO
           IF TRNPROC-NAO-ACHOU
               DISPLAY "TRNPROC.REG AUSENTE - SEM PONTOS DE MOVIMENTO"
               EXIT PARAGRAPH
           END-IF
           READ TRNPROC-REGISTRO
               AT END SET TRNPROC-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRNPROC-FIM
               IF REG-DATA IS NUMERIC AND REG-VALOR IS NUMERIC
                   COMPUTE WS-MES-EVENTO EQUAL REG-DATA / 100
                   END-COMPUTE
                   IF WS-MES-EVENTO = WS-MES-REFERENCIA
                       MOVE SPACES TO WS-CODIGO-EVENTO
                       EVALUATE REG-TIPO
                           WHEN "D"
                               MOVE "DL" TO WS-CODIGO-EVENTO
                           WHEN "T"
                               MOVE "TR" TO WS-CODIGO-EVENTO
                       END-EVALUATE
                       IF WS-CODIGO-EVENTO NOT = SPACES
                           MOVE REG-CPF   TO WS-CPF-EVENTO
                           MOVE REG-VALOR TO WS-VALOR-EVENTO
                           PERFORM ACUMULAR-EVENTO
                           ADD 1 TO WS-QTD-EVENTOS-MOV
                       END-IF
                   END-IF
               END-IF
               READ TRNPROC-REGISTRO
                   AT END SET TRNPROC-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRNPROC-REGISTRO.

      *    Fatura liquidada no mes ate o vencimento em vigor: FA se o
      *    CPF tem mandato de debito automatico ativo, FP se pagou
      *    pelos demais meios.
       APURAR-EVENTOS-FATURAS.
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "ARQUIVO DE FATURAS NAO ENCONTRADO - SEM "
                   "PONTOS DE FATURA"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       PERFORM CONFERIR-FATURA-EM-DIA
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.

       CONFERIR-FATURA-EM-DIA.
           IF NOT FAT-PAGA OR FAT-DATA-PGTO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MES-EVENTO EQUAL FAT-DATA-PGTO / 100
           END-COMPUTE
           IF WS-MES-EVENTO NOT = WS-MES-REFERENCIA
              OR FAT-DATA-PGTO > FAT-DATA-VENCTO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TEM-MANDATO
           PERFORM VARYING WS-MND-IND FROM 1 BY 1
                   UNTIL WS-MND-IND > WS-MND-QTD
               IF WS-MND-CPF (WS-MND-IND) = FAT-CPF
                   MOVE "S" TO WS-TEM-MANDATO
               END-IF
           END-PERFORM
           IF WS-TEM-MANDATO = "S"
               MOVE "FA" TO WS-CODIGO-EVENTO
           ELSE
               MOVE "FP" TO WS-CODIGO-EVENTO
           END-IF
           MOVE FAT-CPF   TO WS-CPF-EVENTO
           MOVE FAT-VALOR TO WS-VALOR-EVENTO
           PERFORM ACUMULAR-EVENTO
           ADD 1 TO WS-QTD-EVENTOS-FAT.

      *    Soma o evento na regra ATIVA do codigo, se o valor atinge
      *    o minimo dela.
       ACUMULAR-EVENTO.
           MOVE ZEROS TO WS-REG-ACHADA
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               IF WS-REG-CODIGO (WS-REG-IND) = WS-CODIGO-EVENTO
                   AND WS-REG-ATIVA (WS-REG-IND) = "S"
                   MOVE WS-REG-IND TO WS-REG-ACHADA
               END-IF
           END-PERFORM
           IF WS-REG-ACHADA = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-EVENTO < WS-REG-VALOR-MINIMO (WS-REG-ACHADA)
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-CLIENTE
           IF WS-CLI-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLI-EVENTOS (WS-CLI-ACHADO WS-REG-ACHADA)
           ADD WS-VALOR-EVENTO
               TO WS-CLI-VALOR (WS-CLI-ACHADO WS-REG-ACHADA).

      *    Acha (ou inclui zerado) o CPF de WS-CPF-EVENTO na tabela.
       LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WS-CLI-ACHADO
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
                      OR WS-CLI-ACHADO > ZEROS
               IF WS-CLI-CPF (WS-CLI-IND) = WS-CPF-EVENTO
                   MOVE WS-CLI-IND TO WS-CLI-ACHADO
               END-IF
           END-PERFORM
           IF WS-CLI-ACHADO > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-QTD NOT < 3000
               IF WS-CLI-ESTOUROU = "N"
                   DISPLAY "MAIS DE 3000 CLIENTES NA APURACAO - "
                       "EXCEDENTE FICA DE FORA"
                   MOVE "S" TO WS-CLI-ESTOUROU
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLI-QTD
           INITIALIZE WS-CLI-ITEM (WS-CLI-QTD)
           MOVE WS-CPF-EVENTO TO WS-CLI-CPF (WS-CLI-QTD)
           MOVE WS-CLI-QTD TO WS-CLI-ACHADO.

      *    Ganhos de competencia ate o corte - o que deles ainda nao
      *    foi consumido por resgate ou expiracao vence agora.
       CARREGAR-GANHOS-VENCIDOS.
           MOVE "N" TO WS-MOVIMENTO-FIM
           OPEN INPUT PONTOS-MOVIMENTO
           IF MOVIMENTO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PONTOS-MOVIMENTO
               AT END SET MOVIMENTO-FIM TO TRUE
           END-READ
           PERFORM UNTIL MOVIMENTO-FIM
               IF PTM-GANHO AND PTM-COMPETENCIA NOT > WS-MES-CORTE
                   MOVE PTM-CPF TO WS-CPF-EVENTO
                   PERFORM LOCALIZAR-CLIENTE
                   IF WS-CLI-ACHADO > ZEROS
                       ADD PTM-PONTOS
                           TO WS-CLI-GANHO-VENCIDO (WS-CLI-ACHADO)
                   END-IF
               END-IF
               READ PONTOS-MOVIMENTO
                   AT END SET MOVIMENTO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PONTOS-MOVIMENTO.

      *----------------------------------------------------------------*
      *    EXPIRACAO E GANHOS POR CLIENTE
      *----------------------------------------------------------------*
       ATUALIZAR-SALDOS-PONTOS.
           OPEN I-O PONTOS-SALDO
           IF SALDO-NAO-ACHOU
               OPEN OUTPUT PONTOS-SALDO
               CLOSE PONTOS-SALDO
               OPEN I-O PONTOS-SALDO
           END-IF
           OPEN EXTEND PONTOS-MOVIMENTO
           IF MOVIMENTO-NAO-ACHOU
               CLOSE PONTOS-MOVIMENTO
               OPEN OUTPUT PONTOS-MOVIMENTO
           END-IF
           OPEN INPUT CADCLI-MESTRE
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
               PERFORM ATUALIZAR-CLIENTE-PONTOS
           END-PERFORM
           CLOSE CADCLI-MESTRE
           CLOSE PONTOS-MOVIMENTO
           CLOSE PONTOS-SALDO.

      *    Expira primeiro (o vencido sai do saldo que havia) e depois
      *    credita os ganhos do mes.
       ATUALIZAR-CLIENTE-PONTOS.
           MOVE "N" TO WS-PTS-NOVO
           MOVE WS-CLI-CPF (WS-CLI-IND) TO PTS-CPF
           READ PONTOS-SALDO
               INVALID KEY
                   MOVE "S" TO WS-PTS-NOVO
                   MOVE ZEROS TO PTS-SALDO PTS-TOTAL-GANHO
                       PTS-TOTAL-RESGATADO PTS-TOTAL-EXPIRADO
                       PTS-DATA-ADESAO PTS-DATA-ULTIMO-MOV
           END-READ
           IF WS-PTS-NOVO = "N"
               PERFORM EXPIRAR-PONTOS-CLIENTE
           END-IF
           PERFORM CREDITAR-GANHOS-CLIENTE
           IF WS-PTS-NOVO = "S" AND PTS-TOTAL-GANHO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-CPF (WS-CLI-IND) TO PTS-CPF
           WRITE PONTOS-REG
               INVALID KEY
                   REWRITE PONTOS-REG
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR PONTOS DO CPF "
                               PTS-CPF " - STATUS " WS-SALDO-STATUS
                   END-REWRITE
           END-WRITE.

      *    FIFO sem lotes: tudo o que foi ganho ate o corte e ainda nao
      *    saiu por resgate ou expiracao anterior vence agora.
       EXPIRAR-PONTOS-CLIENTE.
           COMPUTE WS-PONTOS-VENCIDOS EQUAL
               WS-CLI-GANHO-VENCIDO (WS-CLI-IND)
               - PTS-TOTAL-RESGATADO - PTS-TOTAL-EXPIRADO
           END-COMPUTE
           IF WS-PONTOS-VENCIDOS NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-PONTOS-VENCIDOS > PTS-SALDO
               MOVE PTS-SALDO TO WS-PONTOS-VENCIDOS
           END-IF
           IF WS-PONTOS-VENCIDOS = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-PONTOS-VENCIDOS TO PTS-TOTAL-EXPIRADO
           SUBTRACT WS-PONTOS-VENCIDOS FROM PTS-SALDO
           MOVE WS-DATA-BASE TO PTS-DATA-ULTIMO-MOV
           ADD WS-PONTOS-VENCIDOS TO WS-TOTAL-EXPIRADOS
           ADD 1 TO WS-QTD-COM-EXPIRACAO
           MOVE WS-PONTOS-VENCIDOS TO WS-PONTOS-CONVERTER
           PERFORM CONVERTER-PONTOS-EM-VALOR
           MOVE WS-CLI-CPF (WS-CLI-IND) TO PTM-CPF
           MOVE WS-DATA-BASE       TO PTM-DATA
           MOVE WS-MES-REFERENCIA  TO PTM-COMPETENCIA
           MOVE "E"                TO PTM-TIPO
           MOVE SPACES             TO PTM-REGRA
           MOVE ZEROS              TO PTM-EVENTOS
           MOVE WS-PONTOS-VENCIDOS TO PTM-PONTOS
           MOVE WS-VALOR-PONTOS    TO PTM-VALOR
           MOVE ZEROS              TO PTM-REFERENCIA
           MOVE "BATCH"            TO PTM-OPERADOR
           WRITE PTSMOV-REG.

      *    Cliente inativo, falecido ou fora do cadastro nao ganha -
      *    os eventos dele sao so contados.
       CREDITAR-GANHOS-CLIENTE.
           MOVE "N" TO WS-CLIENTE-PONTUA
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               IF WS-CLI-EVENTOS (WS-CLI-IND WS-REG-IND) > ZEROS
                   MOVE "S" TO WS-CLIENTE-PONTUA
               END-IF
           END-PERFORM
           IF WS-CLIENTE-PONTUA = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-CPF (WS-CLI-IND) TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "N" TO WS-CLIENTE-PONTUA
               NOT INVALID KEY
                   IF NOT CADCLI-ATIVO OR CADCLI-FALECIDO
                       MOVE "N" TO WS-CLIENTE-PONTUA
                   END-IF
           END-READ
           IF WS-CLIENTE-PONTUA = "N"
               ADD 1 TO WS-QTD-SEM-DIREITO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PONTUADOS
           IF PTS-DATA-ADESAO = ZEROS
               MOVE WS-DATA-BASE TO PTS-DATA-ADESAO
           END-IF
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               IF WS-CLI-EVENTOS (WS-CLI-IND WS-REG-IND) > ZEROS
                   PERFORM CREDITAR-GANHO-REGRA
               END-IF
           END-PERFORM.

      *    Pontos da regra = eventos x pontos por evento + centenas
      *    de reais inteiras do valor somado x pontos por R$ 100,00.
       CREDITAR-GANHO-REGRA.
           COMPUTE WS-CENTENAS EQUAL
               WS-CLI-VALOR (WS-CLI-IND WS-REG-IND) / 100
           END-COMPUTE
           COMPUTE WS-PONTOS-REGRA EQUAL
               WS-CLI-EVENTOS (WS-CLI-IND WS-REG-IND)
                   * WS-REG-PONTOS-EVENTO (WS-REG-IND)
               + WS-CENTENAS * WS-REG-PONTOS-CEM (WS-REG-IND)
               ON SIZE ERROR
                   MOVE ZEROS TO WS-PONTOS-REGRA
                   DISPLAY "ESTOURO NOS PONTOS DO CPF "
                       WS-CLI-CPF (WS-CLI-IND) " REGRA "
                       WS-REG-CODIGO (WS-REG-IND)
           END-COMPUTE
           IF WS-PONTOS-REGRA = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-PONTOS-REGRA TO PTS-TOTAL-GANHO
           ADD WS-PONTOS-REGRA TO PTS-SALDO
           MOVE WS-DATA-BASE TO PTS-DATA-ULTIMO-MOV
           ADD WS-PONTOS-REGRA TO WS-TOTAL-GANHOS
           MOVE WS-CLI-CPF (WS-CLI-IND) TO PTM-CPF
           MOVE WS-DATA-BASE       TO PTM-DATA
           MOVE WS-MES-REFERENCIA  TO PTM-COMPETENCIA
           MOVE "G"                TO PTM-TIPO
           MOVE WS-REG-CODIGO (WS-REG-IND) TO PTM-REGRA
           MOVE WS-CLI-EVENTOS (WS-CLI-IND WS-REG-IND) TO PTM-EVENTOS
           MOVE WS-PONTOS-REGRA    TO PTM-PONTOS
           MOVE WS-CLI-VALOR (WS-CLI-IND WS-REG-IND) TO PTM-VALOR
           MOVE ZEROS              TO PTM-REFERENCIA
           MOVE "BATCH"            TO PTM-OPERADOR
           WRITE PTSMOV-REG.

      *    Valor em reais de WS-PONTOS-CONVERTER pelo milheiro em
      *    vigor (centavos por 1.000 pontos), truncado no centavo.
       CONVERTER-PONTOS-EM-VALOR.
           COMPUTE WS-VALOR-PONTOS EQUAL
               WS-PONTOS-CONVERTER * WS-VALOR-MILHEIRO / 100000
           END-COMPUTE.

      *    Constituicao do passivo dos pontos ganhos (D despesa do
      *    programa / C pontos a pagar) e reversao dos expirados
      *    (D pontos a pagar / C despesa), na data-base.
       LANCAR-PASSIVO-CONTABIL.
           IF WS-TOTAL-GANHOS = ZEROS AND WS-TOTAL-EXPIRADOS = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-TOTAL-GANHOS TO WS-PONTOS-CONVERTER
           PERFORM CONVERTER-PONTOS-EM-VALOR
           MOVE WS-VALOR-PONTOS TO WS-TOTAL-INTEIRO
           IF WS-TOTAL-INTEIRO > ZEROS
               MOVE WS-DATA-BASE         TO GL-DATA
               MOVE WS-CONTA-DESPESA-PTS TO GL-CONTA
               MOVE WS-TOTAL-INTEIRO     TO GL-TOTAL-DEBITO
               MOVE ZEROS                TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-DATA-BASE         TO GL-DATA
               MOVE WS-CONTA-PASSIVO-PTS TO GL-CONTA
               MOVE ZEROS                TO GL-TOTAL-DEBITO
               MOVE WS-TOTAL-INTEIRO     TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           MOVE WS-TOTAL-EXPIRADOS TO WS-PONTOS-CONVERTER
           PERFORM CONVERTER-PONTOS-EM-VALOR
           MOVE WS-VALOR-PONTOS TO WS-TOTAL-INTEIRO
           IF WS-TOTAL-INTEIRO > ZEROS
               MOVE WS-DATA-BASE         TO GL-DATA
               MOVE WS-CONTA-PASSIVO-PTS TO GL-CONTA
               MOVE WS-TOTAL-INTEIRO     TO GL-TOTAL-DEBITO
               MOVE ZEROS                TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-DATA-BASE         TO GL-DATA
               MOVE WS-CONTA-DESPESA-PTS TO GL-CONTA
               MOVE ZEROS                TO GL-TOTAL-DEBITO
               MOVE WS-TOTAL-INTEIRO     TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           CLOSE CONTABIL-INTERFACE.

      *----------------------------------------------------------------*
      *    EXTRATO MENSAL E RELATORIO DO PASSIVO
      *----------------------------------------------------------------*
      *    Segunda passada no historico (ja com o que esta apuracao
      *    gravou): movimento do mes, movimento posterior a ele (para
      *    voltar o saldo de hoje ao fim do mes) e ganhos ate o corte
      *    seguinte (o que vence na proxima apuracao).
       CARREGAR-MOVIMENTO-DO-MES.
           MOVE ZEROS TO WS-CLI-QTD
           MOVE "N" TO WS-CLI-ESTOUROU
           MOVE "N" TO WS-MOVIMENTO-FIM
           OPEN INPUT PONTOS-MOVIMENTO
           IF MOVIMENTO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PONTOS-MOVIMENTO
               AT END SET MOVIMENTO-FIM TO TRUE
           END-READ
           PERFORM UNTIL MOVIMENTO-FIM
               MOVE PTM-CPF TO WS-CPF-EVENTO
               PERFORM LOCALIZAR-CLIENTE
               IF WS-CLI-ACHADO > ZEROS
                   PERFORM SOMAR-MOVIMENTO-CLIENTE
               END-IF
               READ PONTOS-MOVIMENTO
                   AT END SET MOVIMENTO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PONTOS-MOVIMENTO.

       SOMAR-MOVIMENTO-CLIENTE.
           IF PTM-GANHO
              AND PTM-COMPETENCIA NOT > WS-MES-CORTE-SEGUINTE
               ADD PTM-PONTOS TO WS-CLI-GANHO-A-VENCER (WS-CLI-ACHADO)
           END-IF
           IF PTM-COMPETENCIA = WS-MES-REFERENCIA
               EVALUATE TRUE
                   WHEN PTM-GANHO
                       ADD PTM-PONTOS
                           TO WS-CLI-GANHO-MES (WS-CLI-ACHADO)
                       PERFORM SOMAR-GANHO-REGRA
                   WHEN PTM-RESGATE
                       ADD PTM-PONTOS
                           TO WS-CLI-RESGATE-MES (WS-CLI-ACHADO)
                   WHEN PTM-EXPIRACAO
                       ADD PTM-PONTOS
                           TO WS-CLI-EXPIRADO-MES (WS-CLI-ACHADO)
               END-EVALUATE
           END-IF
           IF PTM-COMPETENCIA > WS-MES-REFERENCIA
               EVALUATE TRUE
                   WHEN PTM-GANHO
                       ADD PTM-PONTOS
                           TO WS-CLI-GANHO-POS (WS-CLI-ACHADO)
                   WHEN PTM-RESGATE
                       ADD PTM-PONTOS
                           TO WS-CLI-RESGATE-POS (WS-CLI-ACHADO)
                   WHEN PTM-EXPIRACAO
                       ADD PTM-PONTOS
                           TO WS-CLI-EXPIRADO-POS (WS-CLI-ACHADO)
               END-EVALUATE
           END-IF.

      *    Ganho do mes na linha da regra - regra que saiu do arquivo
      *    entra na tabela so com o codigo.
       SOMAR-GANHO-REGRA.
           MOVE ZEROS TO WS-REG-ACHADA
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               IF WS-REG-CODIGO (WS-REG-IND) = PTM-REGRA
                   MOVE WS-REG-IND TO WS-REG-ACHADA
               END-IF
           END-PERFORM
           IF WS-REG-ACHADA = ZEROS AND WS-REG-QTD < 8
               ADD 1 TO WS-REG-QTD
               MOVE WS-REG-QTD TO WS-REG-ACHADA
               MOVE PTM-REGRA TO WS-REG-CODIGO (WS-REG-ACHADA)
               MOVE "N"       TO WS-REG-ATIVA (WS-REG-ACHADA)
               MOVE "REGRA FORA DE data/PONTOS.REGRAS"
                   TO WS-REG-DESCRICAO (WS-REG-ACHADA)
               MOVE ZEROS TO WS-REG-MES-EVENTOS (WS-REG-ACHADA)
               MOVE ZEROS TO WS-REG-MES-PONTOS (WS-REG-ACHADA)
           END-IF
           IF WS-REG-ACHADA > ZEROS
               ADD PTM-EVENTOS TO WS-REG-MES-EVENTOS (WS-REG-ACHADA)
               ADD PTM-PONTOS  TO WS-REG-MES-PONTOS (WS-REG-ACHADA)
           END-IF.

      *    Um bloco por cliente com saldo no fim do mes ou movimento
      *    nele, na ordem do CPF.
       EMITIR-EXTRATOS.
           OPEN INPUT PONTOS-SALDO
           IF NOT SALDO-OK
               CLOSE PONTOS-SALDO
               MOVE "NENHUM CLIENTE NO PROGRAMA DE PONTOS"
                   TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-EXTRATO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADCLI-MESTRE
           MOVE LOW-VALUES TO PTS-CPF
           START PONTOS-SALDO KEY IS NOT LESS THAN PTS-CPF
               INVALID KEY
                   SET SALDO-FIM TO TRUE
           END-START
           PERFORM UNTIL SALDO-FIM
               READ PONTOS-SALDO NEXT RECORD
                   AT END
                       SET SALDO-FIM TO TRUE
                   NOT AT END
                       PERFORM EMITIR-EXTRATO-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CADCLI-MESTRE
           CLOSE PONTOS-SALDO.

       EMITIR-EXTRATO-CLIENTE.
           MOVE PTS-CPF TO WS-CPF-EVENTO
           MOVE ZEROS TO WS-CLI-ACHADO
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
               IF WS-CLI-CPF (WS-CLI-IND) = WS-CPF-EVENTO
                   MOVE WS-CLI-IND TO WS-CLI-ACHADO
               END-IF
           END-PERFORM
           IF WS-CLI-ACHADO = ZEROS
               IF WS-CLI-QTD < 3000
                   ADD 1 TO WS-CLI-QTD
                   INITIALIZE WS-CLI-ITEM (WS-CLI-QTD)
                   MOVE PTS-CPF TO WS-CLI-CPF (WS-CLI-QTD)
                   MOVE WS-CLI-QTD TO WS-CLI-ACHADO
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-SALDO-FIM-MES EQUAL
               PTS-SALDO - WS-CLI-GANHO-POS (WS-CLI-ACHADO)
               + WS-CLI-RESGATE-POS (WS-CLI-ACHADO)
               + WS-CLI-EXPIRADO-POS (WS-CLI-ACHADO)
           END-COMPUTE
           COMPUTE WS-SALDO-ANTERIOR EQUAL
               WS-SALDO-FIM-MES - WS-CLI-GANHO-MES (WS-CLI-ACHADO)
               + WS-CLI-RESGATE-MES (WS-CLI-ACHADO)
               + WS-CLI-EXPIRADO-MES (WS-CLI-ACHADO)
           END-COMPUTE
           IF WS-SALDO-FIM-MES NOT > ZEROS
              AND WS-SALDO-ANTERIOR NOT > ZEROS
              AND WS-CLI-GANHO-MES (WS-CLI-ACHADO) = ZEROS
              AND WS-CLI-RESGATE-MES (WS-CLI-ACHADO) = ZEROS
              AND WS-CLI-EXPIRADO-MES (WS-CLI-ACHADO) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-A-EXPIRAR EQUAL
               WS-CLI-GANHO-A-VENCER (WS-CLI-ACHADO)
               - PTS-TOTAL-RESGATADO - PTS-TOTAL-EXPIRADO
           END-COMPUTE
           IF WS-A-EXPIRAR < ZEROS
               MOVE ZEROS TO WS-A-EXPIRAR
           END-IF
           IF WS-A-EXPIRAR > PTS-SALDO
               MOVE PTS-SALDO TO WS-A-EXPIRAR
           END-IF

           ADD 1 TO WS-QTD-EXTRATOS
           ADD WS-SALDO-ANTERIOR TO WS-EXT-ANTERIOR
           ADD WS-CLI-GANHO-MES (WS-CLI-ACHADO) TO WS-EXT-GANHOS
           ADD WS-CLI-RESGATE-MES (WS-CLI-ACHADO) TO WS-EXT-RESGATES
           ADD WS-CLI-EXPIRADO-MES (WS-CLI-ACHADO) TO WS-EXT-EXPIRADOS
           ADD WS-SALDO-FIM-MES TO WS-EXT-SALDO
           ADD WS-A-EXPIRAR TO WS-EXT-A-EXPIRAR

           MOVE SPACES TO WS-NOME-CLIENTE
           MOVE PTS-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               NOT INVALID KEY
                   MOVE CADCLI-NOME TO WS-NOME-CLIENTE
           END-READ
           MOVE PTS-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********" DELIMITED BY SIZE
               WS-MASCARA-2 DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-REL-LINHA
           STRING "EXTRATO DE PONTOS - MES " DELIMITED BY SIZE
               WS-MES-REFERENCIA DELIMITED BY SIZE
               "  CLIENTE " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-CLIENTE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE "   SALDO ANTERIOR" TO WS-ROTULO
           MOVE WS-SALDO-ANTERIOR TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-ROTULO-EXTRATO
           MOVE "   (+) PONTOS GANHOS NO MES" TO WS-ROTULO
           MOVE WS-CLI-GANHO-MES (WS-CLI-ACHADO) TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-ROTULO-EXTRATO
           MOVE "   (-) PONTOS RESGATADOS NO MES" TO WS-ROTULO
           MOVE WS-CLI-RESGATE-MES (WS-CLI-ACHADO)
               TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-ROTULO-EXTRATO
           MOVE "   (-) PONTOS EXPIRADOS NO MES" TO WS-ROTULO
           MOVE WS-CLI-EXPIRADO-MES (WS-CLI-ACHADO)
               TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-ROTULO-EXTRATO
           MOVE "   (=) SALDO NO FIM DO MES" TO WS-ROTULO
           MOVE WS-SALDO-FIM-MES TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-ROTULO-EXTRATO
           MOVE "   A EXPIRAR NA PROXIMA APURACAO" TO WS-ROTULO
           MOVE WS-A-EXPIRAR TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-ROTULO-EXTRATO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EXTRATO.

       GRAVAR-ROTULO-EXTRATO.
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-ROTULO DELIMITED BY SIZE
               WS-PONTOS-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EXTRATO.

       GRAVAR-LINHA-EXTRATO.
           MOVE WS-REL-LINHA TO EXT-LINHA
           WRITE EXT-LINHA.

      *    Passivo em pontos e em reais: saldo anterior, ganhos,
      *    resgates, expirados e saldo do fim do mes, mais o que
      *    vence na proxima apuracao e o que foi lancado.
       EMITIR-RELATORIO-PASSIVO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "PASSIVO DO PROGRAMA DE PONTOS - MES "
               DELIMITED BY SIZE
               WS-MES-REFERENCIA DELIMITED BY SIZE
               " DATA-BASE " DELIMITED BY SIZE
               WS-DATA-BASE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           DIVIDE WS-VALOR-MILHEIRO BY 100 GIVING WS-VALOR-PONTOS
           MOVE WS-VALOR-PONTOS TO WS-VALOR-EDITADO
           MOVE WS-VALIDADE-MESES TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR DO MILHEIRO R$ " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  VALIDADE (MESES) " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "GANHOS DO MES POR REGRA" TO WS-REL-LINHA
           MOVE "EVENTOS" TO WS-REL-LINHA (27:7)
           MOVE "PONTOS"  TO WS-REL-LINHA (40:6)
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               IF WS-REG-MES-PONTOS (WS-REG-IND) > ZEROS
                   PERFORM GRAVAR-LINHA-REGRA
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           MOVE "PONTOS"   TO WS-REL-LINHA (38:6)
           MOVE "VALOR R$" TO WS-REL-LINHA (55:8)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "SALDO ANTERIOR" TO WS-ROTULO
           MOVE WS-EXT-ANTERIOR TO WS-PONTOS-CONVERTER
           MOVE WS-EXT-ANTERIOR TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-LINHA-PASSIVO
           MOVE "(+) GANHOS" TO WS-ROTULO
           MOVE WS-EXT-GANHOS TO WS-PONTOS-CONVERTER
           MOVE WS-EXT-GANHOS TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-LINHA-PASSIVO
           MOVE "(-) RESGATES" TO WS-ROTULO
           MOVE WS-EXT-RESGATES TO WS-PONTOS-CONVERTER
           MOVE WS-EXT-RESGATES TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-LINHA-PASSIVO
           MOVE "(-) EXPIRADOS" TO WS-ROTULO
           MOVE WS-EXT-EXPIRADOS TO WS-PONTOS-CONVERTER
           MOVE WS-EXT-EXPIRADOS TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-LINHA-PASSIVO
           MOVE "(=) PASSIVO NO FIM DO MES" TO WS-ROTULO
           MOVE WS-EXT-SALDO TO WS-PONTOS-CONVERTER
           MOVE WS-EXT-SALDO TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-LINHA-PASSIVO
           MOVE "A EXPIRAR NA PROXIMA APURACAO" TO WS-ROTULO
           MOVE WS-EXT-A-EXPIRAR TO WS-PONTOS-CONVERTER
           MOVE WS-EXT-A-EXPIRAR TO WS-PONTOS-EDITADO
           PERFORM GRAVAR-LINHA-PASSIVO
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-QTD-EXTRATOS TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES COM EXTRATO: " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF WS-MES-JA-APURADO = "S"
               MOVE SPACES TO WS-REL-LINHA
               STRING "MES JA APURADO EM " DELIMITED BY SIZE
                   WS-DATA-APURACAO DELIMITED BY SIZE
                   " - NADA LANCADO NESTA EXECUCAO" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QTD-PONTUADOS TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES PONTUADOS: " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-QTD-SEM-DIREITO TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "COM EVENTOS SEM DIREITO (INATIVO/OBITO/SEM "
               DELIMITED BY SIZE
               "CADASTRO): " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-QTD-COM-EXPIRACAO TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES COM PONTOS EXPIRADOS: " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-GANHOS TO WS-PONTOS-CONVERTER
           PERFORM CONVERTER-PONTOS-EM-VALOR
           MOVE WS-VALOR-PONTOS TO WS-TOTAL-INTEIRO
           MOVE WS-TOTAL-INTEIRO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LANCADO D 66001 / C 25001 (GANHOS)   "
               DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-EXPIRADOS TO WS-PONTOS-CONVERTER
           PERFORM CONVERTER-PONTOS-EM-VALOR
           MOVE WS-VALOR-PONTOS TO WS-TOTAL-INTEIRO
           MOVE WS-TOTAL-INTEIRO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LANCADO D 25001 / C 66001 (EXPIRADOS)"
               DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-REGRA.
           MOVE WS-REG-MES-EVENTOS (WS-REG-IND) TO WS-QTD-EDITADA
           MOVE WS-REG-MES-PONTOS (WS-REG-IND) TO WS-PONTOS-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-REG-CODIGO (WS-REG-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REG-DESCRICAO (WS-REG-IND) (1:21) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PONTOS-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    Linha do passivo: rotulo, pontos (ja editados) e o valor
      *    em reais de WS-PONTOS-CONVERTER.
       GRAVAR-LINHA-PASSIVO.
           PERFORM CONVERTER-PONTOS-EM-VALOR
           MOVE WS-VALOR-PONTOS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-ROTULO DELIMITED BY SIZE
               WS-PONTOS-EDITADO DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
