      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RENTAB.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Rentabilidade mensal por cliente: para cada CPF do         <*
      *>   cadastro apura, no mes de referencia (AAAAMM digitado ou,  <*
      *>   em branco, o mes anterior), a RECEITA - tarifas de         <*
      *>   manutencao e por volume faturadas no mes (faturas de       <*
      *>   origem T/V do TARIFMNT/TARIFVOL), juros de descoberto      <*
      *>   cobrados pelo JURODESC (IOF.MOV) e encargos de atraso      <*
      *>   recebidos (excedente pago sobre o valor liquido de fatura  <*
      *>   vencida liquidada no mes) - e o CUSTO - rendimento de      <*
      *>   poupanca creditado pelo JUROPOUP (JUROPOUP.HIST), provisao <*
      *>   do mes (saldo do cliente na data-base pelas faixas do      <*
      *>   PROVISAO menos o ja reconhecido no mes anterior; negativa  <*
      *>   = reversao), perdas baixadas pelo FATBAIXA (FATBAIXA.HIST) <*
      *>   e tarifas de cobranca descontadas pelo banco no titulo do  <*
      *>   cliente (TARIFA.COBRADA). RENTAB.REL traz o ranking pelo   <*
      *>   resultado com o CPF mascarado, o resultado do mes          <*
      *>   anterior, o acumulado de 12 meses e a tendencia, e os      <*
      *>   totais por faixa (CADCLI-TIER) e por agencia - a do        <*
      *>   ultimo movimento de agencia do cliente no LEDGER.JRN,      <*
      *>   com o nome do AGENCIA.MST. Cada cliente do ranking vai     <*
      *>   para o historico acumulativo RENTAB.HIST (ver              <*
      *>   copybooks/RENTHREC.CPY); mes ja gravado nao e regravado    <*
      *>   - a reexecucao so refaz o relatorio. Movimento de CPF      <*
      *>   fora do cadastro fica fora do ranking, so totalizado.      <*
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
      *    Cadastro mestre de clientes - conduz a passada e da a
      *    faixa (CADCLI-TIER) de cada cliente.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Faturas da cobranca - tarifas emitidas, encargos recebidos
      *    e saldo em aberto para a provisao, lidas pelo CPF; o
      *    titulo da tarifa bancaria e lido pela chave.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Movimento de IOF do JURODESC - os juros de descoberto
      *    cobrados de cada cliente.
           SELECT IOF-MOVIMENTO ASSIGN TO "IOF.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFMOV-STATUS.
      *    Historico de rendimentos de poupanca creditados.
           SELECT JUROPOUP-HISTORICO ASSIGN TO "JUROPOUP.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUROH-STATUS.
      *    Historico das faturas baixadas como perda (FATBAIXA).
           SELECT FATBAIXA-HIST ASSIGN TO "FATBAIXA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXAH-STATUS.
      *    Tarifas de cobranca descontadas pelos bancos (RETORNO).
           SELECT TARIFA-COBRADA ASSIGN TO "TARIFA.COBRADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.
      *    Journal do ledger - a agencia de origem do ultimo
      *    movimento do cliente ate a data-base.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Cadastro de agencias - o nome no total por agencia.
           SELECT AGENCIA-MST ASSIGN TO "data/AGENCIA.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCIA-STATUS.
      *    Parametros de execucao - percentuais da provisao.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Historico mensal da rentabilidade por cliente.
           SELECT RENTAB-HIST ASSIGN TO "RENTAB.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *    Arquivo de trabalho do SORT que ordena os clientes pelo
      *    resultado do mes.
           SELECT RENTAB-SORT-WORK ASSIGN TO "RENTAB.SRT".
      *    Clientes ja ordenados - e esse arquivo que o ranking le.
           SELECT RENTAB-ORDENADO ASSIGN TO "RENTAB.ORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.
      *    Relatorio de rentabilidade.
           SELECT RENTAB-RELATORIO ASSIGN TO "RENTAB.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CADCLI-MESTRE.
      *    Layout compartilhado do cliente - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  IOF-MOVIMENTO.
      *    Layout compartilhado do movimento de IOF - ver
      *    copybooks/IOFMOVREC.CPY.
           COPY IOFMOVREC.

       FD  JUROPOUP-HISTORICO.
      *    Layout compartilhado do historico de rendimentos - ver
      *    copybooks/JUROHREC.CPY.
           COPY JUROHREC.

       FD  FATBAIXA-HIST.
      *    Layout compartilhado do historico de baixas - ver
      *    copybooks/BAIXHREC.CPY.
           COPY BAIXHREC.

       FD  TARIFA-COBRADA.
      *    Layout compartilhado da tarifa cobrada - ver
      *    copybooks/TARMOVREC.CPY.
           COPY TARMOVREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver
      *    copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  AGENCIA-MST.
      *    Layout compartilhado da agencia - ver
      *    copybooks/AGENCREC.CPY.
           COPY AGENCREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  RENTAB-HIST.
      *    Layout compartilhado do historico - ver
      *    copybooks/RENTHREC.CPY.
           COPY RENTHREC.

       SD  RENTAB-SORT-WORK.
       01  SRT-REC.
           05 SRT-RESULTADO           PIC S9(11)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05 SRT-CPF                 PIC X(14).
           05 SRT-INDICE              PIC 9(05).

       FD  RENTAB-ORDENADO.
       01  ORD-REC.
           05 ORD-RESULTADO           PIC S9(11)V99 SIGN IS TRAILING
                                           SEPARATE CHARACTER.
           05 ORD-CPF                 PIC X(14).
           05 ORD-INDICE              PIC 9(05).

       FD  RENTAB-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-FATURAS-ABERTO     PIC X(01) VALUE "N".
       77 WS-IOFMOV-STATUS      PIC X(02) VALUE "00".
           88 IOFMOV-NAO-ACHOU      VALUE "35".
       77 WS-IOFMOV-FIM         PIC X(01) VALUE "N".
           88 IOFMOV-FIM            VALUE "S".
       77 WS-JUROH-STATUS       PIC X(02) VALUE "00".
           88 JUROH-NAO-ACHOU       VALUE "35".
       77 WS-JUROH-FIM          PIC X(01) VALUE "N".
           88 JUROH-FIM             VALUE "S".
       77 WS-BAIXAH-STATUS      PIC X(02) VALUE "00".
           88 BAIXAH-NAO-ACHOU      VALUE "35".
       77 WS-BAIXAH-FIM         PIC X(01) VALUE "N".
           88 BAIXAH-FIM            VALUE "S".
       77 WS-TARIFA-STATUS      PIC X(02) VALUE "00".
           88 TARIFA-NAO-ACHOU      VALUE "35".
       77 WS-TARIFA-FIM         PIC X(01) VALUE "N".
           88 TARIFA-FIM            VALUE "S".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-JOURNAL-FIM        PIC X(01) VALUE "N".
           88 JOURNAL-FIM           VALUE "S".
       77 WS-AGENCIA-STATUS     PIC X(02) VALUE "00".
           88 AGENCIA-NAO-ACHOU     VALUE "35".
       77 WS-AGENCIA-FIM        PIC X(01) VALUE "N".
           88 AGENCIA-FIM           VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-HIST-STATUS        PIC X(02) VALUE "00".
           88 HIST-NAO-ACHOU        VALUE "35".
       77 WS-HIST-FIM           PIC X(01) VALUE "N".
           88 HIST-FIM              VALUE "S".
       77 WS-ORDENADO-STATUS    PIC X(02) VALUE "00".
       77 WS-ORDENADO-FIM       PIC X(01) VALUE "N".
           88 ORDENADO-FIM          VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Percentuais da provisao por faixa - mesmos parametros e
      *    mesmo padrao do PROVISAO.
       77 WS-PCT-CORRENTE       PIC 9(03) VALUE 1.
       77 WS-PCT-31             PIC 9(03) VALUE 3.
       77 WS-PCT-61             PIC 9(03) VALUE 10.
       77 WS-PCT-90             PIC 9(03) VALUE 30.

      *    Mes de referencia (AAAAMM digitado, ou em branco o mes
      *    anterior ao da execucao - o passo roda no comeco do mes
      *    seguinte) e data-base = ultimo dia dele, ate onde o
      *    atraso das faturas e contado para a provisao.
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
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.

      *    Meses contados em sequencia (ano x 12 + mes) para achar o
      *    mes anterior e a janela de 12 meses no historico.
       77 WS-SEQ-REFERENCIA     PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-HISTORICO      PIC 9(06) VALUE ZEROS.
       01 WS-MES-HISTORICO      PIC 9(06) VALUE ZEROS.
       01 WS-MES-HISTORICO-R REDEFINES WS-MES-HISTORICO.
           05 WS-HIST-ANO        PIC 9(04).
           05 WS-HIST-MES        PIC 9(02).

      *    Data de um movimento qualquer, para comparar o mes dela
      *    com o de referencia.
       01 WS-DATA-MOVIMENTO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
           05 WS-MOVIMENTO-MES   PIC 9(06).
           05 WS-MOVIMENTO-DIA   PIC 9(02).

      *    Um item por cliente do cadastro (em ordem de CPF), com as
      *    parcelas de receita e de custo do mes, a provisao, o
      *    que veio do historico e o resultado.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-QTD            PIC 9(05) VALUE ZEROS.
           05 WS-CLI-ITEM OCCURS 5000 TIMES.
              10 WS-CLI-CPF         PIC X(14).
              10 WS-CLI-TIER        PIC X(01).
              10 WS-CLI-AGENCIA     PIC X(08).
              10 WS-CLI-TARIFAS     PIC 9(11)V99 COMP-3.
              10 WS-CLI-JUROS-DESC  PIC 9(11)V99 COMP-3.
              10 WS-CLI-ENCARGOS    PIC 9(11)V99 COMP-3.
              10 WS-CLI-JUROS-POUP  PIC 9(11)V99 COMP-3.
              10 WS-CLI-PERDAS      PIC 9(11)V99 COMP-3.
              10 WS-CLI-TARIFA-BCO  PIC 9(11)V99 COMP-3.
              10 WS-CLI-PROV-SALDO  PIC 9(11)V99 COMP-3.
              10 WS-CLI-PROV-ANT    PIC 9(11)V99 COMP-3.
              10 WS-CLI-PROV-MES    PIC S9(11)V99 COMP-3.
              10 WS-CLI-RECEITA     PIC S9(11)V99 COMP-3.
              10 WS-CLI-CUSTO       PIC S9(11)V99 COMP-3.
              10 WS-CLI-RESULTADO   PIC S9(11)V99 COMP-3.
              10 WS-CLI-RESULT-ANT  PIC S9(11)V99 COMP-3.
              10 WS-CLI-ACUMULADO   PIC S9(13)V99 COMP-3.
              10 WS-CLI-TEM-ANT     PIC X(01).
       77 WS-CLI-IND            PIC 9(05) VALUE ZEROS.
       77 WS-CLI-ACHADO         PIC 9(05) VALUE ZEROS.
       77 WS-CLI-ESTOUROU       PIC X(01) VALUE "N".
       77 WS-CPF-PROCURADO      PIC X(14) VALUE SPACES.

      *    Totais por faixa (CADCLI-TIER): A, B, C, I e espaco = nao
      *    segmentado; faixa fora da lista entra na ultima.
       01  WS-TIER-CODIGOS      PIC X(05) VALUE "ABCI ".
       01  WS-TIER-CODIGOS-R REDEFINES WS-TIER-CODIGOS.
           05 WS-TIER-CODIGO     PIC X(01) OCCURS 5 TIMES.
       01  WS-TABELA-TIERS.
           05 WS-TIR-ITEM OCCURS 5 TIMES.
              10 WS-TIR-QTD         PIC 9(05).
              10 WS-TIR-RECEITA     PIC S9(13)V99 COMP-3.
              10 WS-TIR-CUSTO       PIC S9(13)V99 COMP-3.
              10 WS-TIR-RESULTADO   PIC S9(13)V99 COMP-3.
       77 WS-TIR-IND            PIC 9(01) VALUE ZEROS.
       77 WS-TIR-BUSCA          PIC 9(01) VALUE ZEROS.

      *    Totais por agencia: as do cadastro AGENCIA.MST e as que
      *    aparecerem no journal sem cadastro; codigo em branco =
      *    cliente sem movimento de agencia.
       01  WS-TABELA-AGENCIAS.
           05 WS-AGE-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-AGE-ITEM OCCURS 200 TIMES.
              10 WS-AGE-CODIGO      PIC X(08).
              10 WS-AGE-NOME        PIC X(30).
              10 WS-AGE-CLIENTES    PIC 9(05).
              10 WS-AGE-RECEITA     PIC S9(13)V99 COMP-3.
              10 WS-AGE-CUSTO       PIC S9(13)V99 COMP-3.
              10 WS-AGE-RESULTADO   PIC S9(13)V99 COMP-3.
       77 WS-AGE-IND            PIC 9(03) VALUE ZEROS.
       77 WS-AGE-ACHADO         PIC 9(03) VALUE ZEROS.

      *    Historico: o mes corrente ja gravado nao e regravado.
       77 WS-MES-JA-GRAVADO     PIC X(01) VALUE "N".
       77 WS-HIST-ABERTO        PIC X(01) VALUE "N".

      *    Provisao do cliente corrente pelas faixas de atraso.
       01  WS-PROVISAO-CLIENTE.
           05 WS-PRV-BASE-CORR      PIC 9(13)V99.
           05 WS-PRV-BASE-31        PIC 9(13)V99.
           05 WS-PRV-BASE-61        PIC 9(13)V99.
           05 WS-PRV-BASE-90        PIC 9(13)V99.
       77 WS-PROV-FAIXA         PIC 9(13)V99 VALUE ZEROS.
       77 WS-ENCARGO-RECEBIDO   PIC S9(11)V99 VALUE ZEROS.

       01  WS-TOTAIS-RENTAB.
           05 WS-QTD-CLIENTES       PIC 9(05) VALUE ZEROS.
           05 WS-QTD-PREJUIZO       PIC 9(05) VALUE ZEROS.
           05 WS-TOT-TARIFAS        PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-JUROS-DESC     PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-ENCARGOS       PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-JUROS-POUP     PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PROV-MES       PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-PERDAS         PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-TARIFA-BCO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-RECEITA        PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-CUSTO          PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-RESULTADO      PIC S9(13)V99 VALUE ZEROS.
      *    Movimento de CPF fora do cadastro: fica fora do ranking.
           05 WS-QTD-SEM-CADASTRO   PIC 9(05) VALUE ZEROS.
           05 WS-VAL-SEM-CADASTRO   PIC 9(13)V99 VALUE ZEROS.
       77 WS-POSICAO            PIC 9(05) VALUE ZEROS.
       77 WS-TENDENCIA          PIC X(01) VALUE SPACE.

       77 WS-VALOR-EDITADO      PIC -(12)9.99.
       77 WS-RECEITA-EDITADA    PIC -(9)9.99.
       77 WS-CUSTO-EDITADO      PIC -(9)9.99.
       77 WS-RESULTADO-EDITADO  PIC -(9)9.99.
       77 WS-ANTERIOR-EDITADO   PIC -(9)9.99.
       77 WS-ACUMULADO-EDITADO  PIC -(9)9.99.
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
           MOVE "RENTAB" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES DE REFERENCIA (AAAAMM, EM BRANCO = MES "
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
               IF WS-REF-MES < 1 OR WS-REF-MES > 12
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
           END-IF
           PERFORM APURAR-DATA-BASE
           COMPUTE WS-SEQ-REFERENCIA EQUAL
               WS-REF-ANO * 12 + WS-REF-MES
           END-COMPUTE
           PERFORM LER-PARAMETROS-PROVISAO

           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WS-CADCLI-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FATURAS-ARQUIVO
           IF NOT FATURAS-NAO-ACHOU
               MOVE "S" TO WS-FATURAS-ABERTO
           END-IF

           PERFORM CARREGAR-CLIENTES
           CLOSE CADCLI-MESTRE
           PERFORM SOMAR-JUROS-DESCOBERTO
           PERFORM SOMAR-JUROS-POUPANCA
           PERFORM SOMAR-PERDAS-BAIXADAS
           PERFORM SOMAR-TARIFAS-BANCARIAS
           IF WS-FATURAS-ABERTO = "S"
               CLOSE FATURAS-ARQUIVO
           END-IF
           PERFORM APURAR-AGENCIA-CLIENTES
           PERFORM CARREGAR-AGENCIAS
           PERFORM CARREGAR-HISTORICO
           PERFORM APURAR-RESULTADOS

           OPEN OUTPUT RENTAB-RELATORIO
           PERFORM GRAVAR-CABECALHO-RELATORIO
           PERFORM ORDENAR-CLIENTES
           PERFORM EMITIR-RANKING
           PERFORM GRAVAR-TOTAIS-TIER
           PERFORM GRAVAR-TOTAIS-AGENCIA
           PERFORM GRAVAR-RESUMO-RELATORIO
           CLOSE RENTAB-RELATORIO

           IF WS-CLI-ESTOUROU = "S"
               DISPLAY "TABELA DE CLIENTES CHEIA - CLIENTES ALEM DE "
                   "5000 FORA DA APURACAO"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MES-JA-GRAVADO = "S"
               DISPLAY "MES " WS-MES-REFERENCIA " JA ESTAVA NO "
                   "HISTORICO - RELATORIO REFEITO SEM REGRAVAR"
           END-IF
           DISPLAY "RENTABILIDADE DO MES " WS-MES-REFERENCIA
               " GRAVADA EM RENTAB.REL"
           GOBACK.

      *    Ultimo dia do mes de referencia = vespera do dia 1 do mes
      *    seguinte.
       APURAR-DATA-BASE.
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
           END-COMPUTE.

       LER-PARAMETROS-PROVISAO.
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
                       WHEN "PROV-PCT-CORR"
                           COMPUTE WS-PCT-CORRENTE EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PROV-PCT-31"
                           COMPUTE WS-PCT-31 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PROV-PCT-61"
                           COMPUTE WS-PCT-61 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PROV-PCT-90"
                           COMPUTE WS-PCT-90 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Passada do mestre em ordem de CPF: um item por cliente,
      *    com a faixa e o que vem das faturas dele.
       CARREGAR-CLIENTES.
           MOVE LOW-VALUES TO CADCLI-CPF
           START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
               INVALID KEY
                   SET CADCLI-FIM TO TRUE
           END-START
           IF NOT CADCLI-FIM
               READ CADCLI-MESTRE NEXT RECORD
                   AT END SET CADCLI-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL CADCLI-FIM
               IF WS-CLI-QTD < 5000
                   ADD 1 TO WS-CLI-QTD
                   INITIALIZE WS-CLI-ITEM (WS-CLI-QTD)
                   MOVE CADCLI-CPF  TO WS-CLI-CPF (WS-CLI-QTD)
                   MOVE CADCLI-TIER TO WS-CLI-TIER (WS-CLI-QTD)
                   MOVE "N" TO WS-CLI-TEM-ANT (WS-CLI-QTD)
                   IF WS-FATURAS-ABERTO = "S"
                       PERFORM SOMAR-FATURAS-CLIENTE
                   END-IF
               ELSE
                   MOVE "S" TO WS-CLI-ESTOUROU
               END-IF
               READ CADCLI-MESTRE NEXT RECORD
                   AT END SET CADCLI-FIM TO TRUE
               END-READ
           END-PERFORM.

       SOMAR-FATURAS-CLIENTE.
           INITIALIZE WS-PROVISAO-CLIENTE
           MOVE "N" TO WS-FATURAS-FIM
           MOVE CADCLI-CPF TO FAT-CPF
           START FATURAS-ARQUIVO KEY IS EQUAL TO FAT-CPF
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF NOT = CADCLI-CPF
                           SET FATURAS-FIM TO TRUE
                       ELSE
                           PERFORM CLASSIFICAR-FATURA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM APURAR-PROVISAO-CLIENTE.

      *    Receita de tarifa: fatura do TARIFMNT/TARIFVOL emitida no
      *    mes e nao cancelada. Encargo recebido: fatura vencida
      *    liquidada no mes por mais do que o valor liquido do
      *    titulo - o excedente e o encargo de atraso pago junto
      *    (segunda via com valor atualizado). Provisao: saldo em
      *    aberto na data-base pelas faixas do PROVISAO.
       CLASSIFICAR-FATURA-CLIENTE.
           IF FAT-CANCELADA OR FAT-DATA-EMISSAO > WS-DATA-BASE
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-DATA-EMISSAO TO WS-DATA-MOVIMENTO
           IF FAT-DE-TARIFA
               AND WS-MOVIMENTO-MES = WS-MES-REFERENCIA
               ADD FAT-VALOR TO WS-CLI-TARIFAS (WS-CLI-QTD)
           END-IF
           IF FAT-PAGA
               MOVE FAT-DATA-PGTO TO WS-DATA-MOVIMENTO
               IF WS-MOVIMENTO-MES = WS-MES-REFERENCIA
                   AND FAT-DATA-PGTO > FAT-DATA-VENCTO
                   COMPUTE WS-ENCARGO-RECEBIDO EQUAL
                       FAT-VALOR-PAGO + FAT-DESCONTO-CONCEDIDO
                       - FAT-VALOR
                   END-COMPUTE
                   IF WS-ENCARGO-RECEBIDO > ZEROS
                       ADD WS-ENCARGO-RECEBIDO
                           TO WS-CLI-ENCARGOS (WS-CLI-QTD)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FAT-PARCELADA OR FAT-BAIXADA
               OR FAT-VALOR-PAGO NOT < FAT-VALOR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-DEVEDOR EQUAL FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
               COMPUTE WS-DIAS-ATRASO EQUAL
                   WS-DIAS-INT-BASE - WS-DIAS-INT-VENCTO
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER 30
                   ADD WS-SALDO-DEVEDOR TO WS-PRV-BASE-CORR
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   ADD WS-SALDO-DEVEDOR TO WS-PRV-BASE-31
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   ADD WS-SALDO-DEVEDOR TO WS-PRV-BASE-61
               WHEN OTHER
                   ADD WS-SALDO-DEVEDOR TO WS-PRV-BASE-90
           END-EVALUATE.

      *    Mesma regra do PROVISAO, aplicada ao saldo do cliente.
       APURAR-PROVISAO-CLIENTE.
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-PRV-BASE-CORR * WS-PCT-CORRENTE / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-CLI-PROV-SALDO (WS-CLI-QTD)
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-PRV-BASE-31 * WS-PCT-31 / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-CLI-PROV-SALDO (WS-CLI-QTD)
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-PRV-BASE-61 * WS-PCT-61 / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-CLI-PROV-SALDO (WS-CLI-QTD)
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-PRV-BASE-90 * WS-PCT-90 / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-CLI-PROV-SALDO (WS-CLI-QTD).

      *    Item do cliente de WS-CPF-PROCURADO na tabela (zero = CPF
      *    fora do cadastro).
       LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WS-CLI-ACHADO
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
                      OR WS-CLI-ACHADO > ZEROS
               IF WS-CLI-CPF (WS-CLI-IND) = WS-CPF-PROCURADO
                   MOVE WS-CLI-IND TO WS-CLI-ACHADO
               END-IF
           END-PERFORM.

      *    Juros de descoberto cobrados no mes (MENSAL do JURODESC).
       SOMAR-JUROS-DESCOBERTO.
           OPEN INPUT IOF-MOVIMENTO
           IF IOFMOV-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ IOF-MOVIMENTO
               AT END SET IOFMOV-FIM TO TRUE
           END-READ
           PERFORM UNTIL IOFMOV-FIM
               MOVE IOFM-DATA TO WS-DATA-MOVIMENTO
               IF IOFM-DESCOBERTO AND IOFM-JUROS > ZEROS
                   AND WS-MOVIMENTO-MES = WS-MES-REFERENCIA
                   MOVE IOFM-CPF TO WS-CPF-PROCURADO
                   PERFORM LOCALIZAR-CLIENTE
                   IF WS-CLI-ACHADO > ZEROS
                       ADD IOFM-JUROS
                           TO WS-CLI-JUROS-DESC (WS-CLI-ACHADO)
                   ELSE
                       ADD 1 TO WS-QTD-SEM-CADASTRO
                       ADD IOFM-JUROS TO WS-VAL-SEM-CADASTRO
                   END-IF
               END-IF
               READ IOF-MOVIMENTO
                   AT END SET IOFMOV-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE IOF-MOVIMENTO.

      *    Rendimento de poupanca creditado no mes (JUROPOUP).
       SOMAR-JUROS-POUPANCA.
           OPEN INPUT JUROPOUP-HISTORICO
           IF JUROH-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ JUROPOUP-HISTORICO
               AT END SET JUROH-FIM TO TRUE
           END-READ
           PERFORM UNTIL JUROH-FIM
               MOVE JPH-DATA TO WS-DATA-MOVIMENTO
               IF WS-MOVIMENTO-MES = WS-MES-REFERENCIA
                   MOVE JPH-CPF TO WS-CPF-PROCURADO
                   PERFORM LOCALIZAR-CLIENTE
                   IF WS-CLI-ACHADO > ZEROS
                       ADD JPH-VALOR
                           TO WS-CLI-JUROS-POUP (WS-CLI-ACHADO)
                   ELSE
                       ADD 1 TO WS-QTD-SEM-CADASTRO
                       ADD JPH-VALOR TO WS-VAL-SEM-CADASTRO
                   END-IF
               END-IF
               READ JUROPOUP-HISTORICO
                   AT END SET JUROH-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE JUROPOUP-HISTORICO.

      *    Faturas baixadas como perda no mes (FATBAIXA).
       SOMAR-PERDAS-BAIXADAS.
           OPEN INPUT FATBAIXA-HIST
           IF BAIXAH-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FATBAIXA-HIST
               AT END SET BAIXAH-FIM TO TRUE
           END-READ
           PERFORM UNTIL BAIXAH-FIM
               MOVE BXH-DATA TO WS-DATA-MOVIMENTO
               IF WS-MOVIMENTO-MES = WS-MES-REFERENCIA
                   MOVE BXH-CPF TO WS-CPF-PROCURADO
                   PERFORM LOCALIZAR-CLIENTE
                   IF WS-CLI-ACHADO > ZEROS
                       ADD BXH-VALOR TO WS-CLI-PERDAS (WS-CLI-ACHADO)
                   ELSE
                       ADD 1 TO WS-QTD-SEM-CADASTRO
                       ADD BXH-VALOR TO WS-VAL-SEM-CADASTRO
                   END-IF
               END-IF
               READ FATBAIXA-HIST
                   AT END SET BAIXAH-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATBAIXA-HIST.

      *    Tarifa que o banco cobrou no mes pelo titulo: o titulo e
      *    o numero da fatura, que da o CPF do cliente.
       SOMAR-TARIFAS-BANCARIAS.
           OPEN INPUT TARIFA-COBRADA
           IF TARIFA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ TARIFA-COBRADA
               AT END SET TARIFA-FIM TO TRUE
           END-READ
           PERFORM UNTIL TARIFA-FIM
               MOVE TCM-DATA TO WS-DATA-MOVIMENTO
               IF WS-MOVIMENTO-MES = WS-MES-REFERENCIA
                   MOVE ZEROS TO WS-CLI-ACHADO
                   IF WS-FATURAS-ABERTO = "S"
                       MOVE TCM-TITULO TO FAT-NUMERO
                       READ FATURAS-ARQUIVO
                           INVALID KEY
                               MOVE SPACES TO FAT-CPF
                       END-READ
                       IF FAT-CPF NOT = SPACES
                           MOVE FAT-CPF TO WS-CPF-PROCURADO
                           PERFORM LOCALIZAR-CLIENTE
                       END-IF
                   END-IF
                   IF WS-CLI-ACHADO > ZEROS
                       ADD TCM-TARIFA
                           TO WS-CLI-TARIFA-BCO (WS-CLI-ACHADO)
                   ELSE
                       ADD 1 TO WS-QTD-SEM-CADASTRO
                       ADD TCM-TARIFA TO WS-VAL-SEM-CADASTRO
                   END-IF
               END-IF
               READ TARIFA-COBRADA
                   AT END SET TARIFA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TARIFA-COBRADA.

      *    Agencia do cliente = a do ultimo movimento de agencia dele
      *    no journal ate a data-base (o journal e cronologico).
       APURAR-AGENCIA-CLIENTES.
           OPEN INPUT LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-JOURNAL
               AT END SET JOURNAL-FIM TO TRUE
           END-READ
           PERFORM UNTIL JOURNAL-FIM
               IF JRN-AGENCIA NOT = SPACES
                   AND JRN-DATA NOT > WS-DATA-BASE
                   MOVE JRN-CPF TO WS-CPF-PROCURADO
                   PERFORM LOCALIZAR-CLIENTE
                   IF WS-CLI-ACHADO > ZEROS
                       MOVE JRN-AGENCIA
                           TO WS-CLI-AGENCIA (WS-CLI-ACHADO)
                   END-IF
               END-IF
               READ LEDGER-JOURNAL
                   AT END SET JOURNAL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-JOURNAL.

      *    Agencias do cadastro, para os totais sairem com o nome.
       CARREGAR-AGENCIAS.
           OPEN INPUT AGENCIA-MST
           IF AGENCIA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ AGENCIA-MST
               AT END SET AGENCIA-FIM TO TRUE
           END-READ
           PERFORM UNTIL AGENCIA-FIM
               IF WS-AGE-QTD < 199
                   ADD 1 TO WS-AGE-QTD
                   INITIALIZE WS-AGE-ITEM (WS-AGE-QTD)
                   MOVE AGM-CODIGO TO WS-AGE-CODIGO (WS-AGE-QTD)
                   MOVE AGM-NOME   TO WS-AGE-NOME (WS-AGE-QTD)
               END-IF
               READ AGENCIA-MST
                   AT END SET AGENCIA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE AGENCIA-MST.

      *    Historico dos meses anteriores: o mes anterior da o
      *    resultado de comparacao e a provisao ja reconhecida; os
      *    onze meses antes do de referencia entram no acumulado.
       CARREGAR-HISTORICO.
           OPEN INPUT RENTAB-HIST
           IF HIST-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ RENTAB-HIST
               AT END SET HIST-FIM TO TRUE
           END-READ
           PERFORM UNTIL HIST-FIM
               MOVE RTH-MES TO WS-MES-HISTORICO
               COMPUTE WS-SEQ-HISTORICO EQUAL
                   WS-HIST-ANO * 12 + WS-HIST-MES
               END-COMPUTE
               IF WS-SEQ-HISTORICO = WS-SEQ-REFERENCIA
                   MOVE "S" TO WS-MES-JA-GRAVADO
               END-IF
               IF WS-SEQ-HISTORICO < WS-SEQ-REFERENCIA
                   AND WS-SEQ-HISTORICO + 11 NOT < WS-SEQ-REFERENCIA
                   MOVE RTH-CPF TO WS-CPF-PROCURADO
                   PERFORM LOCALIZAR-CLIENTE
                   IF WS-CLI-ACHADO > ZEROS
                       PERFORM APLICAR-HISTORICO-CLIENTE
                   END-IF
               END-IF
               READ RENTAB-HIST
                   AT END SET HIST-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE RENTAB-HIST.

       APLICAR-HISTORICO-CLIENTE.
           ADD RTH-RESULTADO TO WS-CLI-ACUMULADO (WS-CLI-ACHADO)
           IF WS-SEQ-HISTORICO + 1 = WS-SEQ-REFERENCIA
               MOVE "S" TO WS-CLI-TEM-ANT (WS-CLI-ACHADO)
               MOVE RTH-RESULTADO
                   TO WS-CLI-RESULT-ANT (WS-CLI-ACHADO)
               MOVE RTH-PROVISAO-SALDO
                   TO WS-CLI-PROV-ANT (WS-CLI-ACHADO)
           END-IF.

      *    Provisao do mes = saldo na data-base menos o ja
      *    reconhecido no mes anterior (negativa = reversao).
      *    Receita, custo, resultado e o acumulado de 12 meses.
       APURAR-RESULTADOS.
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
               COMPUTE WS-CLI-PROV-MES (WS-CLI-IND) EQUAL
                   WS-CLI-PROV-SALDO (WS-CLI-IND)
                   - WS-CLI-PROV-ANT (WS-CLI-IND)
               END-COMPUTE
               COMPUTE WS-CLI-RECEITA (WS-CLI-IND) EQUAL
                   WS-CLI-TARIFAS (WS-CLI-IND)
                   + WS-CLI-JUROS-DESC (WS-CLI-IND)
                   + WS-CLI-ENCARGOS (WS-CLI-IND)
               END-COMPUTE
               COMPUTE WS-CLI-CUSTO (WS-CLI-IND) EQUAL
                   WS-CLI-JUROS-POUP (WS-CLI-IND)
                   + WS-CLI-PROV-MES (WS-CLI-IND)
                   + WS-CLI-PERDAS (WS-CLI-IND)
                   + WS-CLI-TARIFA-BCO (WS-CLI-IND)
               END-COMPUTE
               COMPUTE WS-CLI-RESULTADO (WS-CLI-IND) EQUAL
                   WS-CLI-RECEITA (WS-CLI-IND)
                   - WS-CLI-CUSTO (WS-CLI-IND)
               END-COMPUTE
               ADD WS-CLI-RESULTADO (WS-CLI-IND)
                   TO WS-CLI-ACUMULADO (WS-CLI-IND)
           END-PERFORM.

      *    So entra no ranking o cliente com receita, custo ou
      *    provisao no mes; maior resultado primeiro.
       ORDENAR-CLIENTES.
           SORT RENTAB-SORT-WORK
               ON DESCENDING KEY SRT-RESULTADO
               ON ASCENDING KEY SRT-CPF
               INPUT PROCEDURE IS LIBERAR-CLIENTES
               GIVING RENTAB-ORDENADO.

       LIBERAR-CLIENTES.
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
               IF WS-CLI-RECEITA (WS-CLI-IND) NOT = ZEROS
                   OR WS-CLI-CUSTO (WS-CLI-IND) NOT = ZEROS
                   OR WS-CLI-PROV-SALDO (WS-CLI-IND) NOT = ZEROS
                   MOVE WS-CLI-RESULTADO (WS-CLI-IND) TO SRT-RESULTADO
                   MOVE WS-CLI-CPF (WS-CLI-IND)       TO SRT-CPF
                   MOVE WS-CLI-IND                    TO SRT-INDICE
                   RELEASE SRT-REC
               END-IF
           END-PERFORM.

      *    Uma linha de ranking por cliente; cada um soma na faixa,
      *    na agencia e nos totais e, se o mes ainda nao esta no
      *    historico, ganha a linha dele em RENTAB.HIST.
       EMITIR-RANKING.
           IF WS-MES-JA-GRAVADO = "N"
               OPEN EXTEND RENTAB-HIST
               IF HIST-NAO-ACHOU
                   CLOSE RENTAB-HIST
                   OPEN OUTPUT RENTAB-HIST
               END-IF
               MOVE "S" TO WS-HIST-ABERTO
           END-IF
           OPEN INPUT RENTAB-ORDENADO
           READ RENTAB-ORDENADO
               AT END SET ORDENADO-FIM TO TRUE
           END-READ
           PERFORM UNTIL ORDENADO-FIM
               MOVE ORD-INDICE TO WS-CLI-IND
               ADD 1 TO WS-POSICAO
               PERFORM GRAVAR-LINHA-RANKING
               PERFORM ACUMULAR-TOTAIS-CLIENTE
               IF WS-HIST-ABERTO = "S"
                   PERFORM GRAVAR-HISTORICO-CLIENTE
               END-IF
               READ RENTAB-ORDENADO
                   AT END SET ORDENADO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE RENTAB-ORDENADO
           IF WS-HIST-ABERTO = "S"
               CLOSE RENTAB-HIST
           END-IF.

      *    Tendencia contra o mes anterior: + melhorou, - piorou,
      *    = igual, N = cliente sem resultado no mes anterior.
       GRAVAR-LINHA-RANKING.
           EVALUATE TRUE
               WHEN WS-CLI-TEM-ANT (WS-CLI-IND) = "N"
                   MOVE "N" TO WS-TENDENCIA
               WHEN WS-CLI-RESULTADO (WS-CLI-IND)
                    > WS-CLI-RESULT-ANT (WS-CLI-IND)
                   MOVE "+" TO WS-TENDENCIA
               WHEN WS-CLI-RESULTADO (WS-CLI-IND)
                    < WS-CLI-RESULT-ANT (WS-CLI-IND)
                   MOVE "-" TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "=" TO WS-TENDENCIA
           END-EVALUATE
           MOVE WS-CLI-CPF (WS-CLI-IND) TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE WS-CLI-RECEITA (WS-CLI-IND)     TO WS-RECEITA-EDITADA
           MOVE WS-CLI-CUSTO (WS-CLI-IND)       TO WS-CUSTO-EDITADO
           MOVE WS-CLI-RESULTADO (WS-CLI-IND)   TO WS-RESULTADO-EDITADO
           MOVE WS-CLI-RESULT-ANT (WS-CLI-IND)  TO WS-ANTERIOR-EDITADO
           MOVE WS-CLI-ACUMULADO (WS-CLI-IND)   TO WS-ACUMULADO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-POSICAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLI-TIER (WS-CLI-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLI-AGENCIA (WS-CLI-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECEITA-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUSTO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULTADO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ANTERIOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACUMULADO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TENDENCIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       ACUMULAR-TOTAIS-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES
           IF WS-CLI-RESULTADO (WS-CLI-IND) < ZEROS
               ADD 1 TO WS-QTD-PREJUIZO
           END-IF
           ADD WS-CLI-TARIFAS (WS-CLI-IND)    TO WS-TOT-TARIFAS
           ADD WS-CLI-JUROS-DESC (WS-CLI-IND) TO WS-TOT-JUROS-DESC
           ADD WS-CLI-ENCARGOS (WS-CLI-IND)   TO WS-TOT-ENCARGOS
           ADD WS-CLI-JUROS-POUP (WS-CLI-IND) TO WS-TOT-JUROS-POUP
           ADD WS-CLI-PROV-MES (WS-CLI-IND)   TO WS-TOT-PROV-MES
           ADD WS-CLI-PERDAS (WS-CLI-IND)     TO WS-TOT-PERDAS
           ADD WS-CLI-TARIFA-BCO (WS-CLI-IND) TO WS-TOT-TARIFA-BCO
           ADD WS-CLI-RECEITA (WS-CLI-IND)    TO WS-TOT-RECEITA
           ADD WS-CLI-CUSTO (WS-CLI-IND)      TO WS-TOT-CUSTO
           ADD WS-CLI-RESULTADO (WS-CLI-IND)  TO WS-TOT-RESULTADO

           MOVE 5 TO WS-TIR-IND
           PERFORM VARYING WS-TIR-BUSCA FROM 1 BY 1
                   UNTIL WS-TIR-BUSCA > 4
               IF WS-CLI-TIER (WS-CLI-IND)
                   = WS-TIER-CODIGO (WS-TIR-BUSCA)
                   MOVE WS-TIR-BUSCA TO WS-TIR-IND
               END-IF
           END-PERFORM
           ADD 1 TO WS-TIR-QTD (WS-TIR-IND)
           ADD WS-CLI-RECEITA (WS-CLI-IND)
               TO WS-TIR-RECEITA (WS-TIR-IND)
           ADD WS-CLI-CUSTO (WS-CLI-IND)
               TO WS-TIR-CUSTO (WS-TIR-IND)
           ADD WS-CLI-RESULTADO (WS-CLI-IND)
               TO WS-TIR-RESULTADO (WS-TIR-IND)

           MOVE ZEROS TO WS-AGE-ACHADO
           PERFORM VARYING WS-AGE-IND FROM 1 BY 1
                   UNTIL WS-AGE-IND > WS-AGE-QTD
                      OR WS-AGE-ACHADO > ZEROS
               IF WS-AGE-CODIGO (WS-AGE-IND)
                   = WS-CLI-AGENCIA (WS-CLI-IND)
                   MOVE WS-AGE-IND TO WS-AGE-ACHADO
               END-IF
           END-PERFORM
           IF WS-AGE-ACHADO = ZEROS
               IF WS-AGE-QTD < 200
                   ADD 1 TO WS-AGE-QTD
                   MOVE WS-AGE-QTD TO WS-AGE-ACHADO
                   INITIALIZE WS-AGE-ITEM (WS-AGE-ACHADO)
                   MOVE WS-CLI-AGENCIA (WS-CLI-IND)
                       TO WS-AGE-CODIGO (WS-AGE-ACHADO)
                   IF WS-CLI-AGENCIA (WS-CLI-IND) = SPACES
                       MOVE "SEM MOVIMENTO DE AGENCIA"
                           TO WS-AGE-NOME (WS-AGE-ACHADO)
                   ELSE
                       MOVE "AGENCIA FORA DO CADASTRO"
                           TO WS-AGE-NOME (WS-AGE-ACHADO)
                   END-IF
               ELSE
                   MOVE WS-AGE-QTD TO WS-AGE-ACHADO
               END-IF
           END-IF
           ADD 1 TO WS-AGE-CLIENTES (WS-AGE-ACHADO)
           ADD WS-CLI-RECEITA (WS-CLI-IND)
               TO WS-AGE-RECEITA (WS-AGE-ACHADO)
           ADD WS-CLI-CUSTO (WS-CLI-IND)
               TO WS-AGE-CUSTO (WS-AGE-ACHADO)
           ADD WS-CLI-RESULTADO (WS-CLI-IND)
               TO WS-AGE-RESULTADO (WS-AGE-ACHADO).

       GRAVAR-HISTORICO-CLIENTE.
           MOVE WS-MES-REFERENCIA              TO RTH-MES
           MOVE WS-CLI-CPF (WS-CLI-IND)        TO RTH-CPF
           MOVE WS-CLI-TIER (WS-CLI-IND)       TO RTH-TIER
           MOVE WS-CLI-AGENCIA (WS-CLI-IND)    TO RTH-AGENCIA
           MOVE WS-CLI-RECEITA (WS-CLI-IND)    TO RTH-RECEITA
           MOVE WS-CLI-CUSTO (WS-CLI-IND)      TO RTH-CUSTO
           MOVE WS-CLI-RESULTADO (WS-CLI-IND)  TO RTH-RESULTADO
           MOVE WS-CLI-PROV-SALDO (WS-CLI-IND) TO RTH-PROVISAO-SALDO
           MOVE WS-POSICAO                     TO RTH-POSICAO
           WRITE RENTH-REG.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "RENTABILIDADE POR CLIENTE - RENTAB  MES "
               DELIMITED BY SIZE
               WS-MES-REFERENCIA DELIMITED BY SIZE
               "  DATA-BASE " DELIMITED BY SIZE
               WS-DATA-BASE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "RECEITA = TARIFAS + JUROS DE DESCOBERTO + ENCARGOS "
               TO WS-REL-LINHA
           MOVE "RECEBIDOS" TO WS-REL-LINHA (52:9)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "CUSTO   = JUROS DE POUPANCA + PROVISAO DO MES + "
               TO WS-REL-LINHA
           MOVE "PERDAS + TARIFA BANCARIA" TO WS-REL-LINHA (49:24)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "RANKING (MAIOR RESULTADO PRIMEIRO) - T = FAIXA, "
               TO WS-REL-LINHA
           MOVE "TEND.: + MELHOROU - PIOROU = IGUAL N = NOVO"
               TO WS-REL-LINHA (49:43)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "POS.  CPF         T AGENCIA  " DELIMITED BY SIZE
               "      RECEITA         CUSTO     RESULTADO"
               DELIMITED BY SIZE
               "  MES ANTERIOR   ACUMUL. 12M T" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-TOTAIS-TIER.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "TOTAIS POR FAIXA (CADCLI-TIER, ESPACO = NAO "
               TO WS-REL-LINHA
           MOVE "SEGMENTADO):" TO WS-REL-LINHA (45:12)
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-TIR-IND FROM 1 BY 1
                   UNTIL WS-TIR-IND > 5
               IF WS-TIR-QTD (WS-TIR-IND) > ZEROS
                   MOVE WS-TIR-RECEITA (WS-TIR-IND)
                       TO WS-RECEITA-EDITADA
                   MOVE WS-TIR-CUSTO (WS-TIR-IND) TO WS-CUSTO-EDITADO
                   MOVE WS-TIR-RESULTADO (WS-TIR-IND)
                       TO WS-RESULTADO-EDITADO
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "FAIXA " DELIMITED BY SIZE
                       WS-TIER-CODIGO (WS-TIR-IND) DELIMITED BY SIZE
                       "  CLIENTES " DELIMITED BY SIZE
                       WS-TIR-QTD (WS-TIR-IND) DELIMITED BY SIZE
                       "  RECEITA " DELIMITED BY SIZE
                       WS-RECEITA-EDITADA DELIMITED BY SIZE
                       "  CUSTO " DELIMITED BY SIZE
                       WS-CUSTO-EDITADO DELIMITED BY SIZE
                       "  RESULTADO " DELIMITED BY SIZE
                       WS-RESULTADO-EDITADO DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-PERFORM.

       GRAVAR-TOTAIS-AGENCIA.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "TOTAIS POR AGENCIA (AGENCIA DO ULTIMO MOVIMENTO DO "
               TO WS-REL-LINHA
           MOVE "CLIENTE):" TO WS-REL-LINHA (52:9)
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-AGE-IND FROM 1 BY 1
                   UNTIL WS-AGE-IND > WS-AGE-QTD
               IF WS-AGE-CLIENTES (WS-AGE-IND) > ZEROS
                   MOVE WS-AGE-RECEITA (WS-AGE-IND)
                       TO WS-RECEITA-EDITADA
                   MOVE WS-AGE-CUSTO (WS-AGE-IND) TO WS-CUSTO-EDITADO
                   MOVE WS-AGE-RESULTADO (WS-AGE-IND)
                       TO WS-RESULTADO-EDITADO
                   MOVE SPACES TO WS-REL-LINHA
                   STRING WS-AGE-CODIGO (WS-AGE-IND) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AGE-NOME (WS-AGE-IND) (1:24)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AGE-CLIENTES (WS-AGE-IND) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RECEITA-EDITADA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CUSTO-EDITADO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RESULTADO-EDITADO DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-PERFORM.

       GRAVAR-RESUMO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "RESUMO DO MES:" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES NO RANKING.....: " DELIMITED BY SIZE
               WS-QTD-CLIENTES DELIMITED BY SIZE
               "  COM PREJUIZO: " DELIMITED BY SIZE
               WS-QTD-PREJUIZO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-TARIFAS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TARIFAS.................: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-JUROS-DESC TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "JUROS DE DESCOBERTO.....: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-ENCARGOS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ENCARGOS RECEBIDOS......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-RECEITA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECEITA TOTAL...........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-JUROS-POUP TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "JUROS DE POUPANCA.......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-PROV-MES TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PROVISAO DO MES.........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-PERDAS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERDAS (BAIXAS).........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-TARIFA-BCO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TARIFAS BANCARIAS.......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-CUSTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CUSTO TOTAL.............: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-RESULTADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RESULTADO...............: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF WS-QTD-SEM-CADASTRO > ZEROS
               MOVE WS-VAL-SEM-CADASTRO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "MOVIMENTO DE CPF FORA DO CADASTRO (FORA DO "
                   DELIMITED BY SIZE
                   "RANKING): " DELIMITED BY SIZE
                   WS-QTD-SEM-CADASTRO DELIMITED BY SIZE
                   " LINHAS " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF WS-MES-JA-GRAVADO = "S"
               MOVE "MES JA ESTAVA NO HISTORICO RENTAB.HIST - NAO "
                   TO WS-REL-LINHA
               MOVE "REGRAVADO" TO WS-REL-LINHA (46:9)
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
