      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. BOLETO.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Emissao do boleto de cobranca das faturas. No modo GERACAO <*
      *>   cada fatura em aberto de data/FATURAS.DAT, ainda a vencer, <*
      *>   sem boleto emitido e de CPF sem mandato de debito          <*
      *>   automatico (DEBAUTO.MND, mesma exclusao da REMESSA) ganha  <*
      *>   o boleto no spool BOLETO.REL: banco de cobranca da fatura  <*
      *>   (FAT-BANCO no cadastro BANCO.MST, primeiro banco quando    <*
      *>   fora dele), nosso numero (convenio do banco + fatura),     <*
      *>   codigo de barras FEBRABAN de 44 posicoes com o digito      <*
      *>   geral modulo 11 e o fator de vencimento, e a linha         <*
      *>   digitavel com os digitos modulo 10 dos tres campos. Cada   <*
      *>   boleto fica registrado em BOLETO.DAT (copybooks/           <*
      *>   BOLETOREC.CPY) e nao e emitido de novo na reexecucao.      <*
      *>   Pagador menor sai A/C do responsavel legal; endereco       <*
      *>   devolvido pelo correio (DEVCORR) nao e expedido - sai em   <*
      *>   SEMEND.REL com documento B; obito registrado tambem nao.   <*
      *>   No modo SEGUNDA VIA o operador informa CPF, fatura e a     <*
      *>   data em que o cliente vai pagar: fatura ja vencida nessa   <*
      *>   data tem os encargos de atraso recalculados ate ela pela   <*
      *>   regra do ENCARGOS (dias uteis com FERIADO.CAL, juros e     <*
      *>   multa da faixa de data/ENCARGOS.PRM) e o boleto sai com    <*
      *>   vencimento na data pedida e valor atualizado, em           <*
      *>   BOLETO.2VIA para entrega no balcao.                        <*
      *>   Fatura com desconto antecipado ainda na janela traz a      <*
      *>   instrucao de conceder o desconto ate a data limite.        <*
      *>   Encargo dispensado na cobranca (FATPRORR) nao entra na     <*
      *>   segunda via.                                               <*
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
      *    Faturas do faturamento - so as em aberto ganham boleto.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro mestre - pagador, endereco e obito.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de bancos de cobranca - codigo, nome, convenio e
      *    carteira de cada banco.
           SELECT BANCO-MST ASSIGN TO "BANCO.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.
      *    Mandatos de debito automatico: fatura de CPF com mandato
      *    ativo e debitada na conta, sem boleto.
           SELECT MANDATO-ARQ ASSIGN TO "DEBAUTO.MND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATO-STATUS.
      *    Boletos emitidos, por numero da fatura.
           SELECT BOLETO-ARQ ASSIGN TO "BOLETO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLT-FAT-NUMERO
               FILE STATUS IS WS-BOLETO-STATUS.
      *    Spool de expedicao dos boletos gerados.
           SELECT BOLETO-SAIDA ASSIGN TO "BOLETO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
      *    Segundas vias pedidas no balcao, acumuladas para a
      *    impressao.
           SELECT BOLETO-VIA ASSIGN TO "BOLETO.2VIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIA-STATUS.
      *    Parametros dos encargos de atraso - os mesmos do ENCARGOS.
           SELECT ENCARGOS-PARAMETROS ASSIGN TO "data/ENCARGOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *    Calendario de feriados - atraso contado em dias uteis.
           SELECT FERIADO-CAL ASSIGN TO "FERIADO.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.
      *    Sessao do operador logado no menu - quem pediu a via.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  BANCO-MST.
      *    Layout compartilhado do banco - ver copybooks/BANCOREC.CPY.
           COPY BANCOREC.

       FD  MANDATO-ARQ.
      *    Layout compartilhado do mandato - ver
      *    copybooks/DEBAUTREC.CPY.
           COPY DEBAUTREC.

       FD  BOLETO-ARQ.
      *    Layout compartilhado do boleto - ver
      *    copybooks/BOLETOREC.CPY.
           COPY BOLETOREC.

       FD  BOLETO-SAIDA.
       01  SAIDA-LINHA                PIC X(80) VALUE SPACES.

       FD  BOLETO-VIA.
       01  VIA-LINHA                  PIC X(80) VALUE SPACES.

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

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA               PIC X(150) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-BANCO-STATUS       PIC X(02) VALUE "00".
           88 BANCO-NAO-ACHOU       VALUE "35".
       77 WS-BANCO-FIM          PIC X(01) VALUE "N".
           88 BANCO-FIM             VALUE "S".
       77 WS-MANDATO-STATUS     PIC X(02) VALUE "00".
           88 MANDATO-NAO-ACHOU     VALUE "35".
       77 WS-MANDATO-FIM        PIC X(01) VALUE "N".
           88 MANDATO-FIM           VALUE "S".
       77 WS-BOLETO-STATUS      PIC X(02) VALUE "00".
           88 BOLETO-NAO-ACHOU      VALUE "35".
       77 WS-SAIDA-STATUS       PIC X(02) VALUE "00".
       77 WS-VIA-STATUS         PIC X(02) VALUE "00".
           88 VIA-NAO-ACHOU         VALUE "35".
       77 WS-PARAM-STATUS       PIC X(02) VALUE "00".
           88 PARAM-OK              VALUE "00".
       77 WS-FERIADO-STATUS     PIC X(02) VALUE "00".
           88 FERIADO-NAO-ACHOU     VALUE "35".
       77 WS-FERIADO-FIM        PIC X(01) VALUE "N".
           88 FERIADO-FIM           VALUE "S".
       77 WS-SEMEND-STATUS      PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU      VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".

      *    Modo pedido ao operador.
       77 WS-MODO-BOLETO        PIC X(01) VALUE SPACES.
           88 MODO-GERACAO          VALUE "G".
           88 MODO-SEGUNDA-VIA      VALUE "V".
      *    Destino das linhas do documento corrente: S = spool da
      *    geracao; V = segunda via.
       77 WS-DESTINO-LINHA      PIC X(01) VALUE "S".

      *    Bancos de cobranca do cadastro (ate 10), com convenio e
      *    carteira de cada um.
       01  WS-TABELA-BANCOS.
           05 WS-BCO-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-BCO-ITEM OCCURS 10 TIMES.
              10 WS-BCO-CODIGO      PIC 9(03).
              10 WS-BCO-NOME        PIC X(30).
              10 WS-BCO-CONVENIO    PIC 9(07).
              10 WS-BCO-CARTEIRA    PIC 9(02).
       77 WS-BCO-IND            PIC 9(02) VALUE ZEROS.
       77 WS-BCO-FATURA         PIC 9(02) VALUE ZEROS.

      *    CPFs com mandato de debito automatico ativo.
       01  WS-TABELA-MANDATOS.
           05 WS-MND-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-MND-CPF            PIC X(11) OCCURS 500 TIMES.
       77 WS-MND-IND            PIC 9(03) VALUE ZEROS.
       77 WS-CPF-TEM-MANDATO    PIC X(01) VALUE "N".

      *    Pedido da segunda via.
       77 WS-CPF-PEDIDO         PIC X(14) VALUE SPACES.
       77 WS-FATURA-PEDIDA-X    PIC X(06) VALUE SPACES.
       77 WS-DATA-PAGTO-X       PIC X(08) VALUE SPACES.
       01 WS-DATA-PAGAMENTO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PAGAMENTO-R REDEFINES WS-DATA-PAGAMENTO.
           05 WS-PAGTO-ANO       PIC 9(04).
           05 WS-PAGTO-MES       PIC 9(02).
           05 WS-PAGTO-DIA       PIC 9(02).
       77 WS-DIAS-INT-PAGTO     PIC 9(07) VALUE ZEROS.
       77 WS-BOLETO-NOVO        PIC X(01) VALUE "N".

      *    Documento corrente: vencimento e valor cobrados no boleto.
       77 WS-SALDO-FATURA       PIC S9(11)V99 VALUE ZEROS.
       77 WS-VENCTO-BOLETO      PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-BOLETO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-BOLETO-RECUSADO    PIC X(01) VALUE "N".

      *    Encargos de atraso da segunda via - mesma regra e mesmos
      *    defaults do ENCARGOS, contados ate a data de pagamento.
       77 WS-TAXA-MENSAL        PIC 9(02)V99 COMP-3 VALUE 2.
       77 WS-MULTA-31           PIC 9(06)V99 COMP-3 VALUE 10.
       77 WS-MULTA-61           PIC 9(06)V99 COMP-3 VALUE 25.
       77 WS-MULTA-90           PIC 9(06)V99 COMP-3 VALUE 50.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-MESES-ATRASO       PIC 9(03) VALUE ZEROS.
       77 WS-JUROS              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MULTA              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ENCARGO-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DISPENSA-RESTANTE  PIC 9(11)V99 COMP-3 VALUE ZEROS.

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

      *    Codigo de barras FEBRABAN: banco, moeda (9 = real), digito
      *    geral, fator de vencimento, valor e campo livre de 25
      *    posicoes (zeros, nosso numero de 17 e carteira).
       01  WS-CODIGO-BARRAS.
           05 WS-CB-BANCO           PIC 9(03).
           05 WS-CB-MOEDA           PIC 9(01).
           05 WS-CB-DV              PIC 9(01).
           05 WS-CB-FATOR           PIC 9(04).
           05 WS-CB-VALOR           PIC 9(08)V99.
           05 WS-CB-CAMPO-LIVRE.
              10 WS-CB-ZEROS        PIC 9(06).
              10 WS-CB-NOSSO-NUMERO.
                 15 WS-CB-CONVENIO  PIC 9(07).
                 15 WS-CB-SEQUENCIAL PIC 9(10).
              10 WS-CB-CARTEIRA     PIC 9(02).
       01  WS-CODIGO-BARRAS-R REDEFINES WS-CODIGO-BARRAS.
           05 WS-CB-DIGITO          PIC 9(01) OCCURS 44 TIMES.
       01  WS-CODIGO-BARRAS-X REDEFINES WS-CODIGO-BARRAS
                                    PIC X(44).
      *    Fator de vencimento: dias desde 07/10/1997 (base FEBRABAN);
      *    passado de 9999 o fator recomeca em 1000 (22/02/2025).
       77 WS-DIAS-INT-BASE      PIC 9(07) VALUE ZEROS.
       77 WS-FATOR-DIAS         PIC 9(07) VALUE ZEROS.
      *    Modulo 11 do digito geral: pesos 2 a 9 da direita para a
      *    esquerda, sem a posicao 5 (o proprio digito).
       77 WS-POS-CB             PIC 9(02) VALUE ZEROS.
       77 WS-PESO               PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-DV            PIC 9(05) VALUE ZEROS.
       77 WS-PRODUTO-DV         PIC 9(03) VALUE ZEROS.
       77 WS-RESTO-DV           PIC 9(02) VALUE ZEROS.
       77 WS-DIGITO-CALC        PIC 9(02) VALUE ZEROS.

      *    Campos da linha digitavel e modulo 10 de cada um (pesos 2
      *    e 1 alternados da direita para a esquerda).
       01  WS-CAMPO-1.
           05 WS-C1-BANCO-MOEDA     PIC X(04).
           05 WS-C1-LIVRE           PIC X(05).
       01  WS-CAMPO-2               PIC X(10).
       01  WS-CAMPO-3               PIC X(10).
       77 WS-DV-CAMPO-1         PIC 9(01) VALUE ZEROS.
       77 WS-DV-CAMPO-2         PIC 9(01) VALUE ZEROS.
       77 WS-DV-CAMPO-3         PIC 9(01) VALUE ZEROS.
       01  WS-M10-ENTRADA           PIC X(10) VALUE SPACES.
       01  WS-M10-ENTRADA-R REDEFINES WS-M10-ENTRADA.
           05 WS-M10-DIGITO         PIC 9(01) OCCURS 10 TIMES.
       77 WS-M10-TAMANHO        PIC 9(02) VALUE ZEROS.
       77 WS-M10-POS            PIC 9(02) VALUE ZEROS.
       77 WS-M10-PESO           PIC 9(01) VALUE ZEROS.
       77 WS-M10-DV             PIC 9(01) VALUE ZEROS.
       77 WS-LINHA-DIGITAVEL    PIC X(54) VALUE SPACES.

      *    Pagador menor: o boleto vai aos cuidados do responsavel
      *    legal, no endereco dele.
       77 WS-NOME-RESPONSAVEL   PIC X(50) VALUE SPACES.
       77 WS-ENDERECO-RESPONSAVEL PIC X(96) VALUE SPACES.
       77 WS-REGISTRO-TITULAR   PIC X(300) VALUE SPACES.
       77 WS-CPF-DESTINO        PIC X(14) VALUE SPACES.
       77 WS-DEVOLVIDO-RESPONSAVEL PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-RESPONSAVEL PIC 9(08) VALUE ZEROS.
       77 WS-NOME-SEMEND        PIC X(50) VALUE SPACES.
       77 WS-SEMEND-LINHA       PIC X(150) VALUE SPACES.

       01  WS-TOTAIS-BOLETO.
           05 WS-BLT-EXPEDIDOS      PIC 9(05) VALUE ZEROS.
           05 WS-BLT-SEM-ENDERECO   PIC 9(05) VALUE ZEROS.
           05 WS-BLT-OBITO          PIC 9(05) VALUE ZEROS.
           05 WS-BLT-JA-EMITIDOS    PIC 9(05) VALUE ZEROS.
           05 WS-BLT-VENCIDAS       PIC 9(05) VALUE ZEROS.
           05 WS-BLT-MANDATO        PIC 9(05) VALUE ZEROS.
           05 WS-BLT-RECUSADOS      PIC 9(05) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
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
           MOVE "BOLETO" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           COMPUTE WS-DIAS-INT-BASE EQUAL
               FUNCTION INTEGER-OF-DATE(19971007)
           END-COMPUTE

           DISPLAY "MODO (G=BOLETOS DAS FATURAS EM ABERTO "
               "V=SEGUNDA VIA): "
           ACCEPT WS-MODO-BOLETO

           EVALUATE TRUE
               WHEN MODO-GERACAO
                   PERFORM CARREGAR-CADASTRO-BANCOS
                   PERFORM EMITIR-BOLETOS-EM-ABERTO
               WHEN MODO-SEGUNDA-VIA
                   PERFORM IDENTIFICAR-OPERADOR-SESSAO
                   PERFORM CARREGAR-CADASTRO-BANCOS
                   PERFORM EMITIR-SEGUNDA-VIA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-BOLETO "]"
           END-EVALUATE
           GOBACK.

      *    Bancos do cadastro; sem cadastro, tudo sai pelo banco
      *    padrao 001 - mesmo default da REMESSA.
       CARREGAR-CADASTRO-BANCOS.
           OPEN INPUT BANCO-MST
           IF BANCO-NAO-ACHOU
               DISPLAY "BANCO.MST AUSENTE - BOLETOS PELO BANCO "
                   "PADRAO 001"
               MOVE 1 TO WS-BCO-QTD
               MOVE 1 TO WS-BCO-CODIGO (1)
               MOVE "BANCO PADRAO" TO WS-BCO-NOME (1)
               MOVE ZEROS TO WS-BCO-CONVENIO (1)
               MOVE ZEROS TO WS-BCO-CARTEIRA (1)
               EXIT PARAGRAPH
           END-IF
           READ BANCO-MST
               AT END SET BANCO-FIM TO TRUE
           END-READ
           PERFORM UNTIL BANCO-FIM
               IF WS-BCO-QTD < 10
                   ADD 1 TO WS-BCO-QTD
                   MOVE BCO-CODIGO TO WS-BCO-CODIGO (WS-BCO-QTD)
                   MOVE BCO-NOME   TO WS-BCO-NOME (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-CONVENIO (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-CARTEIRA (WS-BCO-QTD)
                   IF BCO-CONVENIO IS NUMERIC
                       MOVE BCO-CONVENIO
                           TO WS-BCO-CONVENIO (WS-BCO-QTD)
                   END-IF
                   IF BCO-CARTEIRA IS NUMERIC
                       MOVE BCO-CARTEIRA
                           TO WS-BCO-CARTEIRA (WS-BCO-QTD)
                   END-IF
               END-IF
               READ BANCO-MST
                   AT END SET BANCO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE BANCO-MST.

      *    Banco da fatura corrente na tabela; sem designacao (zeros)
      *    ou banco fora do cadastro, o titulo e do primeiro banco -
      *    o mesmo para onde a REMESSA o mandou.
       LOCALIZAR-BANCO-DA-FATURA.
           MOVE ZEROS TO WS-BCO-FATURA
           PERFORM VARYING WS-BCO-IND FROM 1 BY 1
                   UNTIL WS-BCO-IND > WS-BCO-QTD
               IF WS-BCO-CODIGO (WS-BCO-IND) = FAT-BANCO
                   AND WS-BCO-FATURA = ZEROS
                   MOVE WS-BCO-IND TO WS-BCO-FATURA
               END-IF
           END-PERFORM
           IF WS-BCO-FATURA = ZEROS
               MOVE 1 TO WS-BCO-FATURA
           END-IF.

      *    Carrega os CPFs com mandato de debito automatico ativo
      *    (DEBAUTO.MND) para a conferencia de exclusao.
       CARREGAR-MANDATOS-ATIVOS.
           OPEN INPUT MANDATO-ARQ
           IF MANDATO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ MANDATO-ARQ
               AT END SET MANDATO-FIM TO TRUE
           END-READ
           PERFORM UNTIL MANDATO-FIM
               IF MND-ATIVO AND WS-MND-QTD < 500
                   ADD 1 TO WS-MND-QTD
                   MOVE MND-CPF TO WS-MND-CPF (WS-MND-QTD)
               END-IF
               READ MANDATO-ARQ
                   AT END SET MANDATO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE MANDATO-ARQ.

       CONFERIR-MANDATO-DO-CPF.
           MOVE "N" TO WS-CPF-TEM-MANDATO
           PERFORM VARYING WS-MND-IND FROM 1 BY 1
                   UNTIL WS-MND-IND > WS-MND-QTD
               IF WS-MND-CPF (WS-MND-IND) = FAT-CPF
                   MOVE "S" TO WS-CPF-TEM-MANDATO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    MODO GERACAO
      *----------------------------------------------------------------*
       EMITIR-BOLETOS-EM-ABERTO.
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "data/FATURAS.DAT NAO ENCONTRADO - NENHUM "
                   "BOLETO"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-NAO-ACHOU
               DISPLAY "CADCLI.DAT INDISPONIVEL - NENHUM BOLETO"
               CLOSE CADCLI-MESTRE
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-MANDATOS-ATIVOS
           OPEN I-O BOLETO-ARQ
           IF BOLETO-NAO-ACHOU
               OPEN OUTPUT BOLETO-ARQ
               CLOSE BOLETO-ARQ
               OPEN I-O BOLETO-ARQ
           END-IF
           OPEN OUTPUT BOLETO-SAIDA
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
           MOVE "S" TO WS-DESTINO-LINHA

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
                       PERFORM EMITIR-BOLETO-DA-FATURA
               END-READ
           END-PERFORM

           CLOSE SEM-ENDERECO
           CLOSE BOLETO-SAIDA
           CLOSE BOLETO-ARQ
           CLOSE CADCLI-MESTRE
           CLOSE FATURAS-ARQUIVO

           DISPLAY "BOLETOS EXPEDIDOS " WS-BLT-EXPEDIDOS
               " SEM ENDERECO VALIDO " WS-BLT-SEM-ENDERECO
               " OBITO " WS-BLT-OBITO
           DISPLAY "JA EMITIDOS ANTES " WS-BLT-JA-EMITIDOS
               " VENCIDAS (SO SEGUNDA VIA) " WS-BLT-VENCIDAS
               " DEBITO AUTOMATICO " WS-BLT-MANDATO
               " RECUSADOS " WS-BLT-RECUSADOS.

      *    Fatura em aberto ainda a vencer e sem boleto: monta o
      *    documento, registra e expede. Fatura ja vencida so sai por
      *    segunda via, com os encargos ate a data de pagamento.
       EMITIR-BOLETO-DA-FATURA.
           IF NOT FAT-ABERTA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-FATURA EQUAL FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF WS-SALDO-FATURA NOT GREATER ZEROS
               EXIT PARAGRAPH
           END-IF
           IF FAT-DATA-VENCTO < WS-DATA-HOJE
               ADD 1 TO WS-BLT-VENCIDAS
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-MANDATO-DO-CPF
           IF WS-CPF-TEM-MANDATO = "S"
               ADD 1 TO WS-BLT-MANDATO
               EXIT PARAGRAPH
           END-IF

           MOVE FAT-NUMERO TO BLT-FAT-NUMERO
           READ BOLETO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BLT-JA-EMITIDOS
                   EXIT PARAGRAPH
           END-READ

           MOVE FAT-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "FATURA " FAT-NUMERO " SEM CADASTRO DO "
                       "PAGADOR - BOLETO NAO EMITIDO"
                   ADD 1 TO WS-BLT-RECUSADOS
                   EXIT PARAGRAPH
           END-READ

           PERFORM LOCALIZAR-BANCO-DA-FATURA
           MOVE FAT-DATA-VENCTO TO WS-VENCTO-BOLETO
           MOVE WS-SALDO-FATURA TO WS-VALOR-BOLETO
           MOVE ZEROS TO WS-JUROS WS-MULTA WS-ENCARGO-TOTAL
           PERFORM MONTAR-CODIGO-BARRAS
           IF WS-BOLETO-RECUSADO = "S"
               ADD 1 TO WS-BLT-RECUSADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM ENDERECAR-RESPONSAVEL-LEGAL

           INITIALIZE BLT-REC
           MOVE FAT-NUMERO          TO BLT-FAT-NUMERO
           MOVE FAT-CPF             TO BLT-CPF
           MOVE WS-CB-BANCO         TO BLT-BANCO
           MOVE WS-CB-NOSSO-NUMERO  TO BLT-NOSSO-NUMERO
           MOVE WS-DATA-HOJE        TO BLT-DATA-EMISSAO
           MOVE WS-VENCTO-BOLETO    TO BLT-VENCTO
           MOVE WS-VALOR-BOLETO     TO BLT-VALOR
           MOVE WS-CODIGO-BARRAS-X  TO BLT-CODIGO-BARRAS
           MOVE WS-LINHA-DIGITAVEL  TO BLT-LINHA-DIGITAVEL
           EVALUATE TRUE
               WHEN CADCLI-FALECIDO
                   MOVE "O" TO BLT-DESTINO
                   ADD 1 TO WS-BLT-OBITO
               WHEN CADCLI-ENDERECO-INVALIDO
                   MOVE "S" TO BLT-DESTINO
                   ADD 1 TO WS-BLT-SEM-ENDERECO
                   PERFORM GRAVAR-SEM-ENDERECO
               WHEN OTHER
                   MOVE "E" TO BLT-DESTINO
                   ADD 1 TO WS-BLT-EXPEDIDOS
           END-EVALUATE
           WRITE BLT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR BOLETO.DAT - STATUS "
                       WS-BOLETO-STATUS
           END-WRITE
           IF BLT-EXPEDIDO
               PERFORM GRAVAR-BOLETO
           END-IF.

      *    Pagador menor com responsavel no mestre: guarda nome e
      *    endereco do responsavel e poe o endereco dele no registro
      *    em memoria (a leitura e so de consulta) - mesma mecanica
      *    do INFREND.
       ENDERECAR-RESPONSAVEL-LEGAL.
           MOVE CADCLI-CPF TO WS-CPF-DESTINO
           MOVE SPACES TO WS-NOME-RESPONSAVEL
           IF NOT CADCLI-E-MENOR OR CADCLI-CPF-RESPONSAVEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-REC TO WS-REGISTRO-TITULAR
           MOVE CADCLI-CPF-RESPONSAVEL TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CADCLI-NOME     TO WS-NOME-RESPONSAVEL
                   MOVE CADCLI-CPF      TO WS-CPF-DESTINO
                   MOVE CADCLI-ENDERECO TO WS-ENDERECO-RESPONSAVEL
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-RESPONSAVEL
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-RESPONSAVEL
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
      *    A marca de endereco devolvido que vale e a do endereco
      *    usado.
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-ENDERECO-RESPONSAVEL TO CADCLI-ENDERECO
               MOVE WS-DEVOLVIDO-RESPONSAVEL TO CADCLI-END-DEVOLVIDO
               MOVE WS-DT-DEVOL-RESPONSAVEL TO CADCLI-DATA-DEVOLUCAO
           END-IF.

      *    Linha do relatorio comum de clientes sem endereco valido,
      *    com o CPF e o nome de quem receberia o boleto.
       GRAVAR-SEM-ENDERECO.
           MOVE CADCLI-NOME TO WS-NOME-SEMEND
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-NOME-RESPONSAVEL TO WS-NOME-SEMEND
           END-IF
           MOVE WS-CPF-DESTINO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " PROGRAMA=BOLETO   DOC=B CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

      *----------------------------------------------------------------*
      *    MODO SEGUNDA VIA
      *----------------------------------------------------------------*
      *    Boleto novo da fatura pedida no balcao: vencimento na data
      *    em que o cliente vai pagar e, se a fatura estiver vencida
      *    nessa data, valor com os encargos de atraso ate ela.
       EMITIR-SEGUNDA-VIA.
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-PEDIDO
           DISPLAY "NUMERO DA FATURA: "
           ACCEPT WS-FATURA-PEDIDA-X
           IF FUNCTION TRIM(WS-FATURA-PEDIDA-X) IS NOT NUMERIC
               DISPLAY "NUMERO DE FATURA INVALIDO ["
                   WS-FATURA-PEDIDA-X "]"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "data/FATURAS.DAT NAO ENCONTRADO"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           COMPUTE FAT-NUMERO EQUAL
               FUNCTION NUMVAL(WS-FATURA-PEDIDA-X)
           END-COMPUTE
           READ FATURAS-ARQUIVO
               INVALID KEY
                   DISPLAY "FATURA " FAT-NUMERO " NAO ENCONTRADA"
                   CLOSE FATURAS-ARQUIVO
                   EXIT PARAGRAPH
           END-READ
           CLOSE FATURAS-ARQUIVO
           IF FAT-CPF NOT = WS-CPF-PEDIDO
               DISPLAY "FATURA " FAT-NUMERO " NAO E DO CPF/CNPJ "
                   "INFORMADO - VIA NAO EMITIDA"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FAT-PAGA
                   DISPLAY "FATURA JA PAGA EM " FAT-DATA-PGTO
                       " - VIA NAO EMITIDA"
                   EXIT PARAGRAPH
               WHEN FAT-PARCELADA
                   DISPLAY "FATURA PARCELADA - O CLIENTE PAGA AS "
                       "PARCELAS DO ACORDO"
                   EXIT PARAGRAPH
               WHEN FAT-BAIXADA
                   DISPLAY "FATURA BAIXADA COMO PERDA - ENCAMINHAR "
                       "A COBRANCA"
                   EXIT PARAGRAPH
               WHEN FAT-CANCELADA
                   DISPLAY "FATURA CANCELADA - VER NOTA DE CREDITO E "
                       "FATURA CORRIGIDA"
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-SALDO-FATURA EQUAL FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF WS-SALDO-FATURA NOT GREATER ZEROS
               DISPLAY "FATURA SEM SALDO EM ABERTO - VIA NAO EMITIDA"
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTER-DATA-PAGAMENTO
           IF WS-DATA-PAGAMENTO = ZEROS
               EXIT PARAGRAPH
           END-IF

      *    Paga ate o vencimento original: mesmo vencimento e saldo.
      *    Depois dele: vence na data pedida, com os encargos.
           MOVE ZEROS TO WS-JUROS WS-MULTA WS-ENCARGO-TOTAL
           IF WS-DATA-PAGAMENTO NOT GREATER FAT-DATA-VENCTO
               MOVE FAT-DATA-VENCTO TO WS-VENCTO-BOLETO
           ELSE
               MOVE WS-DATA-PAGAMENTO TO WS-VENCTO-BOLETO
               PERFORM LER-PARAMETROS-ENCARGOS
               PERFORM CARREGAR-FERIADOS
               PERFORM APURAR-ENCARGOS-ATE-PAGAMENTO
           END-IF
           COMPUTE WS-VALOR-BOLETO EQUAL
               WS-SALDO-FATURA + WS-ENCARGO-TOTAL
           END-COMPUTE

           OPEN INPUT CADCLI-MESTRE
           MOVE FAT-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "CPF SEM CADASTRO NO MESTRE - VIA NAO "
                       "EMITIDA"
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-READ
           PERFORM ENDERECAR-RESPONSAVEL-LEGAL
           CLOSE CADCLI-MESTRE

           PERFORM LOCALIZAR-BANCO-DA-FATURA
           PERFORM MONTAR-CODIGO-BARRAS
           IF WS-BOLETO-RECUSADO = "S"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O BOLETO-ARQ
           IF BOLETO-NAO-ACHOU
               OPEN OUTPUT BOLETO-ARQ
               CLOSE BOLETO-ARQ
               OPEN I-O BOLETO-ARQ
           END-IF
      *    Fatura sem boleto original (vencida antes da geracao ou
      *    anterior a ela): o registro nasce na propria segunda via,
      *    sem destino de via original.
           MOVE "N" TO WS-BOLETO-NOVO
           MOVE FAT-NUMERO TO BLT-FAT-NUMERO
           READ BOLETO-ARQ
               INVALID KEY
                   MOVE "S" TO WS-BOLETO-NOVO
                   INITIALIZE BLT-REC
                   MOVE FAT-NUMERO         TO BLT-FAT-NUMERO
                   MOVE FAT-CPF            TO BLT-CPF
                   MOVE WS-CB-BANCO        TO BLT-BANCO
                   MOVE WS-CB-NOSSO-NUMERO TO BLT-NOSSO-NUMERO
                   MOVE WS-DATA-HOJE       TO BLT-DATA-EMISSAO
                   MOVE FAT-DATA-VENCTO    TO BLT-VENCTO
                   MOVE WS-SALDO-FATURA    TO BLT-VALOR
           END-READ
           ADD 1 TO BLT-QTD-VIAS
           MOVE WS-DATA-HOJE       TO BLT-DATA-ULTIMA-VIA
           MOVE WS-OPERADOR        TO BLT-OPERADOR-VIA
           MOVE WS-VENCTO-BOLETO   TO BLT-VENCTO-VIA
           MOVE WS-VALOR-BOLETO    TO BLT-VALOR-VIA
           MOVE WS-ENCARGO-TOTAL   TO BLT-ENCARGOS-VIA
           MOVE WS-CODIGO-BARRAS-X TO BLT-CODIGO-BARRAS
           MOVE WS-LINHA-DIGITAVEL TO BLT-LINHA-DIGITAVEL
           IF WS-BOLETO-NOVO = "S"
               WRITE BLT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR BOLETO.DAT - STATUS "
                           WS-BOLETO-STATUS
               END-WRITE
           ELSE
               REWRITE BLT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR BOLETO.DAT - STATUS "
                           WS-BOLETO-STATUS
               END-REWRITE
           END-IF
           CLOSE BOLETO-ARQ

           OPEN EXTEND BOLETO-VIA
           IF VIA-NAO-ACHOU
               CLOSE BOLETO-VIA
               OPEN OUTPUT BOLETO-VIA
           END-IF
           MOVE "V" TO WS-DESTINO-LINHA
           PERFORM GRAVAR-BOLETO
           CLOSE BOLETO-VIA

           MOVE WS-VALOR-BOLETO TO WS-VALOR-EDITADO
           DISPLAY "SEGUNDA VIA " BLT-QTD-VIAS " EMITIDA EM "
               "BOLETO.2VIA - VENCIMENTO " WS-VENCTO-BOLETO
               " VALOR " WS-VALOR-EDITADO
           DISPLAY "LINHA DIGITAVEL: " WS-LINHA-DIGITAVEL.

      *    Data em que o cliente vai pagar; branco = hoje. Data
      *    invalida ou passada zera o pedido.
       OBTER-DATA-PAGAMENTO.
           DISPLAY "DATA DE PAGAMENTO (AAAAMMDD, BRANCO = HOJE): "
           ACCEPT WS-DATA-PAGTO-X
           IF WS-DATA-PAGTO-X = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
               MOVE WS-DIAS-INT-HOJE TO WS-DIAS-INT-PAGTO
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-PAGTO-X IS NOT NUMERIC
               DISPLAY "DATA INVALIDA [" WS-DATA-PAGTO-X "]"
               MOVE ZEROS TO WS-DATA-PAGAMENTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-PAGTO-X TO WS-DATA-PAGAMENTO
           IF WS-PAGTO-MES < 1 OR WS-PAGTO-MES > 12
               OR WS-PAGTO-DIA < 1 OR WS-PAGTO-DIA > 31
               DISPLAY "DATA INVALIDA [" WS-DATA-PAGTO-X "]"
               MOVE ZEROS TO WS-DATA-PAGAMENTO
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-PAGAMENTO < WS-DATA-HOJE
               DISPLAY "DATA DE PAGAMENTO ANTERIOR A HOJE - VIA NAO "
                   "EMITIDA"
               MOVE ZEROS TO WS-DATA-PAGAMENTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-INT-PAGTO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-PAGAMENTO)
           END-COMPUTE.

      *    Le os parametros do ENCARGOS, mantendo os defaults quando
      *    o arquivo nao existe ou esta vazio.
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

      *    Regra do ENCARGOS com a data de pagamento no lugar de hoje:
      *    dias uteis de atraso; passando de 30, juros mensais
      *    proporcionais aos meses de atraso mais a multa da faixa.
       APURAR-ENCARGOS-ATE-PAGAMENTO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
               PERFORM CONTAR-DIAS-UTEIS-ATRASO
           END-IF
           IF WS-DIAS-ATRASO NOT GREATER 30
               EXIT PARAGRAPH
           END-IF

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

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   MOVE WS-MULTA-31 TO WS-MULTA
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   MOVE WS-MULTA-61 TO WS-MULTA
               WHEN OTHER
                   MOVE WS-MULTA-90 TO WS-MULTA
           END-EVALUATE

      *    Encargo dispensado pela cobranca (FATPRORR) sai da via,
      *    abatendo a multa primeiro - mesma regra do ENCARGOS.
           IF FAT-ENCARGO-DISPENSADO > ZEROS
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
               END-IF
           END-IF

           COMPUTE WS-ENCARGO-TOTAL ROUNDED EQUAL
               WS-JUROS + WS-MULTA
           END-COMPUTE.

      *    Dias uteis entre o vencimento (exclusive) e a data de
      *    pagamento (inclusive).
       CONTAR-DIAS-UTEIS-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF WS-DIAS-INT-VENCTO NOT < WS-DIAS-INT-PAGTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-CORRENTE EQUAL WS-DIAS-INT-VENCTO + 1
           END-COMPUTE
           PERFORM UNTIL WS-DIA-CORRENTE > WS-DIAS-INT-PAGTO
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

      *----------------------------------------------------------------*
      *    CODIGO DE BARRAS E LINHA DIGITAVEL
      *----------------------------------------------------------------*
      *    Codigo de barras do documento corrente (banco da fatura,
      *    WS-VENCTO-BOLETO e WS-VALOR-BOLETO). Valor acima do campo
      *    de 10 posicoes do codigo recusa o boleto.
       MONTAR-CODIGO-BARRAS.
           MOVE "N" TO WS-BOLETO-RECUSADO
           IF WS-VALOR-BOLETO > 99999999.99
               DISPLAY "FATURA " FAT-NUMERO " COM VALOR ACIMA DO "
                   "LIMITE DO BOLETO - NAO EMITIDO"
               MOVE "S" TO WS-BOLETO-RECUSADO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FATOR-DIAS EQUAL
               FUNCTION INTEGER-OF-DATE(WS-VENCTO-BOLETO)
               - WS-DIAS-INT-BASE
           END-COMPUTE
           IF WS-FATOR-DIAS > 9999
               SUBTRACT 9000 FROM WS-FATOR-DIAS
           END-IF

           MOVE WS-BCO-CODIGO (WS-BCO-FATURA)   TO WS-CB-BANCO
           MOVE 9                               TO WS-CB-MOEDA
           MOVE ZEROS                           TO WS-CB-DV
           MOVE WS-FATOR-DIAS                   TO WS-CB-FATOR
           MOVE WS-VALOR-BOLETO                 TO WS-CB-VALOR
           MOVE ZEROS                           TO WS-CB-ZEROS
           MOVE WS-BCO-CONVENIO (WS-BCO-FATURA) TO WS-CB-CONVENIO
           MOVE FAT-NUMERO                      TO WS-CB-SEQUENCIAL
           MOVE WS-BCO-CARTEIRA (WS-BCO-FATURA) TO WS-CB-CARTEIRA
           PERFORM CALCULAR-DV-GERAL
           PERFORM MONTAR-LINHA-DIGITAVEL.

      *    Digito geral (posicao 5) em modulo 11: soma dos digitos
      *    pelos pesos 2 a 9 da direita para a esquerda; 11 menos o
      *    resto, e resultado 0, 10 ou 11 vira 1.
       CALCULAR-DV-GERAL.
           MOVE ZEROS TO WS-SOMA-DV
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-POS-CB FROM 44 BY -1
                   UNTIL WS-POS-CB < 1
               IF WS-POS-CB NOT = 5
                   COMPUTE WS-PRODUTO-DV EQUAL
                       WS-CB-DIGITO (WS-POS-CB) * WS-PESO
                   END-COMPUTE
                   ADD WS-PRODUTO-DV TO WS-SOMA-DV
                   ADD 1 TO WS-PESO
                   IF WS-PESO > 9
                       MOVE 2 TO WS-PESO
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO-DV EQUAL FUNCTION MOD(WS-SOMA-DV 11)
           END-COMPUTE
           COMPUTE WS-DIGITO-CALC EQUAL 11 - WS-RESTO-DV
           END-COMPUTE
           IF WS-DIGITO-CALC = 0 OR WS-DIGITO-CALC > 9
               MOVE 1 TO WS-DIGITO-CALC
           END-IF
           MOVE WS-DIGITO-CALC TO WS-CB-DV.

      *    Linha digitavel: campo 1 = banco, moeda e campo livre 1-5;
      *    campo 2 = campo livre 6-15; campo 3 = campo livre 16-25,
      *    cada um com o seu digito modulo 10; campo 4 = digito geral;
      *    campo 5 = fator de vencimento e valor.
       MONTAR-LINHA-DIGITAVEL.
           MOVE WS-CODIGO-BARRAS-X (1 : 4)  TO WS-C1-BANCO-MOEDA
           MOVE WS-CODIGO-BARRAS-X (20 : 5) TO WS-C1-LIVRE
           MOVE WS-CODIGO-BARRAS-X (25 : 10) TO WS-CAMPO-2
           MOVE WS-CODIGO-BARRAS-X (35 : 10) TO WS-CAMPO-3

           MOVE WS-CAMPO-1 TO WS-M10-ENTRADA
           MOVE 9 TO WS-M10-TAMANHO
           PERFORM CALCULAR-DV-MODULO-10
           MOVE WS-M10-DV TO WS-DV-CAMPO-1
           MOVE WS-CAMPO-2 TO WS-M10-ENTRADA
           MOVE 10 TO WS-M10-TAMANHO
           PERFORM CALCULAR-DV-MODULO-10
           MOVE WS-M10-DV TO WS-DV-CAMPO-2
           MOVE WS-CAMPO-3 TO WS-M10-ENTRADA
           MOVE 10 TO WS-M10-TAMANHO
           PERFORM CALCULAR-DV-MODULO-10
           MOVE WS-M10-DV TO WS-DV-CAMPO-3

           MOVE SPACES TO WS-LINHA-DIGITAVEL
           STRING WS-CAMPO-1 (1 : 5) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CAMPO-1 (6 : 4) DELIMITED BY SIZE
               WS-DV-CAMPO-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAMPO-2 (1 : 5) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CAMPO-2 (6 : 5) DELIMITED BY SIZE
               WS-DV-CAMPO-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAMPO-3 (1 : 5) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CAMPO-3 (6 : 5) DELIMITED BY SIZE
               WS-DV-CAMPO-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CB-DV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CODIGO-BARRAS-X (6 : 14) DELIMITED BY SIZE
               INTO WS-LINHA-DIGITAVEL
           END-STRING.

      *    Modulo 10 dos WS-M10-TAMANHO digitos de WS-M10-ENTRADA:
      *    pesos 2 e 1 alternados da direita para a esquerda, produto
      *    acima de 9 soma os seus dois algarismos; 10 menos o resto,
      *    e resultado 10 vira 0.
       CALCULAR-DV-MODULO-10.
           MOVE ZEROS TO WS-SOMA-DV
           MOVE 2 TO WS-M10-PESO
           PERFORM VARYING WS-M10-POS FROM WS-M10-TAMANHO BY -1
                   UNTIL WS-M10-POS < 1
               COMPUTE WS-PRODUTO-DV EQUAL
                   WS-M10-DIGITO (WS-M10-POS) * WS-M10-PESO
               END-COMPUTE
               IF WS-PRODUTO-DV > 9
                   SUBTRACT 9 FROM WS-PRODUTO-DV
               END-IF
               ADD WS-PRODUTO-DV TO WS-SOMA-DV
               IF WS-M10-PESO = 2
                   MOVE 1 TO WS-M10-PESO
               ELSE
                   MOVE 2 TO WS-M10-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO-DV EQUAL FUNCTION MOD(WS-SOMA-DV 10)
           END-COMPUTE
           IF WS-RESTO-DV = ZEROS
               MOVE ZEROS TO WS-M10-DV
           ELSE
               COMPUTE WS-M10-DV EQUAL 10 - WS-RESTO-DV
               END-COMPUTE
           END-IF.

      *----------------------------------------------------------------*
      *    DOCUMENTO
      *----------------------------------------------------------------*
      *    Boleto a partir do codigo montado e do cadastro (CADCLI-REC,
      *    ja com o endereco do responsavel legal).
       GRAVAR-BOLETO.
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING

           MOVE ALL "=" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING "BANCO " DELIMITED BY SIZE
               WS-CB-BANCO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-BCO-NOME (WS-BCO-FATURA) DELIMITED BY SIZE
               "  BOLETO DE COBRANCA" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LINHA DIGITAVEL: " DELIMITED BY SIZE
               WS-LINHA-DIGITAVEL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           IF WS-DESTINO-LINHA = "V"
               MOVE SPACES TO WS-REL-LINHA
               STRING "SEGUNDA VIA NR " DELIMITED BY SIZE
                   BLT-QTD-VIAS DELIMITED BY SIZE
                   " EMITIDA EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " - VENCIMENTO ORIGINAL " DELIMITED BY SIZE
                   FAT-DATA-VENCTO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO "
               DELIMITED BY SIZE
               "ATE O VENCIMENTO" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE "BENEFICIARIO: NOME DA EMPRESA" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VENCIMENTO: " DELIMITED BY SIZE
               WS-VENCTO-BOLETO DELIMITED BY SIZE
               "   NUMERO DO DOCUMENTO: " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING "NOSSO NUMERO: " DELIMITED BY SIZE
               WS-CB-NOSSO-NUMERO DELIMITED BY SIZE
               "   CARTEIRA: " DELIMITED BY SIZE
               WS-CB-CARTEIRA DELIMITED BY SIZE
               "   DATA DO DOCUMENTO: " DELIMITED BY SIZE
               FAT-DATA-EMISSAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           IF WS-ENCARGO-TOTAL > ZEROS
               MOVE WS-SALDO-FATURA TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "SALDO DA FATURA.....: " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
               MOVE WS-JUROS TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "(+) JUROS DE MORA...: " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
               MOVE WS-MULTA TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "(+) MULTA...........: " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
           END-IF
           MOVE WS-VALOR-BOLETO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR DO DOCUMENTO..: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
      *    Desconto antecipado da fatura, enquanto a janela esta
      *    aberta e o saldo ainda comporta o desconto.
           IF FAT-DESCONTO-VALOR > ZEROS
               AND FAT-DESCONTO-LIMITE NOT < WS-DATA-HOJE
               AND WS-SALDO-FATURA > FAT-DESCONTO-VALOR
               MOVE FAT-DESCONTO-VALOR TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "(-) DESCONTO ATE " DELIMITED BY SIZE
                   FAT-DESCONTO-LIMITE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
               MOVE SPACES TO WS-REL-LINHA
               STRING "INSTRUCOES: ATE " DELIMITED BY SIZE
                   FAT-DESCONTO-LIMITE DELIMITED BY SIZE
                   " CONCEDER DESCONTO DE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VALOR-EDITADO) DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
           END-IF
           IF WS-DESTINO-LINHA = "V"
               MOVE "INSTRUCOES: NAO RECEBER APOS O VENCIMENTO."
                   TO WS-REL-LINHA
           ELSE
               MOVE "INSTRUCOES: VENCIDO, PECA A SEGUNDA VIA."
                   TO WS-REL-LINHA
           END-IF
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PAGADOR: " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE SPACES TO WS-REL-LINHA
               STRING "A/C RESPONSAVEL LEGAL: " DELIMITED BY SIZE
                   WS-NOME-RESPONSAVEL DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETO
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF/CNPJ: " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING FUNCTION TRIM(CADCLI-LOGRADOURO)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CADCLI-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CADCLI-BAIRRO) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING FUNCTION TRIM(CADCLI-CIDADE) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CADCLI-UF DELIMITED BY SIZE
               " CEP " DELIMITED BY SIZE
               CADCLI-CEP DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CODIGO DE BARRAS: " DELIMITED BY SIZE
               WS-CODIGO-BARRAS-X DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETO
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-BOLETO.

      *    Cada linha vai para o destino do documento corrente.
       GRAVAR-LINHA-BOLETO.
           IF WS-DESTINO-LINHA = "V"
               MOVE WS-REL-LINHA TO VIA-LINHA
               WRITE VIA-LINHA
           ELSE
               MOVE WS-REL-LINHA TO SAIDA-LINHA
               WRITE SAIDA-LINHA
           END-IF.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH - mesma mecanica do CADMANUT.
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
