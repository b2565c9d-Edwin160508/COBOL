      *>   Cada fatura nasce designada a um banco de cobranca do      <*
      *>   cadastro BANCO.MST, em rodizio - e a remessa sai um        <*
      *>   arquivo por banco.                                         <*
      *>   DESCONTO POR PAGAMENTO ANTECIPADO: a regra DESCONTO-* de   <*
      *>   data/PARAMRUN.CTL (percentual ou valor fixo, ate N dias    <*
      *>   antes do vencimento) e fixada em cada fatura na emissao    <*
      *>   (FAT-DESCONTO-LIMITE/VALOR); sem regra, fatura sem         <*
      *>   desconto.                                                  <*
      *>   SALDO CREDOR: o pagamento a maior que o cliente deixou     <*
      *>   (SALDOCRED.DAT, creditado pelo CXAPLIC/RECINST) e          <*
      *>   consumido pelo SCRMOVTO na fatura nova, ate o valor        <*
      *>   dela - entra como valor pago e a fatura coberta inteira    <*
      *>   nasce liquidada. O total consumido vai para CONTABIL.INT   <*
      *>   (debito 24004 creditos de clientes a devolver, credito     <*
      *>   13001 contas a receber).                                   <*
      *>   O movimento do dia vem do extrato FATGERA.TRN gravado pela <*
      *>   distribuicao (TRNDIST) - as transacoes do LACO.TRN.ORD, na <*
      *>   mesma ordem, ja com o ciclo do titular cruzado do mestre   <*
      *>   (ver copybooks/TRNDISREC.CPY). O cadastro mestre so e      <*
      *>   aberto quando um cliente comeca pelo movimento pendente de <*
      *>   execucoes anteriores, que nao traz o cruzamento.           <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *    Transacoes ja ordenadas por CPF, produzidas pelo SORT do
      *    job LACO e distribuidas pelo TRNDIST com o ciclo do
      *    titular - a ordenacao garante a quebra de controle.
           SELECT TRANS-ORDENADAS ASSIGN TO "FATGERA.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    Movimento dos clientes fora do ciclo nas execucoes
           SELECT TRANS-FUNDIDAS ASSIGN TO "FATGERA.TRN.MRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDIDAS-STATUS.
      *    Cadastro mestre - dia de ciclo do cliente que so tem
      *    movimento pendente de execucoes anteriores.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Faturas geradas - acrescenta ao arquivo que o IFRELAC e os
      *    demais programas de cobranca consomem.
           SELECT FERIADO-CAL ASSIGN TO "FERIADO.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.
      *    Parametros de execucao - regra de desconto por pagamento
      *    antecipado.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Interface contabil - saldo credor consumido nas faturas
      *    novas, acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TRANS-ORDENADAS.
      *    Layout compartilhado do extrato pre-cruzado - ver
      *    copybooks/TRNDISREC.CPY.
           COPY TRNDISREC.

       FD  TRANS-PENDENTES.
       01  PEND-REC                   PIC X(50).
       FD  TRANS-PENDNOVO.
       01  PENDNOVO-REC               PIC X(50).

      *    Os 50 primeiros bytes sao o registro do pendente; o resto
      *    acompanha o extrato pre-cruzado (TRNDISREC) - no registro
      *    vindo do pendente fica em branco.
       SD  FATGERA-SORT-WORK.
       01  SRT-REC.
           05 SRT-CPF                 PIC X(11).
           05 SRT-CONTA               PIC 9(06).
           05 SRT-DATA-VALOR          PIC 9(08).
           05 SRT-AGENCIA             PIC X(08).
           05 FILLER                  PIC X(11).
           05 SRT-CLIENTE-ACHADO      PIC X(01).
           05 FILLER                  PIC X(11).
           05 SRT-CICLO-FAT           PIC X(02).
           05 FILLER                  PIC X(32).

       FD  TRANS-FUNDIDAS.
       01  TRN-MRG-REC.
           05 TRN-MRG-CONTA           PIC 9(06).
           05 TRN-MRG-DATA-VALOR      PIC 9(08).
           05 TRN-MRG-AGENCIA         PIC X(08).
           05 FILLER                  PIC X(11).
      *    S/N = cruzado pela distribuicao; branco = veio do pendente.
           05 TRN-MRG-CLIENTE-ACHADO  PIC X(01).
              88 TRN-MRG-CRUZADO         VALUE "S" "N".
              88 TRN-MRG-NO-MESTRE       VALUE "S".
           05 FILLER                  PIC X(11).
           05 TRN-MRG-CICLO-FAT       PIC 9(02).
           05 FILLER                  PIC X(32).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    Layout compartilhado do feriado - ver
      *    copybooks/FERIADREC.CPY.
           COPY FERIADREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
      *    Branco = mestre ainda nao aberto nesta execucao.
       77 WS-CADCLI-DISPONIVEL  PIC X(01) VALUE SPACES.
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATNUM-STATUS      PIC X(02) VALUE "00".
       77 WS-DIA-NAO-UTIL       PIC X(01) VALUE "N".
       77 WS-DATA-CANDIDATA     PIC 9(08) VALUE ZEROS.

      *    Regra de desconto por pagamento antecipado (PARAMRUN.CTL):
      *    DESCONTO-PERCENTUAL (inteiro, % do valor da fatura) tem
      *    precedencia sobre DESCONTO-VALOR-FIXO (reais inteiros);
      *    DESCONTO-DIAS = dias corridos antes do vencimento ate os
      *    quais o desconto vale. Sem parametro, sem desconto.
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-DESCONTO-PERCENTUAL PIC 9(02) VALUE ZEROS.
       77 WS-DESCONTO-FIXO      PIC 9(07) VALUE ZEROS.
       77 WS-DESCONTO-DIAS      PIC 9(03) VALUE ZEROS.
       77 WS-DESCONTO-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WS-DESCONTO-CALC      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-INT-LIMITE    PIC 9(07) VALUE ZEROS.

      *    Saldo credor do cliente (pagamento a maior anterior): a
      *    fatura nova ja nasce paga ate onde o saldo alcanca, e o
      *    consumo vai para a interface contabil - debito 24004
      *    creditos de clientes a devolver, credito 13001 contas a
      *    receber.
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-CONTA-SALDO-CREDOR PIC 9(05) VALUE 24004.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-SALDO-CREDOR-INTEIRO PIC 9(13) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Subprograma do saldo credor do cliente.
           COPY SCRAPI.

       01  WS-TOTAIS-GERACAO.
           05 WS-TRANS-LIDAS        PIC 9(05) VALUE ZEROS.
           05 WS-FATURAS-GERADAS    PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-FATURADO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-CLIENTES-FORA-CICLO PIC 9(05) VALUE ZEROS.
           05 WS-TRANS-PENDENTES    PIC 9(05) VALUE ZEROS.
           05 WS-FATURAS-COM-DESCONTO PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-DESCONTO-OFERTADO PIC 9(11)V99 VALUE ZEROS.
           05 WS-FATURAS-COM-SALDO-CRED PIC 9(05) VALUE ZEROS.
           05 WS-FATURAS-QUITADAS-SALDO PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-SALDO-CREDOR PIC 9(11)V99 VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
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
       MAINLINE SECTION.
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "FATGERA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM CARREGAR-FERIADOS
           PERFORM CALCULAR-DATA-VENCIMENTO
           PERFORM LER-PARAMETROS-DESCONTO
           PERFORM CALCULAR-LIMITE-DESCONTO
           PERFORM CALCULAR-ULTIMO-DIA-MES
           PERFORM LER-CONTADOR-FATURA
           PERFORM CARREGAR-CADASTRO-BANCOS

           PERFORM FUNDIR-MOVIMENTO-ENTRADA

               CLOSE TRANS-FUNDIDAS
               PERFORM GRAVAR-CONTADOR-FATURA
               PERFORM REGRAVAR-PENDENTES
               PERFORM LANCAR-SALDO-CREDOR-CONTABIL
           END-IF

           IF WS-CADCLI-DISPONIVEL = "S"
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-EMISSAO)
           END-COMPUTE.

      *    Regra de desconto antecipado de data/PARAMRUN.CTL.
       LER-PARAMETROS-DESCONTO.
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
                       WHEN "DESCONTO-PERCENTUAL"
                           COMPUTE WS-DESCONTO-PERCENTUAL EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "DESCONTO-VALOR-FIXO"
                           COMPUTE WS-DESCONTO-FIXO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "DESCONTO-DIAS"
                           COMPUTE WS-DESCONTO-DIAS EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Data limite do desconto = vencimento - DESCONTO-DIAS dias
      *    corridos. Limite anterior a emissao (prazo maior que o do
      *    vencimento) nao da janela nenhuma: a geracao sai sem
      *    desconto. Vencimento e o mesmo para todas as faturas da
      *    execucao, entao o limite tambem.
       CALCULAR-LIMITE-DESCONTO.
           MOVE ZEROS TO WS-DESCONTO-LIMITE
           IF WS-DESCONTO-PERCENTUAL = ZEROS
               AND WS-DESCONTO-FIXO = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-INT-LIMITE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-VENCTO)
               - WS-DESCONTO-DIAS
           END-COMPUTE
           COMPUTE WS-DESCONTO-LIMITE EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-LIMITE)
           END-COMPUTE
           IF WS-DESCONTO-LIMITE < WS-DATA-HOJE
               MOVE ZEROS TO WS-DESCONTO-LIMITE
           END-IF.

       ROLAR-PARA-DIA-UTIL.
           PERFORM CONFERIR-DIA-UTIL
           PERFORM UNTIL WS-DIA-NAO-UTIL = "N"
           END-PERFORM
           CLOSE BANCO-MST.

      *    Abre o cadastro mestre uma unica vez, no primeiro cliente
      *    que precisa dele; indisponivel, o cliente so com pendente
      *    fatura como sem ciclo - melhor faturar cedo do que segurar
      *    movimento sem data para sair.
       ABRIR-CADCLI-PARA-CICLO.
           MOVE "N" TO WS-CADCLI-DISPONIVEL
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE "S" TO WS-CADCLI-DISPONIVEL
           ELSE
               DISPLAY "CADCLI.DAT INDISPONIVEL - CLIENTE SO COM "
                   "PENDENTE FATURA NESTA EXECUCAO"
           END-IF.

      *    Funde o movimento do dia (FATGERA.TRN) com o pendente das
      *    execucoes anteriores (FATGERA.PENDENTE) num unico arquivo
      *    reordenado por CPF, para a quebra de controle enxergar o
      *    cliente inteiro mesmo quando parte do movimento dele veio
           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "ARQUIVO DE TRANSACOES ORDENADO NAO "
                   "ENCONTRADO: FATGERA.TRN"
           ELSE
               READ TRANS-ORDENADAS
                   AT END SET TRANSACOES-FIM TO TRUE
      *    nao tem ciclo designado (zeros ou sem registro no mestre)
      *    ou quando o dia do ciclo e o dia de hoje; no ultimo dia do
      *    mes, ciclos alem do fim do mes tambem faturam.
      *    O ciclo vem cruzado no registro do extrato; so o cliente
      *    cujo grupo comeca por movimento pendente le o mestre.
       DECIDIR-CICLO-DO-CLIENTE.
           MOVE "S" TO WS-GRUPO-FATURAVEL
           MOVE ZEROS TO WS-CICLO-CLIENTE
           IF TRN-MRG-CRUZADO
               IF TRN-MRG-NO-MESTRE
                   AND TRN-MRG-CICLO-FAT IS NUMERIC
                   MOVE TRN-MRG-CICLO-FAT TO WS-CICLO-CLIENTE
               END-IF
           ELSE
               PERFORM LER-CICLO-NO-MESTRE
           END-IF
           IF WS-CICLO-CLIENTE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-GRUPO-FATURAVEL
           ADD 1 TO WS-CLIENTES-FORA-CICLO.

       LER-CICLO-NO-MESTRE.
           IF WS-CADCLI-DISPONIVEL = SPACES
               PERFORM ABRIR-CADCLI-PARA-CICLO
           END-IF
           IF WS-CADCLI-DISPONIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-QUEBRA TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CADCLI-CICLO-FAT IS NUMERIC
                       MOVE CADCLI-CICLO-FAT TO WS-CICLO-CLIENTE
                   END-IF
           END-READ.

      *    Fecha o grupo do cliente corrente: no ciclo, vira fatura;
      *    fora do ciclo, as transacoes ja foram para o pendente.
       FECHAR-GRUPO-CLIENTE.
           MOVE ZEROS             TO FAT-VALOR-PAGO
           MOVE ZEROS             TO FAT-DATA-PGTO
           MOVE "A"               TO FAT-SITUACAO
           MOVE "F"               TO FAT-ORIGEM
           MOVE ZEROS             TO FAT-NFSE-LOTE
           MOVE ZEROS             TO FAT-NFSE-NUMERO
           MOVE ZEROS             TO FAT-VENCTO-ORIGINAL
           MOVE ZEROS             TO FAT-ENCARGO-DISPENSADO
           PERFORM DESIGNAR-BANCO-DA-FATURA
           PERFORM FIXAR-DESCONTO-DA-FATURA
           WRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FATURA " FAT-NUMERO
                       " - STATUS " WS-FATURAS-STATUS
               NOT INVALID KEY
                   PERFORM APLICAR-SALDO-CREDOR
           END-WRITE
           ADD 1 TO WS-FATURAS-GERADAS
           ADD WS-VALOR-GRUPO TO WS-VALOR-FATURADO.

      *    Consome o saldo credor do cliente na fatura recem-gravada,
      *    ate o valor dela: o consumido entra como valor pago e a
      *    fatura coberta inteira nasce liquidada - nem vai ao banco.
       APLICAR-SALDO-CREDOR.
           MOVE FAT-CPF          TO SCV-CPF
           MOVE "A"              TO SCV-TIPO
           MOVE FAT-VALOR        TO SCV-VALOR
           MOVE WS-DATA-HOJE     TO SCV-DATA
           MOVE WS-HORA-AGORA    TO SCV-HORA
           MOVE "FATGERA"        TO SCV-ORIGEM
           MOVE FAT-NUMERO       TO SCV-REFERENCIA
           MOVE "BATCH"          TO SCV-OPERADOR
           CALL "SCRMOVTO" USING SCR-MOVIMENTO-ENTRADA
                                 SCR-MOVIMENTO-RESULTADO
           IF NOT SCV-EFETUADO
               EXIT PARAGRAPH
           END-IF
           MOVE SCV-VALOR-MOVIDO TO FAT-VALOR-PAGO
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
               MOVE "P"          TO FAT-SITUACAO
               MOVE WS-DATA-HOJE TO FAT-DATA-PGTO
               MOVE ZEROS        TO FAT-DESCONTO-LIMITE
               MOVE ZEROS        TO FAT-DESCONTO-VALOR
               ADD 1 TO WS-FATURAS-QUITADAS-SALDO
           END-IF
           REWRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FATURA " FAT-NUMERO
                       " - STATUS " WS-FATURAS-STATUS
           END-REWRITE
           ADD 1 TO WS-FATURAS-COM-SALDO-CRED
           ADD SCV-VALOR-MOVIDO TO WS-VALOR-SALDO-CREDOR.

      *    Desconto antecipado da fatura que esta fechando, pela
      *    regra da execucao. Valor fixo que come a fatura inteira
      *    nao e desconto - a fatura sai sem ele.
       FIXAR-DESCONTO-DA-FATURA.
           MOVE ZEROS TO FAT-DESCONTO-LIMITE
           MOVE ZEROS TO FAT-DESCONTO-VALOR
           MOVE ZEROS TO FAT-DESCONTO-CONCEDIDO
           IF WS-DESCONTO-LIMITE = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DESCONTO-PERCENTUAL > ZEROS
               COMPUTE WS-DESCONTO-CALC ROUNDED EQUAL
                   WS-VALOR-GRUPO * WS-DESCONTO-PERCENTUAL / 100
               END-COMPUTE
           ELSE
               MOVE WS-DESCONTO-FIXO TO WS-DESCONTO-CALC
           END-IF
           IF WS-DESCONTO-CALC = ZEROS
               OR WS-DESCONTO-CALC NOT < WS-VALOR-GRUPO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DESCONTO-LIMITE TO FAT-DESCONTO-LIMITE
           MOVE WS-DESCONTO-CALC   TO FAT-DESCONTO-VALOR
           ADD 1 TO WS-FATURAS-COM-DESCONTO
           ADD WS-DESCONTO-CALC TO WS-VALOR-DESCONTO-OFERTADO.

      *    Proximo banco do rodizio para a fatura que esta fechando.
       DESIGNAR-BANCO-DA-FATURA.
           IF WS-BCO-QTD = ZEROS
           CLOSE TRANS-PENDENTES
           CLOSE TRANS-PENDNOVO.

      *    Saldo credor consumido na execucao, num lancamento so.
       LANCAR-SALDO-CREDOR-CONTABIL.
           IF WS-VALOR-SALDO-CREDOR = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-SALDO-CREDOR TO WS-SALDO-CREDOR-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE            TO GL-DATA
           MOVE WS-CONTA-SALDO-CREDOR   TO GL-CONTA
           MOVE WS-SALDO-CREDOR-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE            TO GL-DATA
           MOVE WS-CONTA-RECEBER        TO GL-CONTA
           MOVE ZEROS                   TO GL-TOTAL-DEBITO
           MOVE WS-SALDO-CREDOR-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Relatorio de totais da geracao: transacoes lidas, faturas
      *    geradas, valor faturado e a faixa de numeracao usada.
       EMITIR-RELATORIO-GERACAO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-DESCONTO-OFERTADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FATURAS COM DESCONTO.: " DELIMITED BY SIZE
               WS-FATURAS-COM-DESCONTO DELIMITED BY SIZE
               "   ATE " DELIMITED BY SIZE
               WS-DESCONTO-LIMITE DELIMITED BY SIZE
               "   TOTAL: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-SALDO-CREDOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SALDO CREDOR USADO...: " DELIMITED BY SIZE
               WS-FATURAS-COM-SALDO-CRED DELIMITED BY SIZE
               " FATURAS (" DELIMITED BY SIZE
               WS-FATURAS-QUITADAS-SALDO DELIMITED BY SIZE
               " QUITADAS)  TOTAL: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           CLOSE FATGERA-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM FATGERA.REL".
