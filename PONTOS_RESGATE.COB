      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PTSRESG.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Resgate de pontos do programa de fidelidade no balcao. O   <*
      *>   operador da sessao informa o CPF, os pontos e o destino:   <*
      *>   C = credito em conta (conta ativa do proprio cliente, fora <*
      *>   de deposito a prazo, postada com journal no ledger) ou T = <*
      *>   abatimento das faturas de tarifa em aberto do cliente, a   <*
      *>   mais antiga primeiro, liquidando a que ficar coberta. O    <*
      *>   valor e o dos pontos pelo PONTOS-VALOR-MILHEIRO (centavos  <*
      *>   por 1.000 pontos, o mesmo do PTSAPURA), truncado no        <*
      *>   centavo. Abaixo de PONTOS-RESGATE-MINIMO (padrao 1.000),   <*
      *>   sem saldo ou com tarifas abertas menores que o valor o     <*
      *>   resgate e recusado com RETURN-CODE 4. Os pontos saem de    <*
      *>   PONTOS.SALDO antes do valor ser entregue, o resgate entra  <*
      *>   em PONTOS.MOV e a interface contabil recebe D 25001 contra <*
      *>   C 21001 (conta) ou C 13001 (tarifa).                       <*
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
      *    Cadastro mestre - so cliente ativo e vivo resgata.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - a conta creditada tem que ser do
      *    cliente, ativa e de movimento.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Faturas - as de tarifa em aberto do cliente recebem o
      *    abatimento, lidas pela chave alternada do CPF.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Ledger de saldos - credito em conta, mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois do credito.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia do journal.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Parametros de execucao (valor do ponto e resgate minimo).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Sessao do operador logado.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Interface contabil - baixa do passivo de pontos,
      *    acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  PONTOS-SALDO.
      *    Layout compartilhado do saldo de pontos - ver
      *    copybooks/PONTOSREC.CPY.
           COPY PONTOSREC.

       FD  PONTOS-MOVIMENTO.
      *    Layout compartilhado do movimento de pontos - ver
      *    copybooks/PTSMOVREC.CPY.
           COPY PTSMOVREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).

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
       77 WS-SALDO-STATUS       PIC X(02) VALUE "00".
           88 SALDO-OK              VALUE "00".
       77 WS-MOVIMENTO-STATUS   PIC X(02) VALUE "00".
           88 MOVIMENTO-NAO-ACHOU   VALUE "35".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-OK            VALUE "00".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".

      *    Valor em centavos de 1.000 pontos (PONTOS-VALOR-MILHEIRO,
      *    o mesmo da apuracao) e resgate minimo em pontos
      *    (PONTOS-RESGATE-MINIMO).
       77 WS-VALOR-MILHEIRO     PIC 9(07) VALUE 1000.
       77 WS-RESGATE-MINIMO     PIC 9(09) VALUE 1000.

      *    Entrada do resgate.
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-PONTOS-DIGITADOS   PIC X(09) VALUE SPACES.
       77 WS-PONTOS-RESGATE     PIC 9(09) VALUE ZEROS.
       77 WS-DESTINO            PIC X(01) VALUE SPACES.
           88 DESTINO-CONTA         VALUE "C".
           88 DESTINO-TARIFA        VALUE "T".
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-CREDITO      PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-RECUSA      PIC X(60) VALUE SPACES.

      *    Valor do resgate (truncado no centavo) e o que ainda falta
      *    abater nas faturas de tarifa.
       77 WS-VALOR-RESGATE      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TARIFA-EM-ABERTO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-RESTANTE     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-FATURA       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-APLICAR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-FATURAS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LIQUIDADAS     PIC 9(04) VALUE ZEROS.
       77 WS-REFERENCIA         PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-PONTOS       PIC 9(09) VALUE ZEROS.

      *    Postagem journalada do credito, mesma mecanica do CONTESTA.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

      *    Baixa do passivo de pontos contra depositos de clientes
      *    (credito em conta) ou contas a receber (fatura de tarifa).
       77 WS-CONTA-PASSIVO-PTS  PIC 9(05) VALUE 25001.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-CONTA-GL-CREDITO   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-INTEIRO      PIC 9(13) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-PONTOS-EDITADO     PIC Z(08)9.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "PTSRESG" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM LER-PARAMETROS-RESGATE

           DISPLAY "CPF DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "PONTOS A RESGATAR: "
           ACCEPT WS-PONTOS-DIGITADOS
           DISPLAY "DESTINO (C=CREDITO EM CONTA T=FATURA DE TARIFA): "
           ACCEPT WS-DESTINO
           IF DESTINO-CONTA
               DISPLAY "CONTA A CREDITAR: "
               ACCEPT WS-CONTA-DIGITADA
           END-IF

           PERFORM VALIDAR-RESGATE
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "RESGATE RECUSADO - " WS-MOTIVO-RECUSA
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    Os pontos saem do saldo antes do valor ser entregue - uma
      *    queda no meio nunca deixa o cliente com os dois.
           PERFORM BAIXAR-PONTOS-RESGATADOS
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "RESGATE RECUSADO - " WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN DESTINO-CONTA
                   PERFORM CREDITAR-CONTA-CLIENTE
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-GL-CREDITO
               WHEN DESTINO-TARIFA
                   PERFORM ABATER-FATURAS-TARIFA
                   MOVE WS-CONTA-RECEBER TO WS-CONTA-GL-CREDITO
           END-EVALUATE
           PERFORM GRAVAR-MOVIMENTO-RESGATE
           PERFORM LANCAR-CONTABIL-RESGATE

           MOVE WS-PONTOS-RESGATE TO WS-PONTOS-EDITADO
           MOVE WS-VALOR-RESGATE  TO WS-VALOR-EDITADO
           IF DESTINO-CONTA
               DISPLAY "RESGATADOS " WS-PONTOS-EDITADO " PONTOS - R$ "
                   WS-VALOR-EDITADO " CREDITADOS NA CONTA "
                   WS-CONTA-CREDITO
           ELSE
               DISPLAY "RESGATADOS " WS-PONTOS-EDITADO " PONTOS - R$ "
                   WS-VALOR-EDITADO " ABATIDOS EM " WS-QTD-FATURAS
                   " FATURA(S) DE TARIFA, " WS-QTD-LIQUIDADAS
                   " LIQUIDADA(S)"
           END-IF
           MOVE WS-SALDO-PONTOS TO WS-PONTOS-EDITADO
           DISPLAY "SALDO DE PONTOS: " WS-PONTOS-EDITADO
           GOBACK.

      *    Parametros PONTOS-VALOR-MILHEIRO e PONTOS-RESGATE-MINIMO.
       LER-PARAMETROS-RESGATE.
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
               IF WS-PRM-NOME = "PONTOS-VALOR-MILHEIRO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-VALOR-MILHEIRO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "PONTOS-RESGATE-MINIMO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-RESGATE-MINIMO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *----------------------------------------------------------------*
      *    VALIDACAO
      *----------------------------------------------------------------*
       VALIDAR-RESGATE.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF FUNCTION TRIM(WS-PONTOS-DIGITADOS) IS NOT NUMERIC
               MOVE "QUANTIDADE DE PONTOS INVALIDA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PONTOS-RESGATE EQUAL
               FUNCTION NUMVAL(WS-PONTOS-DIGITADOS)
           END-COMPUTE
           IF WS-PONTOS-RESGATE = ZEROS
              OR WS-PONTOS-RESGATE < WS-RESGATE-MINIMO
               MOVE WS-RESGATE-MINIMO TO WS-PONTOS-EDITADO
               STRING "RESGATE MINIMO DE " DELIMITED BY SIZE
                   WS-PONTOS-EDITADO DELIMITED BY SIZE
                   " PONTOS" DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF NOT DESTINO-CONTA AND NOT DESTINO-TARIFA
               MOVE "DESTINO INVALIDO - USE C OU T" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CADCLI-MESTRE
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF CADCLI-FALECIDO
                       MOVE "CLIENTE COM OBITO REGISTRADO"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       IF NOT CADCLI-ATIVO
                           MOVE "CLIENTE NAO ESTA ATIVO"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                   END-IF
           END-READ
           CLOSE CADCLI-MESTRE
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PONTOS-SALDO
           IF NOT SALDO-OK
               MOVE "CLIENTE SEM PONTOS NO PROGRAMA" TO WS-MOTIVO-RECUSA
               CLOSE PONTOS-SALDO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO PTS-CPF
           READ PONTOS-SALDO
               INVALID KEY
                   MOVE "CLIENTE SEM PONTOS NO PROGRAMA"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF PTS-SALDO < WS-PONTOS-RESGATE
                       MOVE PTS-SALDO TO WS-PONTOS-EDITADO
                       STRING "SALDO INSUFICIENTE - DISPONIVEL "
                           DELIMITED BY SIZE
                           WS-PONTOS-EDITADO DELIMITED BY SIZE
                           " PONTOS" DELIMITED BY SIZE
                           INTO WS-MOTIVO-RECUSA
                       END-STRING
                   END-IF
           END-READ
           CLOSE PONTOS-SALDO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VALOR-RESGATE EQUAL
               WS-PONTOS-RESGATE * WS-VALOR-MILHEIRO / 100000
           END-COMPUTE
           IF WS-VALOR-RESGATE = ZEROS
               MOVE "PONTOS NAO CHEGAM A UM CENTAVO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF DESTINO-CONTA
               PERFORM CONFERIR-CONTA-CREDITO
           ELSE
               PERFORM SOMAR-TARIFAS-EM-ABERTO
               IF WS-TARIFA-EM-ABERTO < WS-VALOR-RESGATE
                   MOVE WS-TARIFA-EM-ABERTO TO WS-VALOR-EDITADO
                   STRING "TARIFAS EM ABERTO SO SOMAM R$ "
                       DELIMITED BY SIZE
                       WS-VALOR-EDITADO DELIMITED BY SIZE
                       INTO WS-MOTIVO-RECUSA
                   END-STRING
               END-IF
           END-IF.

      *    Conta do proprio cliente, ativa e que nao seja deposito a
      *    prazo (o saldo do CDB so muda na aplicacao e no resgate).
       CONFERIR-CONTA-CREDITO.
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               MOVE "CONTA INVALIDA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-CREDITO EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CADASTRO DE CONTAS INDISPONIVEL"
                   TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-CREDITO TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTA-CPF NOT = WS-CPF-CLIENTE
                           MOVE "CONTA NAO E DO CLIENTE"
                               TO WS-MOTIVO-RECUSA
                       WHEN NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN CONTA-PRAZO
                           MOVE "CONTA DE DEPOSITO A PRAZO"
                               TO WS-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ
           CLOSE CONTA-ARQ.

      *    Saldo em aberto das faturas de tarifa do cliente.
       SOMAR-TARIFAS-EM-ABERTO.
           MOVE ZEROS TO WS-TARIFA-EM-ABERTO
           MOVE "N" TO WS-FATURAS-FIM
           OPEN INPUT FATURAS-ARQUIVO
           IF NOT FATURAS-OK
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO FAT-CPF
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-CPF
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF NOT = WS-CPF-CLIENTE
                           SET FATURAS-FIM TO TRUE
                       ELSE
                           IF FAT-ABERTA AND FAT-DE-TARIFA
                               COMPUTE WS-TARIFA-EM-ABERTO EQUAL
                                   WS-TARIFA-EM-ABERTO + FAT-VALOR
                                   - FAT-VALOR-PAGO
                               END-COMPUTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.

      *----------------------------------------------------------------*
      *    BAIXA DOS PONTOS E ENTREGA DO VALOR
      *----------------------------------------------------------------*
       BAIXAR-PONTOS-RESGATADOS.
           OPEN I-O PONTOS-SALDO
           MOVE WS-CPF-CLIENTE TO PTS-CPF
           READ PONTOS-SALDO
               INVALID KEY
                   MOVE "CLIENTE SEM PONTOS NO PROGRAMA"
                       TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               IF PTS-SALDO < WS-PONTOS-RESGATE
                   MOVE "SALDO DE PONTOS MUDOU - REFACA O RESGATE"
                       TO WS-MOTIVO-RECUSA
               ELSE
                   SUBTRACT WS-PONTOS-RESGATE FROM PTS-SALDO
                   ADD WS-PONTOS-RESGATE TO PTS-TOTAL-RESGATADO
                   MOVE WS-DATA-HOJE TO PTS-DATA-ULTIMO-MOV
                   MOVE PTS-SALDO TO WS-SALDO-PONTOS
                   REWRITE PONTOS-REG
                       INVALID KEY
                           MOVE "ERRO AO REGRAVAR O SALDO DE PONTOS"
                               TO WS-MOTIVO-RECUSA
                   END-REWRITE
               END-IF
           END-IF
           CLOSE PONTOS-SALDO.

      *    Credito journalado do valor na conta escolhida.
       CREDITAR-CONTA-CLIENTE.
           MOVE WS-CONTA-CREDITO TO WS-REFERENCIA
           MOVE WS-VALOR-RESGATE TO WS-MOVIMENTO
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN I-O LEDGER-MESTRE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER INDISPONIVEL - CREDITO DA CONTA "
                   WS-CONTA-CREDITO " NAO POSTADO"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE   TO LEDGER-CPF
           MOVE WS-CONTA-CREDITO TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-MOVIMENTO
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-RESGATE
           MOVE WS-CPF-CLIENTE   TO LEDGER-CPF
           MOVE WS-CONTA-CREDITO TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS  TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           CLOSE LEDGER-MESTRE.

       GRAVAR-JOURNAL-RESGATE.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL     TO JRN-SEQUENCIAL
           MOVE WS-CPF-CLIENTE    TO JRN-CPF
           MOVE WS-CONTA-CREDITO  TO JRN-CONTA
           MOVE WS-SALDO-ANTES    TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE      TO JRN-DATA
           MOVE WS-HORA-AGORA     TO JRN-HORA
           MOVE ZEROS             TO JRN-DATA-VALOR
           MOVE SPACES            TO JRN-AGENCIA
           MOVE SPACES            TO JRN-REPRESENTANTE
           MOVE SPACES            TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL -
      *    mesma mecanica do CSUBTR.
       OBTER-PROXIMO-SEQUENCIAL.
           MOVE ZEROS TO WS-SEQUENCIAL
           OPEN INPUT RUNSEQ-CTL
           IF RUNSEQ-OK
               READ RUNSEQ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNSEQ-REC TO WS-SEQUENCIAL
               END-READ
           END-IF
           CLOSE RUNSEQ-CTL

           ADD 1 TO WS-SEQUENCIAL

           OPEN OUTPUT RUNSEQ-CTL
           MOVE WS-SEQUENCIAL TO RUNSEQ-REC
           WRITE RUNSEQ-REC
           CLOSE RUNSEQ-CTL.

      *    O valor entra como pagamento nas faturas de tarifa em
      *    aberto, na ordem da chave (a mais antiga primeiro): a
      *    fatura coberta por inteiro fica liquidada na data.
       ABATER-FATURAS-TARIFA.
           MOVE WS-VALOR-RESGATE TO WS-VALOR-RESTANTE
           MOVE "N" TO WS-FATURAS-FIM
           OPEN I-O FATURAS-ARQUIVO
           IF NOT FATURAS-OK
               DISPLAY "FATURAS INDISPONIVEIS - ABATIMENTO NAO FEITO"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO FAT-CPF
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-CPF
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM OR WS-VALOR-RESTANTE = ZEROS
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF NOT = WS-CPF-CLIENTE
                           SET FATURAS-FIM TO TRUE
                       ELSE
                           IF FAT-ABERTA AND FAT-DE-TARIFA
                               PERFORM ABATER-FATURA-CORRENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.

       ABATER-FATURA-CORRENTE.
           COMPUTE WS-SALDO-FATURA EQUAL FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF WS-SALDO-FATURA = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-RESTANTE < WS-SALDO-FATURA
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-APLICAR
           ELSE
               MOVE WS-SALDO-FATURA TO WS-VALOR-APLICAR
           END-IF
           ADD WS-VALOR-APLICAR TO FAT-VALOR-PAGO
           SUBTRACT WS-VALOR-APLICAR FROM WS-VALOR-RESTANTE
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
               MOVE "P" TO FAT-SITUACAO
               MOVE WS-DATA-HOJE TO FAT-DATA-PGTO
               ADD 1 TO WS-QTD-LIQUIDADAS
           END-IF
           REWRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FATURA " FAT-NUMERO
                       " - STATUS " WS-FATURAS-STATUS
           END-REWRITE
           ADD 1 TO WS-QTD-FATURAS
           IF WS-REFERENCIA = ZEROS
               MOVE FAT-NUMERO TO WS-REFERENCIA
           END-IF.

       GRAVAR-MOVIMENTO-RESGATE.
           OPEN EXTEND PONTOS-MOVIMENTO
           IF MOVIMENTO-NAO-ACHOU
               CLOSE PONTOS-MOVIMENTO
               OPEN OUTPUT PONTOS-MOVIMENTO
           END-IF
           MOVE WS-CPF-CLIENTE    TO PTM-CPF
           MOVE WS-DATA-HOJE      TO PTM-DATA
           COMPUTE PTM-COMPETENCIA EQUAL WS-DATA-HOJE / 100
           END-COMPUTE
           MOVE "R"               TO PTM-TIPO
           IF DESTINO-CONTA
               MOVE "CC"          TO PTM-REGRA
           ELSE
               MOVE "TF"          TO PTM-REGRA
           END-IF
           MOVE 1                 TO PTM-EVENTOS
           MOVE WS-PONTOS-RESGATE TO PTM-PONTOS
           MOVE WS-VALOR-RESGATE  TO PTM-VALOR
           MOVE WS-REFERENCIA     TO PTM-REFERENCIA
           MOVE WS-OPERADOR       TO PTM-OPERADOR
           WRITE PTSMOV-REG
           CLOSE PONTOS-MOVIMENTO.

      *    D pontos a pagar / C depositos de clientes ou contas a
      *    receber, pelo valor entregue.
       LANCAR-CONTABIL-RESGATE.
           MOVE WS-VALOR-RESGATE TO WS-TOTAL-INTEIRO
           IF WS-TOTAL-INTEIRO = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE         TO GL-DATA
           MOVE WS-CONTA-PASSIVO-PTS TO GL-CONTA
           MOVE WS-TOTAL-INTEIRO     TO GL-TOTAL-DEBITO
           MOVE ZEROS                TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE         TO GL-DATA
           MOVE WS-CONTA-GL-CREDITO  TO GL-CONTA
           MOVE ZEROS                TO GL-TOTAL-DEBITO
           MOVE WS-TOTAL-INTEIRO     TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

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
