      *>   da regravacao do saldo) - o LEDGRECV continua capaz de     <*
      *>   recuperar o arquivo. Estorno de fatura que nao esta paga   <*
      *>   ou com valor diferente do pago vai para a revisao.         <*
      *>   DESCONTO ANTECIPADO: titulo pago ate a data limite do      <*
      *>   desconto da fatura (FAT-DESCONTO-LIMITE) pelo saldo menos  <*
      *>   o desconto liquida a fatura sem residuo, com o desconto em <*
      *>   FAT-DESCONTO-CONCEDIDO; o total do arquivo vai para        <*
      *>   CONTABIL.INT (descontos concedidos contra contas a         <*
      *>   receber) e o estorno de titulo com desconto o reverte.     <*
      *>   FATURA CANCELADA (FATCANC): ocorrencia 10 = baixa          <*
      *>   confirmada pelo banco, so contada; pagamento de titulo de  <*
      *>   fatura cancelada nao reabre nem liquida a fatura - vai     <*
      *>   para a revisao como valor a devolver ao cliente.           <*
      *>   TARIFAS DE COBRANCA: o header traz o banco do arquivo e    <*
      *>   o detalhe a tarifa que o banco cobrou pela ocorrencia e    <*
      *>   descontou do repasse; toda tarifa informada vai para       <*
      *>   TARIFA.COBRADA (ver copybooks/TARMOVREC.CPY), conferida    <*
      *>   no mes pela conciliacao TARCONC. Ocorrencia 02 (entrada    <*
      *>   confirmada) e 23 (protesto) so contam e trazem tarifa.     <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT REMESSA-REGISTRO ASSIGN TO "REMESSA.REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
      *    Tarifas de cobranca informadas pelo banco no retorno,
      *    acumuladas para a conciliacao mensal (TARCONC).
           SELECT TARIFA-COBRADA ASSIGN TO "TARIFA.COBRADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.
      *    Interface contabil - desconto antecipado concedido (e o
      *    revertido por estorno) no arquivo, acrescentando ao
      *    arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *    03=rejeitado pelo banco.
       FD  RETORNO-ENTRADA.
       01  RET-LINHA                  PIC X(60).
      *    O header traz o banco que gerou o arquivo.
       01  RET-HEADER REDEFINES RET-LINHA.
           05 RET-H-TIPO              PIC X(01).
           05 RET-H-BANCO             PIC 9(03).
           05 RET-H-DATA              PIC 9(08).
           05 FILLER                  PIC X(48).
       01  RET-DETALHE REDEFINES RET-LINHA.
           05 RET-D-TIPO              PIC X(01).
           05 RET-D-TITULO            PIC 9(06).
           05 RET-D-OCORRENCIA        PIC X(02).
           05 RET-D-DATA-PGTO         PIC 9(08).
           05 RET-D-VALOR-PAGO        PIC 9(11)V99.
      *    Tarifa que o banco cobrou pela ocorrencia e descontou do
      *    repasse (zeros = sem tarifa).
           05 RET-D-TARIFA            PIC 9(09)V99.
           05 FILLER                  PIC X(19).
       01  RET-TRAILER REDEFINES RET-LINHA.
           05 RET-T-TIPO              PIC X(01).
           05 RET-T-QTD               PIC 9(06).

       FD  BUREAU-REMOVER.
       01  BREMOVE-REG.
           05 BRM-CPF                 PIC X(14).
           05 BRM-DATA                PIC 9(08).

       FD  RETORNO-NSA.
              88 RGT-RESPONDIDO          VALUE "R".
              88 RGT-ESTORNADO           VALUE "E".
           05 RGT-NSA                 PIC 9(06).

       FD  TARIFA-COBRADA.
      *    Layout compartilhado da tarifa cobrada - ver
      *    copybooks/TARMOVREC.CPY.
           COPY TARMOVREC.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-RETORNO-STATUS     PIC X(02) VALUE "00".
       77 WS-FAT-ACHADA         PIC X(01) VALUE "N".
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.

      *    Desconto antecipado: o do titulo corrente (zeros = fora da
      *    janela ou valor que nao e o saldo com desconto) e os
      *    totais concedidos e revertidos no arquivo, lancados na
      *    interface contabil no fim da passada.
       77 WS-DESCONTO-TITULO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-CONTA-DESCONTO     PIC 9(05) VALUE 64001.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-QTD-DESCONTOS      PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-DESCONTO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-DESC-ESTORNADOS PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-DESC-ESTORNADO PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESCONTO-INTEIRO   PIC 9(13) VALUE ZEROS.

       01  WS-TOTAIS-RETORNO.
           05 WS-TITULOS-LIDOS      PIC 9(06) VALUE ZEROS.
           05 WS-TITULOS-PAGOS      PIC 9(06) VALUE ZEROS.
           05 WS-TITULOS-SEM-FATURA PIC 9(06) VALUE ZEROS.
           05 WS-TITULOS-ESTORNADOS PIC 9(06) VALUE ZEROS.
           05 WS-TITULOS-RECUPERADOS PIC 9(06) VALUE ZEROS.
           05 WS-BAIXAS-CONFIRMADAS PIC 9(06) VALUE ZEROS.
           05 WS-PAGOS-CANCELADAS   PIC 9(06) VALUE ZEROS.
           05 WS-ENTRADAS-CONFIRMADAS PIC 9(06) VALUE ZEROS.
           05 WS-PROTESTOS          PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-PROCESSADO   PIC 9(13)V99 VALUE ZEROS.

      *    Reversao do estorno no ledger - postagem journalada, mesma
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.
       77 WS-BREMOVE-STATUS     PIC X(02) VALUE "00".
           88 BREMOVE-NAO-ACHOU     VALUE "35".
       77 WS-CPF-BUREAU         PIC X(14) VALUE SPACES.
       77 WS-CONTA-PADRAO       PIC 9(06) VALUE 1.
       77 WS-SALDO-CONTA        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-ARQUIVO-REPROVADO  PIC X(01) VALUE "N".
           88 ARQUIVO-REPROVADO     VALUE "S".

      *    Tarifas de cobranca do arquivo: o banco vem do header;
      *    arquivo sem header identifica o banco pelo registro de
      *    remetidos do titulo.
       77 WS-TARIFA-STATUS      PIC X(02) VALUE "00".
           88 TARIFA-NAO-ACHOU      VALUE "35".
       77 WS-BANCO-ARQUIVO      PIC 9(03) VALUE ZEROS.
       77 WS-BANCO-TARIFA       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TARIFAS        PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-TARIFAS      PIC 9(13)V99 VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
       77 WS-DIVERG-BUFFER      PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "RETORNO" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

               CLOSE FATURAS-ARQUIVO
           END-IF
           PERFORM GRAVAR-ULTIMO-NSA
           PERFORM LANCAR-DESCONTO-CONTABIL
           PERFORM EMITIR-RESUMO-RETORNO
           GOBACK.

           END-READ
           PERFORM UNTIL RETORNO-FIM
               EVALUATE RET-D-TIPO
                   WHEN "0"
                       IF RET-H-BANCO IS NUMERIC
                           MOVE RET-H-BANCO TO WS-BANCO-ARQUIVO
                       END-IF
                   WHEN "1"
                       ADD 1 TO WS-PRE-QTD
                       ADD RET-D-VALOR-PAGO TO WS-PRE-VALOR
           END-IF.

       PROCESSAR-ARQUIVO-RETORNO.
           OPEN EXTEND TARIFA-COBRADA
           IF TARIFA-NAO-ACHOU
               CLOSE TARIFA-COBRADA
               OPEN OUTPUT TARIFA-COBRADA
           END-IF
           OPEN OUTPUT RETORNO-DIVERGENTE
           OPEN INPUT RETORNO-ENTRADA
           IF RETORNO-NAO-ACHOU
               END-PERFORM
               CLOSE RETORNO-ENTRADA
           END-IF
           CLOSE TARIFA-COBRADA
           CLOSE RETORNO-DIVERGENTE.

      *    Um titulo do retorno: liquidado casa com a fatura de mesmo
       TRATAR-TITULO-RETORNO.
           ADD 1 TO WS-TITULOS-LIDOS
           ADD RET-D-VALOR-PAGO TO WS-VALOR-PROCESSADO
           IF RET-D-TARIFA IS NUMERIC AND RET-D-TARIFA > ZEROS
               PERFORM REGISTRAR-TARIFA-COBRADA
           END-IF
           PERFORM BAIXAR-TITULO-NO-REGISTRO

      *    Entrada confirmada e titulo enviado a protesto so contam
      *    (e trazem a tarifa) - a fatura nao muda.
           IF RET-D-OCORRENCIA = "02"
               ADD 1 TO WS-ENTRADAS-CONFIRMADAS
               EXIT PARAGRAPH
           END-IF
           IF RET-D-OCORRENCIA = "23"
               ADD 1 TO WS-PROTESTOS
               EXIT PARAGRAPH
           END-IF

           IF RET-D-OCORRENCIA = "03"
               ADD 1 TO WS-TITULOS-REJEITADOS
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

      *    Baixa pedida pelo cancelamento da fatura e atendida: o
      *    titulo saiu da cobranca do banco; a fatura ja esta C.
           IF RET-D-OCORRENCIA = "10"
               ADD 1 TO WS-BAIXAS-CONFIRMADAS
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZAR-FATURA-DO-TITULO
           IF WS-FAT-ACHADA NOT = "S"
               ADD 1 TO WS-TITULOS-SEM-FATURA
               EXIT PARAGRAPH
           END-IF

      *    Cliente pagou o boleto antes de o banco processar a baixa:
      *    a fatura continua cancelada e o valor vai para a revisao,
      *    para ser devolvido (ou aplicado na fatura corrigida).
           IF FAT-CANCELADA
               ADD 1 TO WS-PAGOS-CANCELADAS
               MOVE RET-D-VALOR-PAGO TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-DIVERG-BUFFER
               STRING "TITULO " DELIMITED BY SIZE
                   RET-D-TITULO DELIMITED BY SIZE
                   " PAGO " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   " COM A FATURA CANCELADA - DEVOLVER"
                   DELIMITED BY SIZE
                   INTO WS-DIVERG-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-DIVERGENTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-DEVEDOR EQUAL
               FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           PERFORM CONFERIR-DESCONTO-TITULO

           IF RET-D-VALOR-PAGO = WS-SALDO-DEVEDOR
               OR WS-DESCONTO-TITULO > ZEROS
      *    Pagamento de titulo ja baixado como perda (FATBAIXA) e
      *    recuperacao - contado a parte para a contabilidade.
               IF FAT-BAIXADA
               ADD RET-D-VALOR-PAGO TO FAT-VALOR-PAGO
               MOVE RET-D-DATA-PGTO TO FAT-DATA-PGTO
               MOVE "P" TO FAT-SITUACAO
               MOVE WS-DESCONTO-TITULO TO FAT-DESCONTO-CONCEDIDO
               REWRITE FAT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR FATURA - STATUS "
                           WS-FATURAS-STATUS
               END-REWRITE
               IF WS-DESCONTO-TITULO > ZEROS
                   ADD 1 TO WS-QTD-DESCONTOS
                   ADD WS-DESCONTO-TITULO TO WS-VALOR-DESCONTO
               END-IF
               ADD 1 TO WS-TITULOS-PAGOS
               MOVE FAT-CPF TO WS-CPF-BUREAU
               PERFORM AVISAR-BUREAU-LIQUIDACAO
               PERFORM GRAVAR-LINHA-DIVERGENTE
           END-IF.

      *    Pagamento ate a data limite do desconto da fatura, pelo
      *    saldo menos o desconto: o desconto e concedido e o titulo
      *    liquida sem residuo. Fora da janela, ou qualquer outro
      *    valor, segue a regra do saldo cheio.
       CONFERIR-DESCONTO-TITULO.
           MOVE ZEROS TO WS-DESCONTO-TITULO
           IF FAT-DESCONTO-VALOR = ZEROS
               OR RET-D-DATA-PGTO > FAT-DESCONTO-LIMITE
               OR WS-SALDO-DEVEDOR NOT > FAT-DESCONTO-VALOR
               EXIT PARAGRAPH
           END-IF
           IF RET-D-VALOR-PAGO + FAT-DESCONTO-VALOR = WS-SALDO-DEVEDOR
               MOVE FAT-DESCONTO-VALOR TO WS-DESCONTO-TITULO
           END-IF.

      *    CPF com fatura liquidada entra na fila de exclusao do
      *    bureau - o NEGATIVA confere se a divida 90+ zerou e emite
      *    a exclusao de quem estava negativado.
           END-IF

           PERFORM REVERTER-MOVIMENTO-LEDGER
      *    Pagamento desfeito desfaz o desconto concedido nele: a
      *    fatura reabre pelo valor cheio e o lancamento e revertido.
           IF FAT-DESCONTO-CONCEDIDO > ZEROS
               ADD 1 TO WS-QTD-DESC-ESTORNADOS
               ADD FAT-DESCONTO-CONCEDIDO TO WS-VALOR-DESC-ESTORNADO
               MOVE ZEROS TO FAT-DESCONTO-CONCEDIDO
           END-IF
           MOVE ZEROS TO FAT-VALOR-PAGO
           MOVE ZEROS TO FAT-DATA-PGTO
           MOVE "A" TO FAT-SITUACAO
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-CONTA
                   MOVE ZEROS TO LEDGER-BLOQUEADO
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WS-SALDO-CONTA
           END-READ
           MOVE WS-HORA-AGORA           TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE SPACES TO JRN-AGENCIA
           MOVE SPACES TO JRN-REPRESENTANTE
           MOVE SPACES TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

           CLOSE RUNSEQ-CTL.

      *    Qualquer resposta do banco sobre o titulo (paga,
      *    rejeitada, estorno ou baixa confirmada) baixa a pendencia
      *    no registro de remetidos.
       BAIXAR-TITULO-NO-REGISTRO.
           PERFORM VARYING WS-RGT-IND FROM 1 BY 1
                   UNTIL WS-RGT-IND > WS-RGT-QTD
           END-PERFORM
           CLOSE REMESSA-REGISTRO.

      *    Tarifa informada no detalhe, com o banco do arquivo (ou,
      *    sem header, o banco em que o titulo foi registrado).
       REGISTRAR-TARIFA-COBRADA.
           MOVE WS-BANCO-ARQUIVO TO WS-BANCO-TARIFA
           IF WS-BANCO-TARIFA = ZEROS
               PERFORM VARYING WS-RGT-IND FROM 1 BY 1
                       UNTIL WS-RGT-IND > WS-RGT-QTD
                   MOVE WS-RGT-REG (WS-RGT-IND) TO REGISTRO-REG
                   IF RGT-TITULO = RET-D-TITULO
                       MOVE RGT-BANCO TO WS-BANCO-TARIFA
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DATA-HOJE     TO TCM-DATA
           MOVE WS-BANCO-TARIFA  TO TCM-BANCO
           MOVE WS-NSA-ARQUIVO   TO TCM-NSA
           MOVE RET-D-TITULO     TO TCM-TITULO
           MOVE RET-D-OCORRENCIA TO TCM-OCORRENCIA
           MOVE RET-D-TARIFA     TO TCM-TARIFA
           WRITE TARMOV-REG
           ADD 1 TO WS-QTD-TARIFAS
           ADD RET-D-TARIFA TO WS-VALOR-TARIFAS.

      *    Leitura direta pela chave primaria - e o ganho da
      *    conversao do arquivo para indexado.
       LOCALIZAR-FATURA-DO-TITULO.
                   MOVE "S" TO WS-FAT-ACHADA
           END-READ.

      *    Desconto concedido no arquivo: debito em descontos
      *    concedidos, credito em contas a receber; o revertido por
      *    estorno volta em lancamento inverso.
       LANCAR-DESCONTO-CONTABIL.
           IF WS-VALOR-DESCONTO = ZEROS
               AND WS-VALOR-DESC-ESTORNADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           IF WS-VALOR-DESCONTO > ZEROS
               MOVE WS-VALOR-DESCONTO   TO WS-DESCONTO-INTEIRO
               MOVE WS-DATA-HOJE        TO GL-DATA
               MOVE WS-CONTA-DESCONTO   TO GL-CONTA
               MOVE WS-DESCONTO-INTEIRO TO GL-TOTAL-DEBITO
               MOVE ZEROS               TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-DATA-HOJE        TO GL-DATA
               MOVE WS-CONTA-RECEBER    TO GL-CONTA
               MOVE ZEROS               TO GL-TOTAL-DEBITO
               MOVE WS-DESCONTO-INTEIRO TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           IF WS-VALOR-DESC-ESTORNADO > ZEROS
               MOVE WS-VALOR-DESC-ESTORNADO TO WS-DESCONTO-INTEIRO
               MOVE WS-DATA-HOJE        TO GL-DATA
               MOVE WS-CONTA-RECEBER    TO GL-CONTA
               MOVE WS-DESCONTO-INTEIRO TO GL-TOTAL-DEBITO
               MOVE ZEROS               TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
               MOVE WS-DATA-HOJE        TO GL-DATA
               MOVE WS-CONTA-DESCONTO   TO GL-CONTA
               MOVE ZEROS               TO GL-TOTAL-DEBITO
               MOVE WS-DESCONTO-INTEIRO TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           CLOSE CONTABIL-INTERFACE.

       GRAVAR-LINHA-DIVERGENTE.
           MOVE WS-DIVERG-BUFFER TO DIVERG-LINHA
           WRITE DIVERG-LINHA.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "BAIXAS CONFIRMADAS: " DELIMITED BY SIZE
               WS-BAIXAS-CONFIRMADAS DELIMITED BY SIZE
               "  PAGOS APOS CANCELAMENTO: " DELIMITED BY SIZE
               WS-PAGOS-CANCELADAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "ENTRADAS CONFIRM..: " DELIMITED BY SIZE
               WS-ENTRADAS-CONFIRMADAS DELIMITED BY SIZE
               "  PROTESTOS: " DELIMITED BY SIZE
               WS-PROTESTOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-PROCESSADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR PROCESSADO..: " DELIMITED BY SIZE
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-TARIFAS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TARIFAS DO BANCO..: " DELIMITED BY SIZE
               WS-QTD-TARIFAS DELIMITED BY SIZE
               "  VALOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-DESCONTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DESCONTOS ANTECIP.: " DELIMITED BY SIZE
               WS-QTD-DESCONTOS DELIMITED BY SIZE
               "  VALOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-DESC-ESTORNADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DESCONTOS ESTORN..: " DELIMITED BY SIZE
               WS-QTD-DESC-ESTORNADOS DELIMITED BY SIZE
               "  VALOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           IF WS-RECONCILIA-OK = "S"
               STRING "RECONCILIACAO COM O TRAILER DO BANCO: OK"
