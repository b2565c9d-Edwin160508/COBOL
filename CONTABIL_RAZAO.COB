      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GLRAZAO.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Razao e balancete contabil do periodo AAAAMM (ACCEPT; em   <*
      *>   branco = mes anterior). Le os saldos de GLSALDO.DAT e o    <*
      *>   movimento RAZAO.MOV (ordenado por conta e data via SORT)   <*
      *>   e emite RAZAO.REL - por conta, o saldo inicial, cada       <*
      *>   lancamento com o saldo corrido e o saldo final, conferido  <*
      *>   contra o saldo gravado - e o balancete BALCONTAB.REL com   <*
      *>   saldo inicial, debitos, creditos e saldo final por conta   <*
      *>   (D devedor / C credor). O balancete tem que fechar:        <*
      *>   debitos = creditos e soma dos saldos finais zero; se nao   <*
      *>   fecha (ou o razao diverge do saldo) sai a diferenca no     <*
      *>   relatorio e RETURN-CODE 8.                                 <*
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
      *    Saldo por conta do plano + periodo, mantido pelo GLSALDO.
           SELECT GLSALDO-ARQ ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GSL-CHAVE
               FILE STATUS IS WS-GLSALDO-STATUS.
      *    Movimento do razao gravado pelo GLSALDO.
           SELECT RAZAO-MOV ASSIGN TO "RAZAO.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAZAO-STATUS.
      *    Arquivo de trabalho do SORT que ordena o movimento do
      *    periodo por conta e data.
           SELECT RAZAO-SORT-WORK ASSIGN TO "RAZAO.SRT".
      *    Movimento do periodo ja ordenado - e esse arquivo que o
      *    razao realmente le, casado com os saldos.
           SELECT RAZAO-ORDENADO ASSIGN TO "RAZAO.ORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.
      *    Plano de contas - a descricao da conta nos relatorios.
           SELECT PLANO-CONTAS ASSIGN TO "data/PLANO.CTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANOCTA-STATUS.
      *    Razao: os lancamentos de cada conta no periodo.
           SELECT RAZAO-RELATORIO ASSIGN TO "RAZAO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAZAOREL-STATUS.
      *    Balancete contabil do periodo.
           SELECT BALANCETE-RELATORIO ASSIGN TO "BALCONTAB.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCETE-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  GLSALDO-ARQ.
      *    Layout compartilhado do saldo contabil - ver
      *    copybooks/GLSALDREC.CPY.
           COPY GLSALDREC.

       FD  RAZAO-MOV.
      *    Layout compartilhado do movimento do razao - ver
      *    copybooks/GLRAZREC.CPY.
           COPY GLRAZREC.

       SD  RAZAO-SORT-WORK.
       01  SRT-REC.
           05 SRT-CONTA               PIC 9(05).
           05 SRT-DATA                PIC 9(08).
           05 SRT-SEQUENCIA           PIC 9(07).
           05 SRT-DEBITO              PIC 9(13).
           05 SRT-CREDITO             PIC 9(13).

       FD  RAZAO-ORDENADO.
       01  ORD-REC.
           05 ORD-CONTA               PIC 9(05).
           05 ORD-DATA                PIC 9(08).
           05 ORD-SEQUENCIA           PIC 9(07).
           05 ORD-DEBITO              PIC 9(13).
           05 ORD-CREDITO             PIC 9(13).

       FD  PLANO-CONTAS.
       01  PLANOCTA-REG.
           05 PCT-CONTA               PIC 9(05).
           05 PCT-DESCRICAO           PIC X(30).
           05 PCT-SITUACAO            PIC X(01).
              88 PCT-ATIVA               VALUE "A".
              88 PCT-INATIVA             VALUE "I".

       FD  RAZAO-RELATORIO.
       01  RAZ-LINHA                  PIC X(100) VALUE SPACES.

       FD  BALANCETE-RELATORIO.
       01  BAL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-GLSALDO-STATUS     PIC X(02) VALUE "00".
           88 GLSALDO-NAO-ACHOU     VALUE "35".
       77 WS-GLSALDO-FIM        PIC X(01) VALUE "N".
           88 GLSALDO-FIM           VALUE "S".
       77 WS-RAZAO-STATUS       PIC X(02) VALUE "00".
           88 RAZAO-NAO-ACHOU       VALUE "35".
       77 WS-RAZAO-FIM          PIC X(01) VALUE "N".
           88 RAZAO-FIM             VALUE "S".
       77 WS-ORDENADO-STATUS    PIC X(02) VALUE "00".
       77 WS-ORDENADO-FIM       PIC X(01) VALUE "N".
           88 ORDENADO-FIM          VALUE "S".
       77 WS-PLANOCTA-STATUS    PIC X(02) VALUE "00".
           88 PLANOCTA-NAO-ACHOU    VALUE "35".
       77 WS-PLANOCTA-FIM       PIC X(01) VALUE "N".
           88 PLANOCTA-FIM          VALUE "S".
       77 WS-RAZAOREL-STATUS    PIC X(02) VALUE "00".
       77 WS-BALANCETE-STATUS   PIC X(02) VALUE "00".

      *    Periodo (AAAAMM): o digitado, ou em branco o mes anterior
      *    ao da execucao - o razao e o balancete saem no comeco do
      *    mes seguinte, antes do fechamento no FISCALCD.
       77 WS-PERIODO-DIGITADO   PIC X(06) VALUE SPACES.
       01 WS-PERIODO-RAZAO      PIC 9(06) VALUE ZEROS.
       01 WS-PERIODO-RAZAO-R REDEFINES WS-PERIODO-RAZAO.
           05 WS-RAZAO-ANO       PIC 9(04).
           05 WS-RAZAO-MES       PIC 9(02).
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MES        PIC 9(02).
           05 WS-HOJE-DIA        PIC 9(02).
       77 WS-SEQUENCIA-MOV      PIC 9(07) VALUE ZEROS.

      *    Plano de contas em memoria - descricao por conta.
       01  WS-TABELA-PLANO.
           05 WS-PCT-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-PCT-ITEM OCCURS 100 TIMES.
              10 WS-PCT-CONTA       PIC 9(05).
              10 WS-PCT-DESCRICAO   PIC X(30).
       77 WS-PCT-IND            PIC 9(03) VALUE ZEROS.
       77 WS-DESCRICAO-CONTA    PIC X(30) VALUE SPACES.

      *    Conta corrente do razao: o saldo corrido a cada
      *    lancamento e as somas do movimento, conferidas contra o
      *    saldo gravado.
       77 WS-SALDO-CORRIDO      PIC S9(15)V99 VALUE ZEROS.
       77 WS-MOV-DEBITOS        PIC S9(15)V99 VALUE ZEROS.
       77 WS-MOV-CREDITOS       PIC S9(15)V99 VALUE ZEROS.

      *    Totais do balancete: a coluna de debitos tem que fechar
      *    com a de creditos e a soma dos saldos finais (devedores
      *    positivos, credores negativos) tem que dar zero.
       01  WS-TOTAIS-BALANCETE.
           05 WS-QTD-CONTAS         PIC 9(05) VALUE ZEROS.
           05 WS-SOMA-INICIAL       PIC S9(15)V99 VALUE ZEROS.
           05 WS-SOMA-DEBITOS       PIC S9(15)V99 VALUE ZEROS.
           05 WS-SOMA-CREDITOS      PIC S9(15)V99 VALUE ZEROS.
           05 WS-SOMA-FINAL         PIC S9(15)V99 VALUE ZEROS.
           05 WS-QTD-DIVERGENCIAS   PIC 9(05) VALUE ZEROS.
           05 WS-QTD-SEM-SALDO      PIC 9(05) VALUE ZEROS.
       77 WS-DIFERENCA          PIC S9(15)V99 VALUE ZEROS.
       77 WS-BALANCETE-FECHA    PIC X(01) VALUE "S".

      *    Edicao de saldo com a natureza D (devedor) / C (credor).
       77 WS-SALDO-TRABALHO     PIC S9(15)V99 VALUE ZEROS.
       77 WS-SALDO-ABSOLUTO     PIC 9(15)V99 VALUE ZEROS.
       77 WS-SALDO-EDITADO      PIC Z(12)9.99.
       77 WS-NATUREZA-SALDO     PIC X(01) VALUE SPACE.
       77 WS-INICIAL-EDITADO    PIC Z(12)9.99.
       77 WS-INICIAL-NATUREZA   PIC X(01) VALUE SPACE.
       77 WS-DEBITO-EDITADO     PIC Z(12)9.99.
       77 WS-CREDITO-EDITADO    PIC Z(12)9.99.
       77 WS-DATA-EDITADA       PIC 9999/99/99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "PERIODO DO RAZAO (AAAAMM, EM BRANCO = MES "
               "ANTERIOR): "
           ACCEPT WS-PERIODO-DIGITADO
           IF WS-PERIODO-DIGITADO = SPACES
               MOVE WS-HOJE-ANO TO WS-RAZAO-ANO
               MOVE WS-HOJE-MES TO WS-RAZAO-MES
               IF WS-RAZAO-MES = 1
                   MOVE 12 TO WS-RAZAO-MES
                   SUBTRACT 1 FROM WS-RAZAO-ANO
               ELSE
                   SUBTRACT 1 FROM WS-RAZAO-MES
               END-IF
           ELSE
               IF WS-PERIODO-DIGITADO IS NOT NUMERIC
                   DISPLAY "PERIODO INVALIDO [" WS-PERIODO-DIGITADO "]"
                   GOBACK
               END-IF
               MOVE WS-PERIODO-DIGITADO TO WS-PERIODO-RAZAO
           END-IF

           OPEN INPUT GLSALDO-ARQ
           IF GLSALDO-NAO-ACHOU
               DISPLAY "GLSALDO.DAT AUSENTE - RAZAO E BALANCETE NAO "
                   "EMITIDOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-PLANO-CONTAS
           PERFORM ORDENAR-MOVIMENTO-PERIODO

           OPEN INPUT RAZAO-ORDENADO
           OPEN OUTPUT RAZAO-RELATORIO
           OPEN OUTPUT BALANCETE-RELATORIO
           PERFORM GRAVAR-CABECALHOS
           READ RAZAO-ORDENADO
               AT END SET ORDENADO-FIM TO TRUE
           END-READ

      *    Saldos em ordem de conta; so os do periodo pedido.
           MOVE ZEROS TO GSL-CONTA GSL-PERIODO
           START GLSALDO-ARQ KEY IS NOT LESS THAN GSL-CHAVE
               INVALID KEY SET GLSALDO-FIM TO TRUE
           END-START
           IF NOT GLSALDO-FIM
               READ GLSALDO-ARQ NEXT RECORD
                   AT END SET GLSALDO-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL GLSALDO-FIM
               IF GSL-PERIODO = WS-PERIODO-RAZAO
                   PERFORM TRATAR-CONTA-DO-PERIODO
               END-IF
               READ GLSALDO-ARQ NEXT RECORD
                   AT END SET GLSALDO-FIM TO TRUE
               END-READ
           END-PERFORM

      *    Movimento de conta sem saldo no periodo sobra no fim.
           PERFORM UNTIL ORDENADO-FIM
               PERFORM APONTAR-MOVIMENTO-SEM-SALDO
               READ RAZAO-ORDENADO
                   AT END SET ORDENADO-FIM TO TRUE
               END-READ
           END-PERFORM

           PERFORM GRAVAR-TOTAIS-BALANCETE
           CLOSE GLSALDO-ARQ
           CLOSE RAZAO-ORDENADO
           CLOSE RAZAO-RELATORIO
           CLOSE BALANCETE-RELATORIO

           IF WS-BALANCETE-FECHA = "S"
               DISPLAY "BALANCETE DO PERIODO " WS-PERIODO-RAZAO
                   " FECHA EM ZERO"
           ELSE
               DISPLAY "BALANCETE DO PERIODO " WS-PERIODO-RAZAO
                   " NAO FECHA - VER BALCONTAB.REL"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGAR-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS
           IF PLANOCTA-NAO-ACHOU
               DISPLAY "PLANO.CTA AUSENTE - CONTAS SEM DESCRICAO"
               EXIT PARAGRAPH
           END-IF
           READ PLANO-CONTAS
               AT END SET PLANOCTA-FIM TO TRUE
           END-READ
           PERFORM UNTIL PLANOCTA-FIM
               IF WS-PCT-QTD < 100
                   ADD 1 TO WS-PCT-QTD
                   MOVE PCT-CONTA     TO WS-PCT-CONTA (WS-PCT-QTD)
                   MOVE PCT-DESCRICAO TO WS-PCT-DESCRICAO (WS-PCT-QTD)
               END-IF
               READ PLANO-CONTAS
                   AT END SET PLANOCTA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS.

      *    Ordena o movimento do periodo por conta e data; a
      *    sequencia de leitura desempata lancamentos do mesmo dia
      *    na ordem em que foram aplicados.
       ORDENAR-MOVIMENTO-PERIODO.
           SORT RAZAO-SORT-WORK
               ON ASCENDING KEY SRT-CONTA SRT-DATA SRT-SEQUENCIA
               INPUT PROCEDURE IS LIBERAR-MOVIMENTO-PERIODO
               GIVING RAZAO-ORDENADO.

       LIBERAR-MOVIMENTO-PERIODO.
           OPEN INPUT RAZAO-MOV
           IF RAZAO-NAO-ACHOU
               DISPLAY "RAZAO.MOV AUSENTE - RAZAO SEM LANCAMENTOS"
               EXIT PARAGRAPH
           END-IF
           READ RAZAO-MOV
               AT END SET RAZAO-FIM TO TRUE
           END-READ
           PERFORM UNTIL RAZAO-FIM
               ADD 1 TO WS-SEQUENCIA-MOV
               IF GRZ-PERIODO = WS-PERIODO-RAZAO
                   MOVE GRZ-CONTA        TO SRT-CONTA
                   MOVE GRZ-DATA         TO SRT-DATA
                   MOVE WS-SEQUENCIA-MOV TO SRT-SEQUENCIA
                   MOVE GRZ-DEBITO       TO SRT-DEBITO
                   MOVE GRZ-CREDITO      TO SRT-CREDITO
                   RELEASE SRT-REC
               END-IF
               READ RAZAO-MOV
                   AT END SET RAZAO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE RAZAO-MOV.

      *    Uma conta do periodo: bloco do razao com os lancamentos
      *    e o saldo corrido, linha do balancete com os totais.
       TRATAR-CONTA-DO-PERIODO.
           PERFORM BUSCAR-DESCRICAO-CONTA
           ADD 1 TO WS-QTD-CONTAS

      *    Movimento de conta anterior sem saldo no periodo.
           PERFORM UNTIL ORDENADO-FIM OR ORD-CONTA NOT < GSL-CONTA
               PERFORM APONTAR-MOVIMENTO-SEM-SALDO
               READ RAZAO-ORDENADO
                   AT END SET ORDENADO-FIM TO TRUE
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RAZAO
           MOVE GSL-SALDO-INICIAL TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONTA " DELIMITED BY SIZE
               GSL-CONTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCRICAO-CONTA DELIMITED BY SIZE
               " SALDO INICIAL " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               WS-NATUREZA-SALDO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RAZAO

           MOVE GSL-SALDO-INICIAL TO WS-SALDO-CORRIDO
           MOVE ZEROS TO WS-MOV-DEBITOS WS-MOV-CREDITOS
           PERFORM UNTIL ORDENADO-FIM OR ORD-CONTA NOT = GSL-CONTA
               PERFORM GRAVAR-LANCAMENTO-RAZAO
               READ RAZAO-ORDENADO
                   AT END SET ORDENADO-FIM TO TRUE
               END-READ
           END-PERFORM

           MOVE GSL-SALDO-FINAL TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE SPACES TO WS-REL-LINHA
           STRING "     SALDO FINAL " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               WS-NATUREZA-SALDO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               GSL-QTD-LANCAMENTOS DELIMITED BY SIZE
               " LANCAMENTOS)" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RAZAO

      *    O razao so serve se o movimento listado bate com o saldo.
           IF WS-MOV-DEBITOS NOT = GSL-DEBITOS
              OR WS-MOV-CREDITOS NOT = GSL-CREDITOS
              OR WS-SALDO-CORRIDO NOT = GSL-SALDO-FINAL
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO WS-REL-LINHA
               STRING "     *** MOVIMENTO DO RAZAO DIFERE DO SALDO "
                   DELIMITED BY SIZE
                   "DA CONTA" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RAZAO
           END-IF

           ADD GSL-SALDO-INICIAL TO WS-SOMA-INICIAL
           ADD GSL-DEBITOS       TO WS-SOMA-DEBITOS
           ADD GSL-CREDITOS      TO WS-SOMA-CREDITOS
           ADD GSL-SALDO-FINAL   TO WS-SOMA-FINAL
           PERFORM GRAVAR-LINHA-BALANCETE.

       GRAVAR-LANCAMENTO-RAZAO.
           ADD ORD-DEBITO  TO WS-MOV-DEBITOS
           ADD ORD-CREDITO TO WS-MOV-CREDITOS
           COMPUTE WS-SALDO-CORRIDO EQUAL
               WS-SALDO-CORRIDO + ORD-DEBITO - ORD-CREDITO
           END-COMPUTE
           MOVE ORD-DATA    TO WS-DATA-EDITADA
           MOVE ORD-DEBITO  TO WS-DEBITO-EDITADO
           MOVE ORD-CREDITO TO WS-CREDITO-EDITADO
           MOVE WS-SALDO-CORRIDO TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE SPACES TO WS-REL-LINHA
           STRING "     " DELIMITED BY SIZE
               WS-DATA-EDITADA DELIMITED BY SIZE
               "  D " DELIMITED BY SIZE
               WS-DEBITO-EDITADO DELIMITED BY SIZE
               "  C " DELIMITED BY SIZE
               WS-CREDITO-EDITADO DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               WS-NATUREZA-SALDO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RAZAO.

      *    Movimento de conta que nao tem saldo no periodo: o saldo
      *    foi apagado ou o movimento e de outra base - o balancete
      *    nao fecha com ele.
       APONTAR-MOVIMENTO-SEM-SALDO.
           ADD 1 TO WS-QTD-SEM-SALDO
           MOVE ORD-DATA    TO WS-DATA-EDITADA
           MOVE ORD-DEBITO  TO WS-DEBITO-EDITADO
           MOVE ORD-CREDITO TO WS-CREDITO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "*** CONTA " DELIMITED BY SIZE
               ORD-CONTA DELIMITED BY SIZE
               " SEM SALDO NO PERIODO: " DELIMITED BY SIZE
               WS-DATA-EDITADA DELIMITED BY SIZE
               " D " DELIMITED BY SIZE
               WS-DEBITO-EDITADO DELIMITED BY SIZE
               " C " DELIMITED BY SIZE
               WS-CREDITO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RAZAO.

       BUSCAR-DESCRICAO-CONTA.
           MOVE "CONTA FORA DO PLANO" TO WS-DESCRICAO-CONTA
           PERFORM VARYING WS-PCT-IND FROM 1 BY 1
                   UNTIL WS-PCT-IND > WS-PCT-QTD
               IF WS-PCT-CONTA (WS-PCT-IND) = GSL-CONTA
                   MOVE WS-PCT-DESCRICAO (WS-PCT-IND)
                       TO WS-DESCRICAO-CONTA
               END-IF
           END-PERFORM.

       GRAVAR-LINHA-BALANCETE.
           MOVE GSL-SALDO-INICIAL TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE WS-SALDO-EDITADO  TO WS-INICIAL-EDITADO
           MOVE WS-NATUREZA-SALDO TO WS-INICIAL-NATUREZA
           MOVE GSL-SALDO-FINAL   TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE GSL-DEBITOS  TO WS-DEBITO-EDITADO
           MOVE GSL-CREDITOS TO WS-CREDITO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING GSL-CONTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCRICAO-CONTA (1 : 20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INICIAL-EDITADO DELIMITED BY SIZE
               WS-INICIAL-NATUREZA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEBITO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDITO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               WS-NATUREZA-SALDO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BALANCETE-REL.

      *    Saldo com sinal para valor absoluto + natureza: positivo
      *    devedor (D), negativo credor (C), zero sem natureza.
       EDITAR-SALDO-NATUREZA.
           IF WS-SALDO-TRABALHO < ZEROS
               COMPUTE WS-SALDO-ABSOLUTO EQUAL 0 - WS-SALDO-TRABALHO
               END-COMPUTE
               MOVE "C" TO WS-NATUREZA-SALDO
           ELSE
               MOVE WS-SALDO-TRABALHO TO WS-SALDO-ABSOLUTO
               IF WS-SALDO-TRABALHO > ZEROS
                   MOVE "D" TO WS-NATUREZA-SALDO
               ELSE
                   MOVE SPACE TO WS-NATUREZA-SALDO
               END-IF
           END-IF
           MOVE WS-SALDO-ABSOLUTO TO WS-SALDO-EDITADO.

       GRAVAR-CABECALHOS.
           MOVE SPACES TO WS-REL-LINHA
           STRING "RAZAO CONTABIL - PERIODO " DELIMITED BY SIZE
               WS-PERIODO-RAZAO DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RAZAO
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RAZAO

           MOVE SPACES TO WS-REL-LINHA
           STRING "BALANCETE CONTABIL - PERIODO " DELIMITED BY SIZE
               WS-PERIODO-RAZAO DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BALANCETE-REL
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONTA DESCRICAO            " DELIMITED BY SIZE
               "     SALDO INICIAL" DELIMITED BY SIZE
               "           DEBITOS" DELIMITED BY SIZE
               "          CREDITOS" DELIMITED BY SIZE
               "       SALDO FINAL" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BALANCETE-REL
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-BALANCETE-REL.

      *    Totais e a prova do balancete: debitos = creditos e soma
      *    dos saldos finais zero. Movimento sem saldo ou razao que
      *    nao bate com o saldo tambem impede o balancete de fechar.
       GRAVAR-TOTAIS-BALANCETE.
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-BALANCETE-REL
           MOVE WS-SOMA-INICIAL TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE WS-SALDO-EDITADO  TO WS-INICIAL-EDITADO
           MOVE WS-NATUREZA-SALDO TO WS-INICIAL-NATUREZA
           MOVE WS-SOMA-FINAL TO WS-SALDO-TRABALHO
           PERFORM EDITAR-SALDO-NATUREZA
           MOVE WS-SOMA-DEBITOS  TO WS-DEBITO-EDITADO
           MOVE WS-SOMA-CREDITOS TO WS-CREDITO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL " DELIMITED BY SIZE
               WS-QTD-CONTAS DELIMITED BY SIZE
               " CONTAS        " DELIMITED BY SIZE
               WS-INICIAL-EDITADO DELIMITED BY SIZE
               WS-INICIAL-NATUREZA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEBITO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDITO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               WS-NATUREZA-SALDO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BALANCETE-REL

           MOVE "S" TO WS-BALANCETE-FECHA
           COMPUTE WS-DIFERENCA EQUAL
               WS-SOMA-DEBITOS - WS-SOMA-CREDITOS
           END-COMPUTE
           IF WS-DIFERENCA NOT = ZEROS
               MOVE "N" TO WS-BALANCETE-FECHA
               MOVE WS-DIFERENCA TO WS-SALDO-TRABALHO
               PERFORM EDITAR-SALDO-NATUREZA
               MOVE SPACES TO WS-REL-LINHA
               STRING "*** DEBITOS E CREDITOS NAO FECHAM - DIFERENCA "
                   DELIMITED BY SIZE
                   WS-SALDO-EDITADO DELIMITED BY SIZE
                   WS-NATUREZA-SALDO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BALANCETE-REL
           END-IF
           IF WS-SOMA-FINAL NOT = ZEROS
               MOVE "N" TO WS-BALANCETE-FECHA
               MOVE SPACES TO WS-REL-LINHA
               STRING "*** SOMA DOS SALDOS FINAIS DIFERENTE DE ZERO: "
                   DELIMITED BY SIZE
                   WS-SALDO-EDITADO DELIMITED BY SIZE
                   WS-NATUREZA-SALDO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BALANCETE-REL
           END-IF
           IF WS-QTD-DIVERGENCIAS > ZEROS OR WS-QTD-SEM-SALDO > ZEROS
               MOVE "N" TO WS-BALANCETE-FECHA
               MOVE SPACES TO WS-REL-LINHA
               STRING "*** RAZAO COM " DELIMITED BY SIZE
                   WS-QTD-DIVERGENCIAS DELIMITED BY SIZE
                   " CONTA(S) DIVERGENTE(S) E " DELIMITED BY SIZE
                   WS-QTD-SEM-SALDO DELIMITED BY SIZE
                   " LANCAMENTO(S) SEM SALDO - VER RAZAO.REL"
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BALANCETE-REL
           END-IF
           IF WS-BALANCETE-FECHA = "S"
               MOVE "BALANCETE FECHA - DEBITOS = CREDITOS E SALDO ZERO"
                   TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-BALANCETE-REL
           END-IF.

       GRAVAR-LINHA-RAZAO.
           MOVE WS-REL-LINHA TO RAZ-LINHA
           WRITE RAZ-LINHA.

       GRAVAR-LINHA-BALANCETE-REL.
           MOVE WS-REL-LINHA TO BAL-LINHA
           WRITE BAL-LINHA.
