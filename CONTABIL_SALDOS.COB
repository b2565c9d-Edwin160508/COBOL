      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GLSALDO.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Atualizacao dos saldos contabeis: aplica cada linha da     <*
      *>   interface CONTABIL.INT ao saldo da conta do plano no       <*
      *>   periodo AAAAMM da data do lancamento (GLSALDO.DAT:         <*
      *>   saldo inicial, debitos, creditos e saldo final) e grava    <*
      *>   o lancamento no movimento do razao (RAZAO.MOV), que o      <*
      *>   GLRAZAO le. Primeiro lancamento da conta no periodo abre   <*
      *>   o saldo com o saldo final do ultimo periodo anterior da    <*
      *>   conta; lancamento em periodo anterior ao ultimo aberto     <*
      *>   arrasta a variacao para os periodos seguintes.             <*
      *>   GLSALDO.CTL guarda a data da interface e as linhas ja      <*
      *>   aplicadas: rodar de novo (ou depois de outro programa      <*
      *>   acrescentar lancamentos ao arquivo do dia) so aplica as    <*
      *>   linhas novas. Resumo em GLSALDO.REL; debitos e creditos    <*
      *>   aplicados que nao fecham devolvem RETURN-CODE 4.           <*
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
      *    Interface contabil do dia (GLPOST e os lancamentos que os
      *    outros programas acrescentam).
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Saldo por conta do plano + periodo AAAAMM.
           SELECT GLSALDO-ARQ ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GSL-CHAVE
               FILE STATUS IS WS-GLSALDO-STATUS.
      *    Movimento do razao - cada lancamento aplicado ao saldo.
           SELECT RAZAO-MOV ASSIGN TO "RAZAO.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAZAO-STATUS.
      *    Linhas da interface ja aplicadas - a re-execucao (ou uma
      *    segunda passada depois de outro programa acrescentar
      *    lancamentos ao arquivo do dia) so aplica as linhas novas.
           SELECT GLSALDO-CTL ASSIGN TO "GLSALDO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *    Relatorio da atualizacao.
           SELECT GLSALDO-RELATORIO ASSIGN TO "GLSALDO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  GLSALDO-ARQ.
      *    Layout compartilhado do saldo contabil - ver
      *    copybooks/GLSALDREC.CPY.
           COPY GLSALDREC.

       FD  RAZAO-MOV.
      *    Layout compartilhado do movimento do razao - ver
      *    copybooks/GLRAZREC.CPY.
           COPY GLRAZREC.

       FD  GLSALDO-CTL.
       01  CTL-REG.
           05 CTL-DATA-INTERFACE      PIC 9(08).
           05 CTL-LINHAS-APLICADAS    PIC 9(07).
           05 CTL-DATA-EXECUCAO       PIC 9(08).

       FD  GLSALDO-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-INTERFACE-FIM      PIC X(01) VALUE "N".
           88 INTERFACE-FIM         VALUE "S".
       77 WS-GLSALDO-STATUS     PIC X(02) VALUE "00".
           88 GLSALDO-NAO-ACHOU     VALUE "35".
       77 WS-GLSALDO-FIM        PIC X(01) VALUE "N".
           88 GLSALDO-FIM           VALUE "S".
       77 WS-RAZAO-STATUS       PIC X(02) VALUE "00".
           88 RAZAO-NAO-ACHOU       VALUE "35".
       77 WS-CTL-STATUS         PIC X(02) VALUE "00".
           88 CTL-NAO-ACHOU         VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *    Controle das linhas ja aplicadas: o arquivo do dia e
      *    reconhecido pela data da primeira linha.
       77 WS-CTL-DATA-INTERFACE PIC 9(08) VALUE ZEROS.
       77 WS-LINHAS-JA-APLICADAS PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INTERFACE     PIC 9(08) VALUE ZEROS.

      *    Lancamento corrente.
       77 WS-CONTA-LCT          PIC 9(05) VALUE ZEROS.
       77 WS-PERIODO-LCT        PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-EXISTE       PIC X(01) VALUE "N".
       77 WS-SALDO-ANTERIOR     PIC S9(15)V99 VALUE ZEROS.
       77 WS-VARIACAO           PIC S9(15)V99 VALUE ZEROS.

       01  WS-TOTAIS-ATUALIZACAO.
           05 WS-LINHAS-LIDAS       PIC 9(07) VALUE ZEROS.
           05 WS-LINHAS-PULADAS     PIC 9(07) VALUE ZEROS.
           05 WS-LINHAS-APLICADAS   PIC 9(07) VALUE ZEROS.
           05 WS-LINHAS-REJEITADAS  PIC 9(07) VALUE ZEROS.
           05 WS-SALDOS-CRIADOS     PIC 9(07) VALUE ZEROS.
           05 WS-PERIODOS-AJUSTADOS PIC 9(07) VALUE ZEROS.
           05 WS-TOTAL-DEBITOS      PIC 9(15) VALUE ZEROS.
           05 WS-TOTAL-CREDITOS     PIC 9(15) VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(14)9.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               DISPLAY "CONTABIL.INT AUSENTE - NENHUM SALDO ATUALIZADO"
               GOBACK
           END-IF
           PERFORM CARREGAR-CONTROLE-APLICADAS
           PERFORM ABRIR-SALDOS-PARA-ATUALIZAR
           OPEN EXTEND RAZAO-MOV
           IF RAZAO-NAO-ACHOU
               CLOSE RAZAO-MOV
               OPEN OUTPUT RAZAO-MOV
           END-IF
           OPEN OUTPUT GLSALDO-RELATORIO
           PERFORM GRAVAR-CABECALHO-RELATORIO

           READ CONTABIL-INTERFACE
               AT END SET INTERFACE-FIM TO TRUE
           END-READ
           PERFORM UNTIL INTERFACE-FIM
               ADD 1 TO WS-LINHAS-LIDAS
               PERFORM TRATAR-LINHA-INTERFACE
               READ CONTABIL-INTERFACE
                   AT END SET INTERFACE-FIM TO TRUE
               END-READ
           END-PERFORM

           CLOSE CONTABIL-INTERFACE
           CLOSE GLSALDO-ARQ
           CLOSE RAZAO-MOV
           PERFORM GRAVAR-RESUMO-ATUALIZACAO
           CLOSE GLSALDO-RELATORIO
           PERFORM REGRAVAR-CONTROLE-APLICADAS

      *    Cada programa grava o seu lancamento ja fechado - a soma
      *    do arquivo que nao fecha e aviso para a contabilidade.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY "DEBITOS E CREDITOS APLICADOS NAO FECHAM - VER "
                   "GLSALDO.REL"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "SALDOS CONTABEIS ATUALIZADOS (" WS-LINHAS-APLICADAS
               " LANCAMENTOS)".
           GOBACK.

       CARREGAR-CONTROLE-APLICADAS.
           MOVE ZEROS TO WS-CTL-DATA-INTERFACE WS-LINHAS-JA-APLICADAS
           OPEN INPUT GLSALDO-CTL
           IF CTL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ GLSALDO-CTL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-DATA-INTERFACE   TO WS-CTL-DATA-INTERFACE
                   MOVE CTL-LINHAS-APLICADAS TO WS-LINHAS-JA-APLICADAS
           END-READ
           CLOSE GLSALDO-CTL.

       REGRAVAR-CONTROLE-APLICADAS.
           OPEN OUTPUT GLSALDO-CTL
           MOVE WS-DATA-INTERFACE TO CTL-DATA-INTERFACE
           MOVE WS-LINHAS-LIDAS   TO CTL-LINHAS-APLICADAS
           MOVE WS-DATA-HOJE      TO CTL-DATA-EXECUCAO
           WRITE CTL-REG
           CLOSE GLSALDO-CTL.

       ABRIR-SALDOS-PARA-ATUALIZAR.
           OPEN I-O GLSALDO-ARQ
           IF GLSALDO-NAO-ACHOU
               OPEN OUTPUT GLSALDO-ARQ
               CLOSE GLSALDO-ARQ
               OPEN I-O GLSALDO-ARQ
           END-IF.

      *    A primeira linha identifica o arquivo do dia: outro dia
      *    zera o controle; o mesmo dia pula as linhas que a passada
      *    anterior ja aplicou.
       TRATAR-LINHA-INTERFACE.
           IF WS-LINHAS-LIDAS = 1
               MOVE GL-DATA TO WS-DATA-INTERFACE
               IF WS-DATA-INTERFACE NOT = WS-CTL-DATA-INTERFACE
                   MOVE ZEROS TO WS-LINHAS-JA-APLICADAS
               END-IF
           END-IF
           IF WS-LINHAS-LIDAS NOT > WS-LINHAS-JA-APLICADAS
               ADD 1 TO WS-LINHAS-PULADAS
               EXIT PARAGRAPH
           END-IF
           IF GL-DATA IS NOT NUMERIC OR GL-CONTA IS NOT NUMERIC
              OR GL-TOTAL-DEBITO IS NOT NUMERIC
              OR GL-TOTAL-CREDITO IS NOT NUMERIC
               PERFORM GRAVAR-LINHA-REJEITADA
               EXIT PARAGRAPH
           END-IF
           PERFORM APLICAR-LANCAMENTO-AO-SALDO
           PERFORM GRAVAR-MOVIMENTO-RAZAO.

      *    Soma o lancamento ao saldo da conta no periodo da data do
      *    lancamento. Primeiro lancamento da conta no periodo cria o
      *    saldo com o saldo final do ultimo periodo anterior da
      *    conta como saldo inicial.
       APLICAR-LANCAMENTO-AO-SALDO.
           MOVE GL-CONTA         TO WS-CONTA-LCT
           MOVE GL-DATA (1 : 6)  TO WS-PERIODO-LCT
           MOVE WS-CONTA-LCT     TO GSL-CONTA
           MOVE WS-PERIODO-LCT   TO GSL-PERIODO
           READ GLSALDO-ARQ
               INVALID KEY
                   MOVE "N" TO WS-SALDO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-SALDO-EXISTE
           END-READ
           IF WS-SALDO-EXISTE = "N"
               PERFORM BUSCAR-SALDO-ANTERIOR
               INITIALIZE GLSALDO-REC
               MOVE WS-CONTA-LCT      TO GSL-CONTA
               MOVE WS-PERIODO-LCT    TO GSL-PERIODO
               MOVE WS-SALDO-ANTERIOR TO GSL-SALDO-INICIAL
           END-IF

           ADD GL-TOTAL-DEBITO  TO GSL-DEBITOS
           ADD GL-TOTAL-CREDITO TO GSL-CREDITOS
           COMPUTE GSL-SALDO-FINAL EQUAL
               GSL-SALDO-INICIAL + GSL-DEBITOS - GSL-CREDITOS
           END-COMPUTE
           ADD 1 TO GSL-QTD-LANCAMENTOS
           MOVE WS-DATA-HOJE TO GSL-DATA-ATUALIZACAO

           IF WS-SALDO-EXISTE = "N"
               WRITE GLSALDO-REC
               ADD 1 TO WS-SALDOS-CRIADOS
           ELSE
               REWRITE GLSALDO-REC
           END-IF
           ADD 1 TO WS-LINHAS-APLICADAS
           ADD GL-TOTAL-DEBITO  TO WS-TOTAL-DEBITOS
           ADD GL-TOTAL-CREDITO TO WS-TOTAL-CREDITOS

      *    Lancamento em periodo anterior ao ultimo ja aberto para a
      *    conta (ex.: acrescentado depois da virada do mes) arrasta
      *    a variacao para os periodos seguintes.
           COMPUTE WS-VARIACAO EQUAL
               GL-TOTAL-DEBITO - GL-TOTAL-CREDITO
           END-COMPUTE
           IF WS-VARIACAO NOT = ZEROS
               PERFORM PROPAGAR-PERIODOS-SEGUINTES
           END-IF.

      *    Saldo final do ultimo periodo da conta anterior ao
      *    periodo do lancamento; conta sem historico comeca em zero.
       BUSCAR-SALDO-ANTERIOR.
           MOVE ZEROS TO WS-SALDO-ANTERIOR
           MOVE "N" TO WS-GLSALDO-FIM
           MOVE WS-CONTA-LCT TO GSL-CONTA
           MOVE ZEROS        TO GSL-PERIODO
           START GLSALDO-ARQ KEY IS NOT LESS THAN GSL-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ GLSALDO-ARQ NEXT RECORD
               AT END SET GLSALDO-FIM TO TRUE
           END-READ
           PERFORM UNTIL GLSALDO-FIM
                      OR GSL-CONTA NOT = WS-CONTA-LCT
                      OR GSL-PERIODO NOT < WS-PERIODO-LCT
               MOVE GSL-SALDO-FINAL TO WS-SALDO-ANTERIOR
               READ GLSALDO-ARQ NEXT RECORD
                   AT END SET GLSALDO-FIM TO TRUE
               END-READ
           END-PERFORM.

       PROPAGAR-PERIODOS-SEGUINTES.
           MOVE "N" TO WS-GLSALDO-FIM
           MOVE WS-CONTA-LCT   TO GSL-CONTA
           MOVE WS-PERIODO-LCT TO GSL-PERIODO
           START GLSALDO-ARQ KEY IS GREATER THAN GSL-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ GLSALDO-ARQ NEXT RECORD
               AT END SET GLSALDO-FIM TO TRUE
           END-READ
           PERFORM UNTIL GLSALDO-FIM
                      OR GSL-CONTA NOT = WS-CONTA-LCT
               ADD WS-VARIACAO TO GSL-SALDO-INICIAL
               ADD WS-VARIACAO TO GSL-SALDO-FINAL
               MOVE WS-DATA-HOJE TO GSL-DATA-ATUALIZACAO
               REWRITE GLSALDO-REC
               ADD 1 TO WS-PERIODOS-AJUSTADOS
               READ GLSALDO-ARQ NEXT RECORD
                   AT END SET GLSALDO-FIM TO TRUE
               END-READ
           END-PERFORM.

       GRAVAR-MOVIMENTO-RAZAO.
           MOVE WS-PERIODO-LCT   TO GRZ-PERIODO
           MOVE WS-CONTA-LCT     TO GRZ-CONTA
           MOVE GL-DATA          TO GRZ-DATA
           MOVE GL-TOTAL-DEBITO  TO GRZ-DEBITO
           MOVE GL-TOTAL-CREDITO TO GRZ-CREDITO
           WRITE GLRAZAO-REG.

       GRAVAR-LINHA-REJEITADA.
           ADD 1 TO WS-LINHAS-REJEITADAS
           MOVE SPACES TO WS-REL-LINHA
           STRING "LINHA " DELIMITED BY SIZE
               WS-LINHAS-LIDAS DELIMITED BY SIZE
               " REJEITADA - CAMPO NAO NUMERICO: " DELIMITED BY SIZE
               CONTABIL-REG (1 : 26) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "ATUALIZACAO DOS SALDOS CONTABEIS - EXECUCAO "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO-ATUALIZACAO.
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "INTERFACE DE " DELIMITED BY SIZE
               WS-DATA-INTERFACE DELIMITED BY SIZE
               " - LINHAS LIDAS: " DELIMITED BY SIZE
               WS-LINHAS-LIDAS DELIMITED BY SIZE
               " JA APLICADAS: " DELIMITED BY SIZE
               WS-LINHAS-PULADAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "APLICADAS: " DELIMITED BY SIZE
               WS-LINHAS-APLICADAS DELIMITED BY SIZE
               " REJEITADAS: " DELIMITED BY SIZE
               WS-LINHAS-REJEITADAS DELIMITED BY SIZE
               " SALDOS NOVOS: " DELIMITED BY SIZE
               WS-SALDOS-CRIADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERIODOS SEGUINTES AJUSTADOS: " DELIMITED BY SIZE
               WS-PERIODOS-AJUSTADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL A DEBITO..: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL A CREDITO.: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               MOVE "*** DEBITOS E CREDITOS APLICADOS NAO FECHAM ***"
                   TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
