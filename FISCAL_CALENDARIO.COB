      *>   re-execucao atrasada nao posta mais dentro dele - LACO,    <*
      *>   CSUBTR e GLPOST conferem o calendario antes de qualquer    <*
      *>   lancamento e rejeitam periodo fechado para FISCAL.EXC. O   <*
      *>   modo REABRIR, de operador de nivel 3 na sessao assinada,   <*
      *>   so grava o PEDIDO de reabertura (REABRE.PEND, com o        <*
      *>   motivo - ver copybooks/REABPEND.CPY) e o log de            <*
      *>   operacoes; o periodo volta a aberto quando outro           <*
      *>   supervisor aprova o pedido na caixa de pendencias          <*
      *>   (PENDAPRV) - reabertura silenciosa ou pelo proprio         <*
      *>   solicitante nao existe. O modo CONSULTAR lista o           <*
      *>   calendario inteiro.                                        <*
      *>   No FECHAR, o saldo final de cada conta contabil do         <*
      *>   periodo em GLSALDO.DAT vira o saldo inicial do periodo     <*
      *>   seguinte (registro criado para conta sem movimento nele).  <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Log de operacoes compartilhado - o pedido de reabertura e
      *    logado.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
      *    Pedidos de reabertura aguardando o supervisor.
           SELECT REABRE-PENDENTE ASSIGN TO "REABRE.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REABRE-STATUS.
      *    Saldos contabeis por conta + periodo - o fechamento leva
      *    o saldo final ao saldo inicial do periodo seguinte.
           SELECT GLSALDO-ARQ ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GSL-CHAVE
               FILE STATUS IS WS-GLSALDO-STATUS.

      *================================================================*
       DATA                                          DIVISION.

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.

       FD  GLSALDO-ARQ.
      *    Layout compartilhado do saldo contabil - ver
      *    copybooks/GLSALDREC.CPY.
           COPY GLSALDREC.

       FD  REABRE-PENDENTE.
      *    Layout compartilhado do pedido - ver
      *    copybooks/REABPEND.CPY.
           COPY REABPEND.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
           88 SESSAO-OK         VALUE "00".
       77 WS-OPLOG-STATUS    PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU   VALUE "35".
       77 WS-GLSALDO-STATUS  PIC X(02) VALUE "00".
           88 GLSALDO-NAO-ACHOU VALUE "35".
       77 WS-GLSALDO-FIM     PIC X(01) VALUE "N".
           88 GLSALDO-FIM       VALUE "S".
       77 WS-REABRE-STATUS   PIC X(02) VALUE "00".
           88 REABRE-NAO-ACHOU  VALUE "35".
       77 WS-REABRE-FIM      PIC X(01) VALUE "N".
           88 REABRE-FIM        VALUE "S".

       77 WS-MODO-FISCAL     PIC X(01) VALUE SPACES.
           88 MODO-FECHAR       VALUE "F".
       77 WS-SITUACAO-NOVA   PIC X(01) VALUE SPACES.
       77 WS-PERIODO-ACHADO  PIC X(01) VALUE "N".

      *    Pedido de reabertura.
       77 WS-MOTIVO-REABERTURA PIC X(40) VALUE SPACES.
       77 WS-PEDIDO-RECUSADO PIC X(01) VALUE "N".

      *    Calendario em memoria para a regravacao.
       01  WS-TABELA-FISCAL.
           05 WS-CAL-QTD         PIC 9(03) VALUE ZEROS.
       77 WS-SUPERVISOR      PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SESSAO    PIC 9(01) VALUE ZEROS.

      *    Transporte de saldos do periodo fechado para o seguinte.
       01 WS-PERIODO-FECHADO PIC 9(06) VALUE ZEROS.
       01 WS-PERIODO-SEGUINTE PIC 9(06) VALUE ZEROS.
       01 WS-PERIODO-SEGUINTE-R REDEFINES WS-PERIODO-SEGUINTE.
           05 WS-SEGUINTE-ANO PIC 9(04).
           05 WS-SEGUINTE-MES PIC 9(02).
       01  WS-TABELA-SALDOS.
           05 WS-SLD-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-SLD-ITEM OCCURS 100 TIMES.
              10 WS-SLD-CONTA    PIC 9(05).
              10 WS-SLD-FINAL    PIC S9(15)V99.
       77 WS-SLD-IND         PIC 9(03) VALUE ZEROS.
       77 WS-SALDOS-CRIADOS  PIC 9(03) VALUE ZEROS.
       77 WS-SALDOS-REVISTOS PIC 9(03) VALUE ZEROS.

       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA      PIC 9(08) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
               WHEN MODO-FECHAR
                   MOVE "F" TO WS-SITUACAO-NOVA
                   PERFORM MUDAR-SITUACAO-PERIODO
                   IF WS-PERIODO-PEDIDO IS NUMERIC
                       PERFORM TRANSPORTAR-SALDOS-PERIODO
                   END-IF
               WHEN MODO-REABRIR
                   PERFORM REABRIR-PERIODO-FECHADO
               WHEN MODO-CONSULTAR
           DISPLAY "PERIODO " WS-PERIODO-PEDIDO " AGORA COM "
               "SITUACAO " WS-SITUACAO-NOVA.

      *    Reabertura: exige nivel 3 na sessao assinada, mas aqui so
      *    nasce o pedido - com motivo, em REABRE.PEND e no log de
      *    operacoes. Quem reabre e outro supervisor, aprovando o
      *    pedido na caixa de pendencias (PENDAPRV).
       REABRIR-PERIODO-FECHADO.
           PERFORM CONFERIR-NIVEL-SUPERVISOR
           IF WS-NIVEL-SESSAO < 3
                   "RECUSADA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WS-PERIODO-PEDIDO
           IF WS-PERIODO-PEDIDO IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO [" WS-PERIODO-PEDIDO "]"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PERIODO-ACHADO
           PERFORM VARYING WS-CAL-IND FROM 1 BY 1
                   UNTIL WS-CAL-IND > WS-CAL-QTD
               IF WS-CAL-PERIODO (WS-CAL-IND)
                   = FUNCTION NUMVAL(WS-PERIODO-PEDIDO)
                   AND WS-CAL-SITUACAO (WS-CAL-IND) = "F"
                   MOVE "S" TO WS-PERIODO-ACHADO
               END-IF
           END-PERFORM
           IF WS-PERIODO-ACHADO = "N"
               DISPLAY "PERIODO " WS-PERIODO-PEDIDO " NAO ESTA "
                   "FECHADO - NADA A REABRIR"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-PEDIDO-PENDENTE
           IF WS-PEDIDO-RECUSADO = "S"
               DISPLAY "JA HA PEDIDO DE REABERTURA PENDENTE PARA O "
                   "PERIODO " WS-PERIODO-PEDIDO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOTIVO DA REABERTURA: "
           ACCEPT WS-MOTIVO-REABERTURA
           IF WS-MOTIVO-REABERTURA = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - PEDIDO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-PEDIDO-REABERTURA
           PERFORM GRAVAR-REABERTURA-OPLOG
           DISPLAY "PEDIDO DE REABERTURA DO PERIODO "
               WS-PERIODO-PEDIDO " GRAVADO - AGUARDA OUTRO "
               "SUPERVISOR NA CAIXA DE PENDENCIAS (PENDAPRV)".

      *    Um pedido por periodo na fila.
       CONFERIR-PEDIDO-PENDENTE.
           MOVE "N" TO WS-PEDIDO-RECUSADO
           MOVE "N" TO WS-REABRE-FIM
           OPEN INPUT REABRE-PENDENTE
           IF REABRE-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ REABRE-PENDENTE
               AT END SET REABRE-FIM TO TRUE
           END-READ
           PERFORM UNTIL REABRE-FIM
               IF REA-PERIODO = FUNCTION NUMVAL(WS-PERIODO-PEDIDO)
                   MOVE "S" TO WS-PEDIDO-RECUSADO
               END-IF
               READ REABRE-PENDENTE
                   AT END SET REABRE-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE REABRE-PENDENTE.

       GRAVAR-PEDIDO-REABERTURA.
           OPEN EXTEND REABRE-PENDENTE
           IF REABRE-NAO-ACHOU
               CLOSE REABRE-PENDENTE
               OPEN OUTPUT REABRE-PENDENTE
           END-IF
           MOVE WS-PERIODO-PEDIDO    TO REA-PERIODO
           MOVE WS-DATA-HOJE         TO REA-DATA
           MOVE WS-HORA-AGORA        TO REA-HORA
           MOVE WS-SUPERVISOR        TO REA-SOLICITANTE
           MOVE WS-MOTIVO-REABERTURA TO REA-MOTIVO
           WRITE REABRE-REG
           CLOSE REABRE-PENDENTE.

       CONFERIR-NIVEL-SUPERVISOR.
           OPEN INPUT OPERADOR-SESSAO
                   " MUDADO EM " WS-CAL-DATA (WS-CAL-IND)
           END-PERFORM.

      *    Fechamento: o saldo final de cada conta no periodo
      *    fechado vira o saldo inicial do periodo seguinte - conta
      *    sem saldo no seguinte ganha o registro (sem movimento),
      *    conta que ja tem movimento no seguinte tem o saldo final
      *    refeito. Fechar de novo depois de reabrir repete o
      *    transporte com os saldos corrigidos.
       TRANSPORTAR-SALDOS-PERIODO.
           OPEN I-O GLSALDO-ARQ
           IF GLSALDO-NAO-ACHOU
               DISPLAY "GLSALDO.DAT AUSENTE - NENHUM SALDO CONTABIL A "
                   "TRANSPORTAR"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-FECHADO
           MOVE WS-PERIODO-FECHADO TO WS-PERIODO-SEGUINTE
           IF WS-SEGUINTE-MES = 12
               MOVE 1 TO WS-SEGUINTE-MES
               ADD 1 TO WS-SEGUINTE-ANO
           ELSE
               ADD 1 TO WS-SEGUINTE-MES
           END-IF

           MOVE ZEROS TO WS-SLD-QTD
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
               IF GSL-PERIODO = WS-PERIODO-FECHADO AND WS-SLD-QTD < 100
                   ADD 1 TO WS-SLD-QTD
                   MOVE GSL-CONTA       TO WS-SLD-CONTA (WS-SLD-QTD)
                   MOVE GSL-SALDO-FINAL TO WS-SLD-FINAL (WS-SLD-QTD)
               END-IF
               READ GLSALDO-ARQ NEXT RECORD
                   AT END SET GLSALDO-FIM TO TRUE
               END-READ
           END-PERFORM

           PERFORM VARYING WS-SLD-IND FROM 1 BY 1
                   UNTIL WS-SLD-IND > WS-SLD-QTD
               MOVE WS-SLD-CONTA (WS-SLD-IND) TO GSL-CONTA
               MOVE WS-PERIODO-SEGUINTE       TO GSL-PERIODO
               READ GLSALDO-ARQ
                   INVALID KEY
                       INITIALIZE GLSALDO-REC
                       MOVE WS-SLD-CONTA (WS-SLD-IND) TO GSL-CONTA
                       MOVE WS-PERIODO-SEGUINTE TO GSL-PERIODO
                       MOVE WS-SLD-FINAL (WS-SLD-IND)
                           TO GSL-SALDO-INICIAL GSL-SALDO-FINAL
                       MOVE WS-DATA-HOJE TO GSL-DATA-ATUALIZACAO
                       WRITE GLSALDO-REC
                       ADD 1 TO WS-SALDOS-CRIADOS
                   NOT INVALID KEY
                       MOVE WS-SLD-FINAL (WS-SLD-IND)
                           TO GSL-SALDO-INICIAL
                       COMPUTE GSL-SALDO-FINAL EQUAL GSL-SALDO-INICIAL
                           + GSL-DEBITOS - GSL-CREDITOS
                       END-COMPUTE
                       MOVE WS-DATA-HOJE TO GSL-DATA-ATUALIZACAO
                       REWRITE GLSALDO-REC
                       ADD 1 TO WS-SALDOS-REVISTOS
               END-READ
           END-PERFORM
           CLOSE GLSALDO-ARQ
           DISPLAY "SALDOS CONTABEIS TRANSPORTADOS PARA "
               WS-PERIODO-SEGUINTE ": " WS-SALDOS-CRIADOS " NOVOS, "
               WS-SALDOS-REVISTOS " REVISTOS".

       GRAVAR-REABERTURA-OPLOG.
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=FISCALCD SEQ=00000000"   DELIMITED BY SIZE
                  " EVENTO=REABERTURA-PEDIDA"   DELIMITED BY SIZE
                  " PERIODO="                   DELIMITED BY SIZE
                  WS-PERIODO-PEDIDO             DELIMITED BY SIZE
                  " SUPERVISOR="                DELIMITED BY SIZE
