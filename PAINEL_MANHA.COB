      *>   anormal, reconciliacao falha ou excecao acende a bandeira  <*
      *>   de ATENCAO no topo do painel. Roda como ultimo passo de    <*
      *>   DAILYBAT.JCL.                                              <*
      *>   Traz tambem o resumo das pendencias de aprovacao do        <*
      *>   supervisor por fila (PENDENCIAS.REL, gravado pelo          <*
      *>   PENDIDAD); pendencia acima do prazo de decisao tambem      <*
      *>   acende a bandeira de ATENCAO.                              <*
      *>   Job periodico que o agendador (AGENDIA) previu para o      <*
      *>   dia e que nao chegou a rodar fica com situacao             <*
      *>   PREVISTO; ele e o EM ABERTO/ANORMAL de quem comecou e      <*
      *>   nao concluiu acendem a bandeira de ATENCAO.                <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
      *    Arquivo generico da vez (LACO.REL, ADD.CTL, ARIT.EXC,
      *    CADCLI.EXC, PENDENCIAS.REL) - o nome fisico e posto em
      *    WS-ARQ-NOME antes de cada OPEN (mesma tecnica de
      *    LGPD_ATENDIMENTO.COB).
           SELECT ARQ-GENERICO ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERICO-STATUS.
      *    Situacao consolidada da ultima execucao de cada job.
       01  WS-TABELA-JOBS.
           05 WS-JB-QTD          PIC 9(02) VALUE ZEROS.
           05 WS-JB-ITEM OCCURS 40 TIMES.
              10 WS-JB-NOME      PIC X(08).
              10 WS-JB-SEQ       PIC 9(08).
              10 WS-JB-SITUACAO  PIC X(10).
       77 WS-VEREDITO-ADDCTL PIC X(20) VALUE "SEM ARQUIVO".
       77 WS-PARTE-1         PIC X(100) VALUE SPACES.
       77 WS-PARTE-2         PIC X(100) VALUE SPACES.
      *    Pendencias de aprovacao acima do prazo (PENDIDAD).
       77 WS-PEND-VENCIDAS   PIC 9(05) VALUE ZEROS.
      *    Jobs da agenda previstos para hoje que nao rodaram.
       77 WS-QTD-PREVISTOS   PIC 9(02) VALUE ZEROS.

      *    Bandeira de atencao do topo do painel.
       77 WS-PRECISA-ATENCAO PIC X(01) VALUE "N".
           PERFORM CONSOLIDAR-LOG-OPERACOES
           PERFORM CONTAR-EXCECOES-NOITE
           PERFORM LER-VEREDITO-ADDCTL
           PERFORM LER-PENDENCIAS-VENCIDAS
           PERFORM EMITIR-PAINEL
           GOBACK.

      *    Guarda, por job, a ultima execucao vista no log: INICIO
      *    abre (situacao EM ABERTO), FIM-NORMAL/FIM-ANORMAL fecham.
      *    PREVISTO e a decisao do agendador (AGENDIA) de que o job
      *    periodico roda hoje - fica PREVISTO ate o INICIO dele.
       CONSOLIDAR-LOG-OPERACOES.
           OPEN INPUT OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               WHEN "FIM-ANORMAL"
                   MOVE WS-LOG-HORA TO WS-JB-HORA-FIM (WS-JB-ACHADO)
                   MOVE "ANORMAL"   TO WS-JB-SITUACAO (WS-JB-ACHADO)
               WHEN "PREVISTO"
                   MOVE ZEROS       TO WS-JB-SEQ (WS-JB-ACHADO)
                   MOVE ZEROS       TO WS-JB-HORA-INI (WS-JB-ACHADO)
                   MOVE ZEROS       TO WS-JB-HORA-FIM (WS-JB-ACHADO)
                   MOVE "PREVISTO"  TO WS-JB-SITUACAO (WS-JB-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE WS-JB-IND TO WS-JB-ACHADO
               END-IF
           END-PERFORM
           IF WS-JB-ACHADO = ZEROS AND WS-JB-QTD < 40
               ADD 1 TO WS-JB-QTD
               MOVE WS-LOG-JOB TO WS-JB-NOME (WS-JB-QTD)
               MOVE ZEROS TO WS-JB-SEQ (WS-JB-QTD)
           END-IF
           CLOSE ARQ-GENERICO.

      *    Pendencias de aprovacao acima do prazo: a linha de
      *    PENDENCIAS.REL carrega PRAZO=nnnnn.
       LER-PENDENCIAS-VENCIDAS.
           MOVE "PENDENCIAS.REL" TO WS-ARQ-NOME
           MOVE "N" TO WS-GENERICO-FIM
           OPEN INPUT ARQ-GENERICO
           IF GENERICO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ ARQ-GENERICO
               AT END SET GENERICO-FIM TO TRUE
           END-READ
           PERFORM UNTIL GENERICO-FIM
               IF ARQ-LINHA (1 : 26) = "PENDENCIAS ACIMA DO PRAZO="
                   MOVE SPACES TO WS-PARTE-1 WS-PARTE-2
                   UNSTRING ARQ-LINHA DELIMITED BY "PRAZO="
                       INTO WS-PARTE-1 WS-PARTE-2
                   END-UNSTRING
                   IF WS-PARTE-2 (1 : 5) IS NUMERIC
                       MOVE WS-PARTE-2 (1 : 5) TO WS-PEND-VENCIDAS
                   END-IF
               END-IF
               READ ARQ-GENERICO
                   AT END SET GENERICO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ARQ-GENERICO.

      *    Monta o painel: bandeira, situacao por job com tempo
      *    decorrido, veredito de reconciliacao e excecoes da noite.
       EMITIR-PAINEL.
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM
           IF WS-QTD-PREVISTOS > ZEROS
               MOVE SPACES TO WS-REL-LINHA
               STRING "JOBS DA AGENDA PREVISTOS HOJE E NAO "
                   DELIMITED BY SIZE
                   "EXECUTADOS: " DELIMITED BY SIZE
                   WS-QTD-PREVISTOS DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF

           PERFORM TRAZER-TOTAIS-LACO
           PERFORM TRAZER-PENDENCIAS-APROVACAO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RECONCILIACAO ADD.CTL: " DELIMITED BY SIZE
           END-PERFORM
           CLOSE ARQ-GENERICO.

      *    Copia o resumo por fila de PENDENCIAS.REL (linhas
      *    PENDENTES e a contagem acima do prazo).
       TRAZER-PENDENCIAS-APROVACAO.
           MOVE "PENDENCIAS.REL" TO WS-ARQ-NOME
           MOVE "N" TO WS-GENERICO-FIM
           OPEN INPUT ARQ-GENERICO
           IF GENERICO-NAO-ACHOU
               MOVE SPACES TO WS-REL-LINHA
               STRING "PENDENCIAS.REL AUSENTE - SEM PENDENCIAS DE "
                   DELIMITED BY SIZE
                   "APROVACAO" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "PENDENCIAS DE APROVACAO (PENDENCIAS.REL):"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           READ ARQ-GENERICO
               AT END SET GENERICO-FIM TO TRUE
           END-READ
           PERFORM UNTIL GENERICO-FIM
               IF ARQ-LINHA (1 : 9) = "PENDENTES"
                   OR ARQ-LINHA (1 : 16) = "PENDENCIAS ACIMA"
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "  " DELIMITED BY SIZE
                       ARQ-LINHA (1 : 70) DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
                   MOVE WS-REL-LINHA TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               READ ARQ-GENERICO
                   AT END SET GENERICO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ARQ-GENERICO.

       AVALIAR-BANDEIRA-ATENCAO.
           PERFORM VARYING WS-JB-IND FROM 1 BY 1
                   UNTIL WS-JB-IND > WS-JB-QTD
                   OR WS-JB-SITUACAO (WS-JB-IND) = "EM ABERTO"
                   SET PRECISA-ATENCAO TO TRUE
               END-IF
               IF WS-JB-SITUACAO (WS-JB-IND) = "PREVISTO"
                   ADD 1 TO WS-QTD-PREVISTOS
                   SET PRECISA-ATENCAO TO TRUE
               END-IF
           END-PERFORM
           IF WS-VEREDITO-ADDCTL = "FALHOU"
               SET PRECISA-ATENCAO TO TRUE
           END-IF
           IF WS-QTD-ARIT-EXC > ZEROS OR WS-QTD-CADCLI-EXC > ZEROS
               SET PRECISA-ATENCAO TO TRUE
           END-IF
           IF WS-PEND-VENCIDAS > ZEROS
               SET PRECISA-ATENCAO TO TRUE
           END-IF.

       CALCULAR-TEMPO-JOB.
