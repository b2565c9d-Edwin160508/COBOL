      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECLREL.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Relatorios batch das reclamacoes de clientes (RECLAM.DAT,  <*
      *>   mantido pelo RECLAMA - ver copybooks/RECLAMREC.CPY).       <*
      *>   RECLAM.PRAZO.REL (diario): reclamacoes ainda sem resposta  <*
      *>   vencidas ou a RECLAMACAO-ALERTA-DIAS dias corridos do      <*
      *>   prazo (padrao 2), separadas em SAC e ouvidoria, com os     <*
      *>   totais de pendentes, vencendo e vencidas de cada           <*
      *>   instancia.                                                 <*
      *>   RECLAM.MENSAL.REL (estatistica para o regulador): por      <*
      *>   assunto de data/RECLAMACAO.CATEGORIAS, as recebidas no mes <*
      *>   (total, SAC e ouvidoria), as concluidas no mes, no prazo e <*
      *>   fora dele, e as pendentes no fim do mes; depois as         <*
      *>   recebidas por canal. O mes e o anterior ao da execucao, ou <*
      *>   RECLAMACAO-MES-ESTATISTICA (AAAAMM) de data/PARAMRUN.CTL - <*
      *>   rodando todo dia, o relatorio do mes fechado e refeito     <*
      *>   igual ate a virada do mes seguinte.                        <*
      *>   RC 8 se RECLAM.DAT nao puder ser aberto.                   <*
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
      *    Reclamacoes mantidas pelo RECLAMA.
           SELECT RECLAM-ARQ ASSIGN TO "RECLAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCL-PROTOCOLO
               ALTERNATE RECORD KEY IS RCL-CPF WITH DUPLICATES
               FILE STATUS IS WS-RECLAM-STATUS.
      *    Tabela de assuntos (codigo + descricao).
           SELECT CATEGORIA-TAB ASSIGN TO "data/RECLAMACAO.CATEGORIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORIA-STATUS.
      *    Parametros de execucao (NOME=VALOR).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Reclamacoes perto ou alem do prazo - diario.
           SELECT PRAZO-RELATORIO ASSIGN TO "RECLAM.PRAZO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Estatistica mensal por assunto e canal.
           SELECT MENSAL-RELATORIO ASSIGN TO "RECLAM.MENSAL.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  RECLAM-ARQ.
      *    Layout compartilhado da reclamacao - ver
      *    copybooks/RECLAMREC.CPY.
           COPY RECLAMREC.

       FD  CATEGORIA-TAB.
       01  CATEGORIA-REG.
           02 CAT-CODIGO              PIC X(03).
           02 CAT-DESCRICAO           PIC X(30).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  PRAZO-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  MENSAL-RELATORIO.
       01  MES-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-RECLAM-STATUS      PIC X(02) VALUE "00".
           88 RECLAM-OK             VALUE "00".
       77 WS-RECLAM-FIM         PIC X(01) VALUE "N".
           88 RECLAM-FIM            VALUE "S".
       77 WS-CATEGORIA-STATUS   PIC X(02) VALUE "00".
           88 CATEGORIA-OK          VALUE "00".
       77 WS-CATEGORIA-FIM      PIC X(01) VALUE "N".
           88 CATEGORIA-FIM         VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Parametros: antecedencia do alerta e mes da estatistica.
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-ALERTA-DIAS        PIC 9(03) VALUE 2.
       01  WS-MES-ESTATISTICA   PIC 9(06) VALUE ZEROS.
       01  WS-MES-ESTATISTICA-R REDEFINES WS-MES-ESTATISTICA.
           05 WS-MES-EST-ANO        PIC 9(04).
           05 WS-MES-EST-MES        PIC 9(02).
       77 WS-MES-INICIO         PIC 9(08) VALUE ZEROS.
       77 WS-MES-FIM            PIC 9(08) VALUE ZEROS.

      *    Relatorio diario de prazos: uma passada por instancia.
       77 WS-INSTANCIA-LISTADA  PIC X(01) VALUE SPACES.
       77 WS-DIAS-PRAZO         PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-EDITADO       PIC -(4)9.
       77 WS-SITUACAO-PRAZO     PIC X(10) VALUE SPACES.
       01  WS-TOTAIS-PRAZO.
           05 WS-PENDENTES          PIC 9(06) VALUE ZEROS.
           05 WS-VENCENDO           PIC 9(06) VALUE ZEROS.
           05 WS-VENCIDAS           PIC 9(06) VALUE ZEROS.
       01  WS-TOTAIS-PRAZO-GERAL.
           05 WS-GERAL-PENDENTES    PIC 9(06) VALUE ZEROS.
           05 WS-GERAL-VENCENDO     PIC 9(06) VALUE ZEROS.
           05 WS-GERAL-VENCIDAS     PIC 9(06) VALUE ZEROS.

      *    Estatistica por assunto; a ultima posicao recolhe codigos
      *    fora da tabela.
       01  WS-TABELA-CATEGORIAS.
           05 WS-CAT-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-CAT-ITEM OCCURS 31 TIMES.
              10 WS-CAT-CODIGO      PIC X(03).
              10 WS-CAT-DESCRICAO   PIC X(30).
              10 WS-EST-RECEBIDAS   PIC 9(05).
              10 WS-EST-SAC         PIC 9(05).
              10 WS-EST-OUVIDORIA   PIC 9(05).
              10 WS-EST-CONCLUIDAS  PIC 9(05).
              10 WS-EST-NO-PRAZO    PIC 9(05).
              10 WS-EST-FORA-PRAZO  PIC 9(05).
              10 WS-EST-PENDENTES   PIC 9(05).
       77 WS-CAT-IND            PIC 9(02) VALUE ZEROS.
       77 WS-CAT-ACHADA         PIC 9(02) VALUE ZEROS.
       01  WS-TOTAL-GERAL.
           05 WS-TOT-RECEBIDAS      PIC 9(05) VALUE ZEROS.
           05 WS-TOT-SAC            PIC 9(05) VALUE ZEROS.
           05 WS-TOT-OUVIDORIA      PIC 9(05) VALUE ZEROS.
           05 WS-TOT-CONCLUIDAS     PIC 9(05) VALUE ZEROS.
           05 WS-TOT-NO-PRAZO       PIC 9(05) VALUE ZEROS.
           05 WS-TOT-FORA-PRAZO     PIC 9(05) VALUE ZEROS.
           05 WS-TOT-PENDENTES      PIC 9(05) VALUE ZEROS.
       01  WS-TOTAIS-CANAL.
           05 WS-CANAL-TELEFONE     PIC 9(05) VALUE ZEROS.
           05 WS-CANAL-CARTA        PIC 9(05) VALUE ZEROS.
           05 WS-CANAL-PORTAL       PIC 9(05) VALUE ZEROS.
           05 WS-CANAL-AGENCIA      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EDITADA        PIC ZZZZ9.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-PARAMETROS-RECLAMACAO
           PERFORM DEFINIR-MES-ESTATISTICA
           PERFORM CARREGAR-CATEGORIAS

           OPEN INPUT RECLAM-ARQ
           IF NOT RECLAM-OK
               DISPLAY "RECLAM.DAT INDISPONIVEL - STATUS "
                   WS-RECLAM-STATUS
               CLOSE RECLAM-ARQ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM EMITIR-RELATORIO-PRAZOS
           PERFORM EMITIR-ESTATISTICA-MENSAL
           CLOSE RECLAM-ARQ
           DISPLAY "RECLREL - PENDENTES: " WS-GERAL-PENDENTES
               " VENCENDO: " WS-GERAL-VENCENDO
               " VENCIDAS: " WS-GERAL-VENCIDAS
               " RECEBIDAS EM " WS-MES-ESTATISTICA ": "
               WS-TOT-RECEBIDAS
           GOBACK.

      *    Antecedencia do alerta (dias corridos) e mes da estatistica
      *    (AAAAMM); sem parametro, 2 dias e o mes anterior.
       LER-PARAMETROS-RECLAMACAO.
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
                       WHEN "RECLAMACAO-ALERTA-DIAS"
                           COMPUTE WS-ALERTA-DIAS EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "RECLAMACAO-MES-ESTATISTICA"
                           COMPUTE WS-MES-ESTATISTICA EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Mes fechado anterior ao da execucao, salvo parametro valido.
       DEFINIR-MES-ESTATISTICA.
           IF WS-MES-EST-MES < 1 OR WS-MES-EST-MES > 12
               MOVE WS-DATA-HOJE (1 : 6) TO WS-MES-ESTATISTICA
               IF WS-MES-EST-MES = 1
                   SUBTRACT 1 FROM WS-MES-EST-ANO
                   MOVE 12 TO WS-MES-EST-MES
               ELSE
                   SUBTRACT 1 FROM WS-MES-EST-MES
               END-IF
           END-IF
           COMPUTE WS-MES-INICIO EQUAL WS-MES-ESTATISTICA * 100 + 1
           END-COMPUTE
           COMPUTE WS-MES-FIM EQUAL WS-MES-ESTATISTICA * 100 + 31
           END-COMPUTE.

       CARREGAR-CATEGORIAS.
           OPEN INPUT CATEGORIA-TAB
           IF CATEGORIA-OK
               READ CATEGORIA-TAB
                   AT END SET CATEGORIA-FIM TO TRUE
               END-READ
               PERFORM UNTIL CATEGORIA-FIM
                   IF WS-CAT-QTD < 30 AND CAT-CODIGO NOT = SPACES
                       ADD 1 TO WS-CAT-QTD
                       MOVE CAT-CODIGO
                           TO WS-CAT-CODIGO (WS-CAT-QTD)
                       MOVE CAT-DESCRICAO
                           TO WS-CAT-DESCRICAO (WS-CAT-QTD)
                   END-IF
                   READ CATEGORIA-TAB
                       AT END SET CATEGORIA-FIM TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CATEGORIA-TAB
           ADD 1 TO WS-CAT-QTD
           MOVE "???" TO WS-CAT-CODIGO (WS-CAT-QTD)
           MOVE "ASSUNTO FORA DA TABELA"
               TO WS-CAT-DESCRICAO (WS-CAT-QTD)
           PERFORM VARYING WS-CAT-IND FROM 1 BY 1
                   UNTIL WS-CAT-IND > WS-CAT-QTD
               MOVE ZEROS TO WS-EST-RECEBIDAS (WS-CAT-IND)
                   WS-EST-SAC (WS-CAT-IND)
                   WS-EST-OUVIDORIA (WS-CAT-IND)
                   WS-EST-CONCLUIDAS (WS-CAT-IND)
                   WS-EST-NO-PRAZO (WS-CAT-IND)
                   WS-EST-FORA-PRAZO (WS-CAT-IND)
                   WS-EST-PENDENTES (WS-CAT-IND)
           END-PERFORM.

      *----------------------------------------------------------------*
      *    RELATORIO DIARIO DE PRAZOS
      *----------------------------------------------------------------*
       EMITIR-RELATORIO-PRAZOS.
           OPEN OUTPUT PRAZO-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECLAMACOES PERTO OU ALEM DO PRAZO  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  ALERTA: " DELIMITED BY SIZE
               WS-ALERTA-DIAS DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE "S" TO WS-INSTANCIA-LISTADA
           PERFORM LISTAR-PRAZOS-INSTANCIA
           MOVE "O" TO WS-INSTANCIA-LISTADA
           PERFORM LISTAR-PRAZOS-INSTANCIA
           CLOSE PRAZO-RELATORIO.

       LISTAR-PRAZOS-INSTANCIA.
           MOVE ZEROS TO WS-TOTAIS-PRAZO
           MOVE SPACES TO WS-REL-LINHA
           WRITE REL-LINHA FROM WS-REL-LINHA
           IF WS-INSTANCIA-LISTADA = "S"
               MOVE "SAC" TO WS-REL-LINHA
           ELSE
               MOVE "OUVIDORIA" TO WS-REL-LINHA
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "PROTOCOLO  ABERTURA ASS C PRAZO"
               TO WS-REL-LINHA (1 : 31)
           MOVE "DIAS SITUACAO   OPERADOR" TO WS-REL-LINHA (42 : 24)
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE "N" TO WS-RECLAM-FIM
           MOVE LOW-VALUES TO RCL-PROTOCOLO
           START RECLAM-ARQ KEY IS NOT LESS THAN RCL-PROTOCOLO
               INVALID KEY
                   SET RECLAM-FIM TO TRUE
           END-START
           PERFORM UNTIL RECLAM-FIM
               READ RECLAM-ARQ NEXT RECORD
                   AT END
                       SET RECLAM-FIM TO TRUE
                   NOT AT END
                       IF RCL-PENDENTE
                           AND RCL-INSTANCIA = WS-INSTANCIA-LISTADA
                           PERFORM CONFERIR-PRAZO-RECLAMACAO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-REL-LINHA
           STRING "PENDENTES: " DELIMITED BY SIZE
               WS-PENDENTES DELIMITED BY SIZE
               "  VENCENDO: " DELIMITED BY SIZE
               WS-VENCENDO DELIMITED BY SIZE
               "  VENCIDAS: " DELIMITED BY SIZE
               WS-VENCIDAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           ADD WS-PENDENTES TO WS-GERAL-PENDENTES
           ADD WS-VENCENDO  TO WS-GERAL-VENCENDO
           ADD WS-VENCIDAS  TO WS-GERAL-VENCIDAS.

      *    So entram na listagem as vencidas e as que vencem dentro
      *    da antecedencia do alerta; as demais so somam pendentes.
       CONFERIR-PRAZO-RECLAMACAO.
           ADD 1 TO WS-PENDENTES
           COMPUTE WS-DIAS-PRAZO EQUAL
               FUNCTION INTEGER-OF-DATE(RCL-PRAZO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-DIAS-PRAZO < ZEROS
                   MOVE "VENCIDA"  TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-VENCIDAS
               WHEN WS-DIAS-PRAZO NOT > WS-ALERTA-DIAS
                   MOVE "VENCENDO" TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-VENCENDO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-REL-LINHA
           STRING RCL-PROTOCOLO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCL-DATA-ABERTURA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCL-CATEGORIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCL-CANAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCL-PRAZO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-DIAS-PRAZO TO WS-DIAS-EDITADO
           MOVE WS-DIAS-EDITADO TO WS-REL-LINHA (41 : 5)
           MOVE WS-SITUACAO-PRAZO TO WS-REL-LINHA (47 : 10)
           IF RCL-OPERADOR-ATUALIZACAO NOT = SPACES
               MOVE RCL-OPERADOR-ATUALIZACAO TO WS-REL-LINHA (58 : 8)
           ELSE
               MOVE RCL-OPERADOR TO WS-REL-LINHA (58 : 8)
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *----------------------------------------------------------------*
      *    ESTATISTICA MENSAL PARA O REGULADOR
      *----------------------------------------------------------------*
       EMITIR-ESTATISTICA-MENSAL.
           MOVE "N" TO WS-RECLAM-FIM
           MOVE LOW-VALUES TO RCL-PROTOCOLO
           START RECLAM-ARQ KEY IS NOT LESS THAN RCL-PROTOCOLO
               INVALID KEY
                   SET RECLAM-FIM TO TRUE
           END-START
           PERFORM UNTIL RECLAM-FIM
               READ RECLAM-ARQ NEXT RECORD
                   AT END
                       SET RECLAM-FIM TO TRUE
                   NOT AT END
                       PERFORM ACUMULAR-ESTATISTICA
               END-READ
           END-PERFORM

           OPEN OUTPUT MENSAL-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ESTATISTICA DE RECLAMACOES - MES " DELIMITED BY SIZE
               WS-MES-ESTATISTICA DELIMITED BY SIZE
               "  EMITIDO EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO MES-LINHA
           WRITE MES-LINHA
           MOVE SPACES TO WS-REL-LINHA
           WRITE MES-LINHA FROM WS-REL-LINHA
           MOVE "ASS ASSUNTO" TO WS-REL-LINHA (1 : 11)
           MOVE "RECEB   SAC OUVID CONCL NOPRZ  FORA  PEND"
               TO WS-REL-LINHA (26 : 41)
           MOVE WS-REL-LINHA TO MES-LINHA
           WRITE MES-LINHA

           PERFORM VARYING WS-CAT-IND FROM 1 BY 1
                   UNTIL WS-CAT-IND > WS-CAT-QTD
               IF WS-CAT-IND < WS-CAT-QTD
                   OR WS-EST-RECEBIDAS (WS-CAT-IND) > ZEROS
                   OR WS-EST-CONCLUIDAS (WS-CAT-IND) > ZEROS
                   OR WS-EST-PENDENTES (WS-CAT-IND) > ZEROS
                   PERFORM LISTAR-ESTATISTICA-ASSUNTO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REL-LINHA
           MOVE "TOTAL" TO WS-REL-LINHA (1 : 5)
           MOVE WS-TOT-RECEBIDAS TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (26 : 5)
           MOVE WS-TOT-SAC TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (32 : 5)
           MOVE WS-TOT-OUVIDORIA TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (38 : 5)
           MOVE WS-TOT-CONCLUIDAS TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (44 : 5)
           MOVE WS-TOT-NO-PRAZO TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (50 : 5)
           MOVE WS-TOT-FORA-PRAZO TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (56 : 5)
           MOVE WS-TOT-PENDENTES TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (62 : 5)
           MOVE WS-REL-LINHA TO MES-LINHA
           WRITE MES-LINHA

           MOVE SPACES TO WS-REL-LINHA
           WRITE MES-LINHA FROM WS-REL-LINHA
           STRING "RECEBIDAS POR CANAL - TELEFONE: " DELIMITED BY SIZE
               WS-CANAL-TELEFONE DELIMITED BY SIZE
               "  CARTA: " DELIMITED BY SIZE
               WS-CANAL-CARTA DELIMITED BY SIZE
               "  PORTAL: " DELIMITED BY SIZE
               WS-CANAL-PORTAL DELIMITED BY SIZE
               "  AGENCIA: " DELIMITED BY SIZE
               WS-CANAL-AGENCIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO MES-LINHA
           WRITE MES-LINHA
           CLOSE MENSAL-RELATORIO.

      *    Recebida no mes: abertura dentro do mes (instancia atual).
      *    Concluida no mes: resposta dentro do mes. Pendente no fim
      *    do mes: aberta ate o fim do mes e sem resposta ate la.
       ACUMULAR-ESTATISTICA.
           MOVE WS-CAT-QTD TO WS-CAT-ACHADA
           PERFORM VARYING WS-CAT-IND FROM 1 BY 1
                   UNTIL WS-CAT-IND NOT < WS-CAT-QTD
               IF WS-CAT-CODIGO (WS-CAT-IND) = RCL-CATEGORIA
                   MOVE WS-CAT-IND TO WS-CAT-ACHADA
               END-IF
           END-PERFORM
           MOVE WS-CAT-ACHADA TO WS-CAT-IND

           IF RCL-DATA-ABERTURA NOT < WS-MES-INICIO
               AND RCL-DATA-ABERTURA NOT > WS-MES-FIM
               ADD 1 TO WS-EST-RECEBIDAS (WS-CAT-IND) WS-TOT-RECEBIDAS
               IF RCL-OUVIDORIA
                   ADD 1 TO WS-EST-OUVIDORIA (WS-CAT-IND)
                       WS-TOT-OUVIDORIA
               ELSE
                   ADD 1 TO WS-EST-SAC (WS-CAT-IND) WS-TOT-SAC
               END-IF
               EVALUATE TRUE
                   WHEN RCL-CANAL-TELEFONE
                       ADD 1 TO WS-CANAL-TELEFONE
                   WHEN RCL-CANAL-CARTA
                       ADD 1 TO WS-CANAL-CARTA
                   WHEN RCL-CANAL-PORTAL
                       ADD 1 TO WS-CANAL-PORTAL
                   WHEN RCL-CANAL-AGENCIA
                       ADD 1 TO WS-CANAL-AGENCIA
               END-EVALUATE
           END-IF

           IF RCL-CONCLUIDA
               AND RCL-DATA-RESPOSTA NOT < WS-MES-INICIO
               AND RCL-DATA-RESPOSTA NOT > WS-MES-FIM
               ADD 1 TO WS-EST-CONCLUIDAS (WS-CAT-IND)
                   WS-TOT-CONCLUIDAS
               IF RCL-RESPONDIDA-NO-PRAZO
                   ADD 1 TO WS-EST-NO-PRAZO (WS-CAT-IND)
                       WS-TOT-NO-PRAZO
               ELSE
                   ADD 1 TO WS-EST-FORA-PRAZO (WS-CAT-IND)
                       WS-TOT-FORA-PRAZO
               END-IF
           END-IF

           IF RCL-DATA-ABERTURA NOT > WS-MES-FIM
               AND (RCL-PENDENTE OR RCL-DATA-RESPOSTA > WS-MES-FIM)
               ADD 1 TO WS-EST-PENDENTES (WS-CAT-IND)
                   WS-TOT-PENDENTES
           END-IF.

       LISTAR-ESTATISTICA-ASSUNTO.
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-CAT-CODIGO (WS-CAT-IND) TO WS-REL-LINHA (1 : 3)
           MOVE WS-CAT-DESCRICAO (WS-CAT-IND) TO WS-REL-LINHA (5 : 20)
           MOVE WS-EST-RECEBIDAS (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (26 : 5)
           MOVE WS-EST-SAC (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (32 : 5)
           MOVE WS-EST-OUVIDORIA (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (38 : 5)
           MOVE WS-EST-CONCLUIDAS (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (44 : 5)
           MOVE WS-EST-NO-PRAZO (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (50 : 5)
           MOVE WS-EST-FORA-PRAZO (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (56 : 5)
           MOVE WS-EST-PENDENTES (WS-CAT-IND) TO WS-QTD-EDITADA
           MOVE WS-QTD-EDITADA TO WS-REL-LINHA (62 : 5)
           MOVE WS-REL-LINHA TO MES-LINHA
           WRITE MES-LINHA.
