      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. BLOQJUD.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Ordens judiciais de bloqueio de valores (SISBAJUD): le as  <*
      *>   ordens recebidas em data/SISBAJUD.ORDENS e as cumpre no    <*
      *>   ledger. Tipo B (bloqueio) registra a ordem em              <*
      *>   BLOQJUD.ORDENS (processo, CPF, valor ordenado, situacao) e <*
      *>   bloqueia, conta a conta do CPF, o saldo disponivel ate o   <*
      *>   valor ordenado - o bloqueado fica em LEDGER-BLOQUEADO e    <*
      *>   sai do saldo disponivel em todos os programas que postam   <*
      *>   debito. Tipo D (desbloqueio) libera o valor informado (ou  <*
      *>   tudo, com valor zero); tipo T transfere o valor bloqueado  <*
      *>   para a conta de depositos judiciais do ledger (parametro   <*
      *>   CONTA-DEPOSITO-JUDICIAL). Toda baixa ou bloqueio e         <*
      *>   journalado em LEDGER.JRN com o sequencial de RUNSEQ.CTL,   <*
      *>   journal ANTES da regravacao, como no CSUBTR. Para o juizo  <*
      *>   sai SISBAJUD.RESPOSTA com o valor efetivamente cumprido    <*
      *>   por ordem; o resumo da passada sai em BLOQJUD.REL.         <*
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
      *    Ordens recebidas do SISBAJUD no dia.
           SELECT SISBAJUD-ENTRADA ASSIGN TO "data/SISBAJUD.ORDENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
      *    Cadastro das ordens judiciais - ver copybooks/ORDJUDREC.CPY.
           SELECT ORDENS-ARQ ASSIGN TO "BLOQJUD.ORDENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENS-STATUS.
      *    Resposta ao juizo - valor cumprido por ordem.
           SELECT SISBAJUD-RESPOSTA ASSIGN TO "SISBAJUD.RESPOSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPOSTA-STATUS.
      *    Ledger de saldos - bloqueio, liberacao e transferencia.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Parametros de execucao - conta de depositos judiciais.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Resumo da passada.
           SELECT BLOQJUD-RELATORIO ASSIGN TO "BLOQJUD.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  SISBAJUD-ENTRADA.
      *    Tipo B = bloqueio, D = desbloqueio, T = transferencia ao
      *    juizo. Valor zero no D e no T = todo o bloqueado da ordem.
       01  ENTRADA-REG.
           05 ENT-TIPO                PIC X(01).
           05 ENT-PROCESSO            PIC X(20).
      *    CPF ou CNPJ do titular, como a chave do ledger.
           05 ENT-CPF                 PIC X(14).
           05 ENT-VALOR               PIC 9(11)V99.

       FD  ORDENS-ARQ.
      *    Layout compartilhado da ordem - ver copybooks/ORDJUDREC.CPY.
           COPY ORDJUDREC.

       FD  SISBAJUD-RESPOSTA.
      *    Uma linha por ordem recebida: valor cumprido nesta passada
      *    (bloqueado, liberado ou transferido), o que continua
      *    bloqueado e a situacao da ordem - R = ordem recusada, com
      *    o motivo.
       01  RESPOSTA-REG.
           05 RSP-PROCESSO            PIC X(20).
           05 RSP-CPF                 PIC X(14).
           05 RSP-TIPO                PIC X(01).
           05 RSP-VALOR-ORDENADO      PIC 9(11)V99.
           05 RSP-VALOR-CUMPRIDO      PIC 9(11)V99.
           05 RSP-VALOR-BLOQUEADO     PIC 9(11)V99.
           05 RSP-SITUACAO            PIC X(01).
           05 RSP-DATA                PIC 9(08).
           05 RSP-MOTIVO              PIC X(30).

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

       FD  BLOQJUD-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-ENTRADA-STATUS     PIC X(02) VALUE "00".
           88 ENTRADA-NAO-ACHOU     VALUE "35".
       77 WS-ENTRADA-FIM        PIC X(01) VALUE "N".
           88 ENTRADA-FIM           VALUE "S".
       77 WS-ORDENS-STATUS      PIC X(02) VALUE "00".
           88 ORDENS-NAO-ACHOU      VALUE "35".
       77 WS-ORDENS-FIM         PIC X(01) VALUE "N".
           88 ORDENS-FIM            VALUE "S".
       77 WS-RESPOSTA-STATUS    PIC X(02) VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35" "23".
       77 WS-LEDGER-FIM         PIC X(01) VALUE "N".
           88 LEDGER-FIM            VALUE "S".
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
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Conta de depositos judiciais no ledger: CPF do proprio
      *    banco (zeros) e conta parametrizavel - a transferencia ao
      *    juizo e uma postagem interna de duas pernas, o total do
      *    ledger nao muda.
       77 WS-CPF-DEPOSITO-JUD   PIC X(11) VALUE "00000000000".
       77 WS-CONTA-DEPOSITO-JUD PIC 9(06) VALUE 900000.

      *    Ordens judiciais em memoria, regravadas no fim.
       01  WS-TABELA-ORDENS.
           05 WS-ORD-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ORD-REG            PIC X(207) OCCURS 5000 TIMES.
       77 WS-ORD-IND            PIC 9(04) VALUE ZEROS.
       77 WS-ORD-ACHADA         PIC 9(04) VALUE ZEROS.
       77 WS-CB-IND             PIC 9(01) VALUE ZEROS.

      *    Ordem corrente.
       77 WS-MOTIVO-RECUSA      PIC X(30) VALUE SPACES.
       77 WS-RESTANTE           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-DISPONIVEL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-MOVIDO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-CUMPRIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CPF-JORNAL         PIC X(14) VALUE SPACES.
       77 WS-CONTA-JORNAL       PIC 9(06) VALUE ZEROS.
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

       01  WS-TOTAIS-BLOQJUD.
           05 WS-ORDENS-LIDAS       PIC 9(05) VALUE ZEROS.
           05 WS-ORDENS-RECUSADAS   PIC 9(05) VALUE ZEROS.
           05 WS-TOTAL-BLOQUEADO    PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-LIBERADO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-TRANSFERIDO  PIC 9(13)V99 VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-VALOR-EDITADO-2    PIC Z(10)9.99.
      *    Mesma mascara de CPF dos relatorios; CNPJ sai com os dois
      *    ultimos digitos da raiz e o sufixo de filial.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
           05 WS-MASCARA-3           PIC X(03).
       77  WS-CPF-MASCARADO          PIC X(14) VALUE SPACES.
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
           MOVE "BLOQJUD" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM LER-PARAMETRO-DEPOSITO

           OPEN INPUT SISBAJUD-ENTRADA
           IF ENTRADA-NAO-ACHOU
               DISPLAY "NENHUMA ORDEM SISBAJUD RECEBIDA"
               GOBACK
           END-IF

           PERFORM CARREGAR-ORDENS
           IF WS-ORD-QTD > 5000
               DISPLAY "MAIS DE 5000 ORDENS EM BLOQJUD.ORDENS - "
                   "PASSADA INTERROMPIDA SEM ALTERAR NADA"
               CLOSE SISBAJUD-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OBTER-PROXIMO-SEQUENCIAL

           OPEN I-O LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               OPEN OUTPUT LEDGER-MESTRE
               CLOSE LEDGER-MESTRE
               OPEN I-O LEDGER-MESTRE
           END-IF
           OPEN OUTPUT SISBAJUD-RESPOSTA
           OPEN OUTPUT BLOQJUD-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ORDENS JUDICIAIS SISBAJUD - BLOQJUD  "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           READ SISBAJUD-ENTRADA
               AT END SET ENTRADA-FIM TO TRUE
           END-READ
           PERFORM UNTIL ENTRADA-FIM
               PERFORM TRATAR-ORDEM-RECEBIDA
               READ SISBAJUD-ENTRADA
                   AT END SET ENTRADA-FIM TO TRUE
               END-READ
           END-PERFORM

           PERFORM EMITIR-TOTAIS-RELATORIO
           CLOSE SISBAJUD-ENTRADA
           CLOSE LEDGER-MESTRE
           CLOSE SISBAJUD-RESPOSTA
           CLOSE BLOQJUD-RELATORIO
           PERFORM REGRAVAR-ORDENS
           DISPLAY "ORDENS LIDAS " WS-ORDENS-LIDAS
               ", RECUSADAS " WS-ORDENS-RECUSADAS
               " - RESPOSTA EM SISBAJUD.RESPOSTA"
           GOBACK.

       LER-PARAMETRO-DEPOSITO.
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
               IF WS-PRM-NOME = "CONTA-DEPOSITO-JUDICIAL"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-CONTA-DEPOSITO-JUD EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Uma ordem recebida: cumpre pelo tipo e responde ao juizo.
       TRATAR-ORDEM-RECEBIDA.
           ADD 1 TO WS-ORDENS-LIDAS
           MOVE ZEROS TO WS-VALOR-CUMPRIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM LOCALIZAR-ORDEM
           EVALUATE ENT-TIPO
               WHEN "B"
                   PERFORM REGISTRAR-BLOQUEIO
               WHEN "D"
                   PERFORM BAIXAR-BLOQUEIO-DA-ORDEM
               WHEN "T"
                   PERFORM BAIXAR-BLOQUEIO-DA-ORDEM
               WHEN OTHER
                   MOVE "TIPO DE ORDEM INVALIDO" TO WS-MOTIVO-RECUSA
           END-EVALUATE
           IF WS-MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO WS-ORDENS-RECUSADAS
           END-IF
           PERFORM GRAVAR-RESPOSTA-ORDEM
           PERFORM GRAVAR-LINHA-ORDEM.

      *    A ultima ordem do mesmo processo e CPF - uma reiteracao
      *    depois de liberada entra como ordem nova.
       LOCALIZAR-ORDEM.
           MOVE ZEROS TO WS-ORD-ACHADA
           PERFORM VARYING WS-ORD-IND FROM 1 BY 1
                   UNTIL WS-ORD-IND > WS-ORD-QTD
               MOVE WS-ORD-REG (WS-ORD-IND) TO ORDJUD-REG
               IF ORJ-PROCESSO = ENT-PROCESSO
                   AND ORJ-CPF = ENT-CPF
                   MOVE WS-ORD-IND TO WS-ORD-ACHADA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    TIPO B - BLOQUEIO
      *----------------------------------------------------------------*
      *    Bloqueia o saldo disponivel das contas do CPF, na ordem da
      *    chave, ate o valor ordenado (no maximo 5 contas por ordem).
       REGISTRAR-BLOQUEIO.
           IF WS-ORD-ACHADA > ZEROS
               MOVE WS-ORD-REG (WS-ORD-ACHADA) TO ORDJUD-REG
               IF ORJ-BLOQUEADA
                   MOVE "ORDEM JA REGISTRADA" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ENT-VALOR NOT > ZEROS
               MOVE "VALOR ORDENADO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-ORD-QTD NOT < 5000
               MOVE "CADASTRO DE ORDENS CHEIO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ORDJUD-REG
           MOVE ENT-PROCESSO TO ORJ-PROCESSO
           MOVE ENT-CPF      TO ORJ-CPF
           MOVE WS-DATA-HOJE TO ORJ-DATA-ORDEM
           MOVE ENT-VALOR    TO ORJ-VALOR-ORDENADO
           MOVE ZEROS TO ORJ-VALOR-BLOQUEADO ORJ-VALOR-LIBERADO
               ORJ-VALOR-TRANSF ORJ-QTD-CONTAS
           PERFORM VARYING WS-CB-IND FROM 1 BY 1 UNTIL WS-CB-IND > 5
               MOVE ZEROS TO ORJ-CB-CONTA (WS-CB-IND)
                   ORJ-CB-VALOR (WS-CB-IND)
           END-PERFORM
           MOVE ENT-VALOR TO WS-RESTANTE

           MOVE "N" TO WS-LEDGER-FIM
           MOVE ENT-CPF TO LEDGER-CPF
           MOVE ZEROS   TO LEDGER-CONTA
           START LEDGER-MESTRE KEY IS NOT LESS THAN LEDGER-CHAVE
               INVALID KEY
                   SET LEDGER-FIM TO TRUE
           END-START
           PERFORM UNTIL LEDGER-FIM
               READ LEDGER-MESTRE NEXT RECORD
                   AT END
                       SET LEDGER-FIM TO TRUE
                   NOT AT END
                       IF LEDGER-CPF NOT = ENT-CPF
                           SET LEDGER-FIM TO TRUE
                       ELSE
                           PERFORM BLOQUEAR-NA-CONTA
                       END-IF
               END-READ
           END-PERFORM

           IF ORJ-VALOR-BLOQUEADO > ZEROS
               MOVE "B" TO ORJ-SITUACAO
           ELSE
               MOVE "S" TO ORJ-SITUACAO
           END-IF
           MOVE WS-DATA-HOJE TO ORJ-DATA-SITUACAO
           MOVE WS-OPERADOR  TO ORJ-OPERADOR
           MOVE ORJ-VALOR-BLOQUEADO TO WS-VALOR-CUMPRIDO
           ADD ORJ-VALOR-BLOQUEADO TO WS-TOTAL-BLOQUEADO
           ADD 1 TO WS-ORD-QTD
           MOVE ORDJUD-REG TO WS-ORD-REG (WS-ORD-QTD)
           MOVE WS-ORD-QTD TO WS-ORD-ACHADA.

      *    Conta corrente da varredura: bloqueia o disponivel (saldo
      *    menos o ja bloqueado por outras ordens) ate o que falta.
      *    O saldo nao muda - o journal sai com antes = depois.
       BLOQUEAR-NA-CONTA.
           IF WS-RESTANTE NOT > ZEROS
               OR ORJ-QTD-CONTAS NOT < 5
               SET LEDGER-FIM TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISPONIVEL EQUAL
               LEDGER-SALDO - LEDGER-BLOQUEADO
           END-COMPUTE
           IF WS-DISPONIVEL NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DISPONIVEL < WS-RESTANTE
               MOVE WS-DISPONIVEL TO WS-VALOR-MOVIDO
           ELSE
               MOVE WS-RESTANTE TO WS-VALOR-MOVIDO
           END-IF

           MOVE LEDGER-CPF   TO WS-CPF-JORNAL
           MOVE LEDGER-CONTA TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           MOVE LEDGER-SALDO TO WS-SALDO-DEPOIS
           PERFORM GRAVAR-JOURNAL-BLOQUEIO
           ADD WS-VALOR-MOVIDO TO LEDGER-BLOQUEADO
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                       WS-LEDGER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           SUBTRACT WS-VALOR-MOVIDO FROM WS-RESTANTE
           ADD WS-VALOR-MOVIDO TO ORJ-VALOR-BLOQUEADO
           ADD 1 TO ORJ-QTD-CONTAS
           MOVE LEDGER-CONTA    TO ORJ-CB-CONTA (ORJ-QTD-CONTAS)
           MOVE WS-VALOR-MOVIDO TO ORJ-CB-VALOR (ORJ-QTD-CONTAS).

      *----------------------------------------------------------------*
      *    TIPOS D E T - DESBLOQUEIO E TRANSFERENCIA AO JUIZO
      *----------------------------------------------------------------*
      *    Baixa o bloqueio da ordem conta a conta, ate o valor pedido
      *    (zero = tudo). Na transferencia o valor tambem sai do saldo
      *    do cliente e entra na conta de depositos judiciais.
       BAIXAR-BLOQUEIO-DA-ORDEM.
           IF WS-ORD-ACHADA = ZEROS
               MOVE "ORDEM NAO LOCALIZADA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORD-REG (WS-ORD-ACHADA) TO ORDJUD-REG
           IF NOT ORJ-BLOQUEADA
               MOVE "ORDEM SEM VALOR BLOQUEADO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF ENT-VALOR > ZEROS
               AND ENT-VALOR < ORJ-VALOR-BLOQUEADO
               MOVE ENT-VALOR TO WS-RESTANTE
           ELSE
               MOVE ORJ-VALOR-BLOQUEADO TO WS-RESTANTE
           END-IF

           PERFORM VARYING WS-CB-IND FROM 1 BY 1
                   UNTIL WS-CB-IND > ORJ-QTD-CONTAS
                      OR WS-RESTANTE NOT > ZEROS
               PERFORM BAIXAR-BLOQUEIO-NA-CONTA
           END-PERFORM

           IF ORJ-VALOR-BLOQUEADO = ZEROS
               IF ORJ-VALOR-TRANSF > ZEROS
                   MOVE "T" TO ORJ-SITUACAO
               ELSE
                   MOVE "L" TO ORJ-SITUACAO
               END-IF
           END-IF
           MOVE WS-DATA-HOJE TO ORJ-DATA-SITUACAO
           MOVE WS-OPERADOR  TO ORJ-OPERADOR
           MOVE ORDJUD-REG TO WS-ORD-REG (WS-ORD-ACHADA).

       BAIXAR-BLOQUEIO-NA-CONTA.
           IF ORJ-CB-VALOR (WS-CB-IND) NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ORJ-CPF                  TO LEDGER-CPF
           MOVE ORJ-CB-CONTA (WS-CB-IND) TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   DISPLAY "CONTA " ORJ-CB-CONTA (WS-CB-IND)
                       " DA ORDEM " ORJ-PROCESSO " FORA DO LEDGER"
                   EXIT PARAGRAPH
           END-READ

      *    O menor entre o bloqueado da ordem nesta conta, o que falta
      *    baixar e o bloqueado do ledger; na transferencia, tambem
      *    limitado ao saldo que a conta tem.
           MOVE ORJ-CB-VALOR (WS-CB-IND) TO WS-VALOR-MOVIDO
           IF WS-RESTANTE < WS-VALOR-MOVIDO
               MOVE WS-RESTANTE TO WS-VALOR-MOVIDO
           END-IF
           IF LEDGER-BLOQUEADO < WS-VALOR-MOVIDO
               MOVE LEDGER-BLOQUEADO TO WS-VALOR-MOVIDO
           END-IF
           IF ENT-TIPO = "T"
               AND LEDGER-SALDO < WS-VALOR-MOVIDO
               MOVE LEDGER-SALDO TO WS-VALOR-MOVIDO
           END-IF
           IF WS-VALOR-MOVIDO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE LEDGER-CPF   TO WS-CPF-JORNAL
           MOVE LEDGER-CONTA TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           MOVE LEDGER-SALDO TO WS-SALDO-DEPOIS
           IF ENT-TIPO = "T"
               SUBTRACT WS-VALOR-MOVIDO FROM WS-SALDO-DEPOIS
           END-IF
           PERFORM GRAVAR-JOURNAL-BLOQUEIO
           SUBTRACT WS-VALOR-MOVIDO FROM LEDGER-BLOQUEADO
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                       WS-LEDGER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           SUBTRACT WS-VALOR-MOVIDO FROM ORJ-CB-VALOR (WS-CB-IND)
           SUBTRACT WS-VALOR-MOVIDO FROM WS-RESTANTE
           SUBTRACT WS-VALOR-MOVIDO FROM ORJ-VALOR-BLOQUEADO
           ADD WS-VALOR-MOVIDO TO WS-VALOR-CUMPRIDO
           IF ENT-TIPO = "T"
               ADD WS-VALOR-MOVIDO TO ORJ-VALOR-TRANSF
               ADD WS-VALOR-MOVIDO TO WS-TOTAL-TRANSFERIDO
               PERFORM CREDITAR-DEPOSITO-JUDICIAL
           ELSE
               ADD WS-VALOR-MOVIDO TO ORJ-VALOR-LIBERADO
               ADD WS-VALOR-MOVIDO TO WS-TOTAL-LIBERADO
           END-IF.

      *    Perna de credito da transferencia: a conta de depositos
      *    judiciais e aberta no ledger na primeira transferencia.
       CREDITAR-DEPOSITO-JUDICIAL.
           MOVE WS-CPF-DEPOSITO-JUD   TO LEDGER-CPF
           MOVE WS-CONTA-DEPOSITO-JUD TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE WS-CPF-DEPOSITO-JUD   TO WS-CPF-JORNAL
           MOVE WS-CONTA-DEPOSITO-JUD TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           MOVE LEDGER-SALDO TO WS-SALDO-DEPOIS
           ADD WS-VALOR-MOVIDO TO WS-SALDO-DEPOIS
           PERFORM GRAVAR-JOURNAL-BLOQUEIO
           MOVE WS-CPF-DEPOSITO-JUD   TO LEDGER-CPF
           MOVE WS-CONTA-DEPOSITO-JUD TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS       TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE.

       GRAVAR-JOURNAL-BLOQUEIO.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL   TO JRN-SEQUENCIAL
           MOVE WS-CPF-JORNAL   TO JRN-CPF
           MOVE WS-CONTA-JORNAL TO JRN-CONTA
           MOVE WS-SALDO-ANTES  TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE    TO JRN-DATA
           MOVE WS-HORA-AGORA   TO JRN-HORA
           MOVE ZEROS           TO JRN-DATA-VALOR
           MOVE SPACES          TO JRN-AGENCIA
           MOVE SPACES          TO JRN-REPRESENTANTE
           MOVE SPACES          TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

      *----------------------------------------------------------------*
      *    RESPOSTA AO JUIZO E RELATORIO
      *----------------------------------------------------------------*
       GRAVAR-RESPOSTA-ORDEM.
           MOVE SPACES TO RESPOSTA-REG
           MOVE ENT-PROCESSO      TO RSP-PROCESSO
           MOVE ENT-CPF           TO RSP-CPF
           MOVE ENT-TIPO          TO RSP-TIPO
           MOVE WS-VALOR-CUMPRIDO TO RSP-VALOR-CUMPRIDO
           MOVE WS-DATA-HOJE      TO RSP-DATA
           IF WS-MOTIVO-RECUSA NOT = SPACES
               MOVE ENT-VALOR        TO RSP-VALOR-ORDENADO
               MOVE ZEROS            TO RSP-VALOR-BLOQUEADO
               MOVE "R"              TO RSP-SITUACAO
               MOVE WS-MOTIVO-RECUSA TO RSP-MOTIVO
           ELSE
               MOVE WS-ORD-REG (WS-ORD-ACHADA) TO ORDJUD-REG
               MOVE ORJ-VALOR-ORDENADO  TO RSP-VALOR-ORDENADO
               MOVE ORJ-VALOR-BLOQUEADO TO RSP-VALOR-BLOQUEADO
               MOVE ORJ-SITUACAO        TO RSP-SITUACAO
           END-IF
           WRITE RESPOSTA-REG.

       GRAVAR-LINHA-ORDEM.
           MOVE ENT-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  WS-MASCARA-3  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE ENT-VALOR TO WS-VALOR-EDITADO
           MOVE WS-VALOR-CUMPRIDO TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           IF WS-MOTIVO-RECUSA NOT = SPACES
               STRING ENT-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-PROCESSO DELIMITED BY SIZE
                   " CPF " DELIMITED BY SIZE
                   WS-CPF-MASCARADO DELIMITED BY SIZE
                   " RECUSADA - " DELIMITED BY SIZE
                   WS-MOTIVO-RECUSA DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
           ELSE
               STRING ENT-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-PROCESSO DELIMITED BY SIZE
                   " CPF " DELIMITED BY SIZE
                   WS-CPF-MASCARADO DELIMITED BY SIZE
                   " PEDIDO " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   " CUMPRIDO " DELIMITED BY SIZE
                   WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                   " SIT " DELIMITED BY SIZE
                   ORJ-SITUACAO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

       EMITIR-TOTAIS-RELATORIO.
           MOVE WS-TOTAL-BLOQUEADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ORDENS LIDAS " DELIMITED BY SIZE
               WS-ORDENS-LIDAS DELIMITED BY SIZE
               " RECUSADAS " DELIMITED BY SIZE
               WS-ORDENS-RECUSADAS DELIMITED BY SIZE
               " BLOQUEADO " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LIBERADO TO WS-VALOR-EDITADO
           MOVE WS-TOTAL-TRANSFERIDO TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           STRING "LIBERADO " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " TRANSFERIDO AO JUIZO " DELIMITED BY SIZE
               WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *----------------------------------------------------------------*
      *    ROTINAS COMUNS
      *----------------------------------------------------------------*
      *    Carga do cadastro de ordens. Mais de 5000 registros deixa
      *    WS-ORD-QTD acima do limite e o chamador para sem regravar.
       CARREGAR-ORDENS.
           MOVE ZEROS TO WS-ORD-QTD
           OPEN INPUT ORDENS-ARQ
           IF ORDENS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ ORDENS-ARQ
               AT END SET ORDENS-FIM TO TRUE
           END-READ
           PERFORM UNTIL ORDENS-FIM
               ADD 1 TO WS-ORD-QTD
               IF WS-ORD-QTD > 5000
                   SET ORDENS-FIM TO TRUE
               ELSE
                   MOVE ORDJUD-REG TO WS-ORD-REG (WS-ORD-QTD)
                   READ ORDENS-ARQ
                       AT END SET ORDENS-FIM TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ORDENS-ARQ.

       REGRAVAR-ORDENS.
           OPEN OUTPUT ORDENS-ARQ
           PERFORM VARYING WS-ORD-IND FROM 1 BY 1
                   UNTIL WS-ORD-IND > WS-ORD-QTD
               MOVE WS-ORD-REG (WS-ORD-IND) TO ORDJUD-REG
               WRITE ORDJUD-REG
           END-PERFORM
           CLOSE ORDENS-ARQ.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL.
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
