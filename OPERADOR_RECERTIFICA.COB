      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. OPRECERT.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Recertificacao trimestral do acesso dos operadores e       <*
      *>   relatorio de segregacao de funcoes. Para cada operador de  <*
      *>   data/OPERADOR.DAT lista em RECERT.REL o nivel, a ultima    <*
      *>   assinatura no menu (OPERADOR.ACESSO, gravado pelo          <*
      *>   CADMENU), o ultimo uso e os programas usados de fato,      <*
      *>   apurados em CONSULTA.AUD, CADCLI.CHGLOG e OPERACOES.LOG,   <*
      *>   com o espaco para o gestor confirmar ou revogar. As        <*
      *>   respostas voltam em RECERT.DECISAO (operador, C ou R,      <*
      *>   gestor nivel 3 que nao seja o proprio) e valem na          <*
      *>   execucao seguinte.                                         <*
      *>   Suspensao: revogado pelo gestor, ou sem uso ha mais dias   <*
      *>   que RECERT-DIAS-INATIVO de data/PARAMRUN.CTL (default 90)  <*
      *>   e nao confirmado, fica com nivel 0 no cadastro - o menu    <*
      *>   recusa a assinatura e nenhuma conferencia de supervisor o  <*
      *>   aceita. O nivel anterior fica em OPERADOR.SUSPENSO para o  <*
      *>   gestor restabelecer; cada suspensao sai no OPERACOES.LOG.  <*
      *>   Operador sem uso em trilha nenhuma e listado, mas nao e    <*
      *>   suspenso.                                                  <*
      *>   Segregacao (SEGREGACAO.REL): o operador que incluiu ou     <*
      *>   alterou um cliente (CADCLI.CHGLOG) e depois lancou para    <*
      *>   ele (digitacao online na transmissao bruta), aprovou a     <*
      *>   revisao de limite dele ou pediu/aprovou prorrogacao ou     <*
      *>   dispensa de encargos dele (PRORROGA.DAT). RC 4 quando      <*
      *>   houve suspensao ou conflito; RC 8 sem cadastro de          <*
      *>   operadores.                                                <*
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
      *    Cadastro de operadores: identificacao, nome e nivel de
      *    autorizacao (0=suspenso 1=consulta 2=cadastro
      *    3=manutencao/jobs) - regravado quando alguem e suspenso.
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
      *    Assinaturas de sessao aceitas pelo menu (CADMENU).
           SELECT OPERADOR-ACESSO ASSIGN TO "OPERADOR.ACESSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSO-STATUS.
      *    Decisoes dos gestores sobre a lista da recertificacao
      *    anterior: C = confirma o acesso, R = revoga.
           SELECT RECERT-DECISAO ASSIGN TO "RECERT.DECISAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISAO-STATUS.
      *    Trilhas de uso: consultas (CADCONS, TRNENTRY, RECLAMA),
      *    mudancas do cadastro mestre e log de operacoes.
           SELECT CONSULTA-AUD ASSIGN TO "CONSULTA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSAUD-STATUS.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
      *    Lancamentos digitados online (carimbo do operador) e
      *    acordos de prorrogacao/dispensa de encargos - so leitura,
      *    para a segregacao de funcoes.
           SELECT TRANS-ARQUIVO ASSIGN TO "data/LACO_TRANSACOES.BRUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PRORROGA-ARQ ASSIGN TO "PRORROGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRORROGA-STATUS.
      *    Parametros de execucao (dias sem uso para suspender).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Historico das suspensoes, com o nivel anterior para o
      *    gestor restabelecer o acesso.
           SELECT OPERADOR-SUSPENSO ASSIGN TO "OPERADOR.SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.
      *    Lista da recertificacao e relatorio de segregacao.
           SELECT RECERT-RELATORIO ASSIGN TO "RECERT.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT SOD-RELATORIO ASSIGN TO "SEGREGACAO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  OPERADOR-ARQ.
       01  OPERADOR-REG.
           02 OPE-ID              PIC X(08).
           02 OPE-NOME            PIC X(30).
           02 OPE-NIVEL           PIC 9(01).

       FD  OPERADOR-ACESSO.
       01  ACESSO-REG.
           02 ACS-OPERADOR        PIC X(08).
           02 ACS-DATA            PIC 9(08).
           02 ACS-HORA            PIC 9(08).

       FD  RECERT-DECISAO.
       01  DECISAO-REG.
           02 DEC-OPERADOR        PIC X(08).
           02 DEC-DECISAO         PIC X(01).
              88 DEC-CONFIRMA         VALUE "C".
              88 DEC-REVOGA           VALUE "R".
           02 DEC-GESTOR          PIC X(08).

       FD  CONSULTA-AUD.
       01  CONSAUD-LINHA          PIC X(200).

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100).

       FD  TRANS-ARQUIVO.
       01  TRN-ARQ-LINHA.
           05 TRN-TIPO                PIC X(01).
           05 TRN-CORPO               PIC X(78).
       01  TRN-DETALHE REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRN-CPF                 PIC X(11).
           05 TRN-NUMERO              PIC 9(06).
           05 TRN-VALOR               PIC 9(09)V99.
           05 TRN-CONTA               PIC 9(06).
           05 TRN-DATA-VALOR          PIC 9(08).
           05 TRN-OPERADOR            PIC X(08).
           05 TRN-DATA-DIGIT          PIC 9(08).
           05 TRN-HORA-DIGIT          PIC 9(08).
           05 TRN-REPRESENTANTE       PIC X(11).

       FD  PRORROGA-ARQ.
      *    Layout compartilhado do acordo - ver copybooks/PRORREC.CPY.
           COPY PRORREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).

       FD  OPERADOR-SUSPENSO.
       01  SUSPENSO-REG.
           02 SUS-OPERADOR        PIC X(08).
           02 SUS-NIVEL-ANTERIOR  PIC 9(01).
           02 SUS-DATA            PIC 9(08).
      *    INATIVO = sem uso ha mais dias que o parametro;
      *    REVOGADO = decisao do gestor na recertificacao.
           02 SUS-MOTIVO          PIC X(08).
           02 SUS-DIAS-SEM-USO    PIC 9(05).
           02 SUS-GESTOR          PIC X(08).

       FD  RECERT-RELATORIO.
       01  REL-LINHA              PIC X(132) VALUE SPACES.

       FD  SOD-RELATORIO.
       01  SOD-LINHA              PIC X(132) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-OPERADOR-STATUS    PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU    VALUE "35".
       77 WS-ACESSO-STATUS      PIC X(02) VALUE "00".
           88 ACESSO-NAO-ACHOU      VALUE "35".
       77 WS-DECISAO-STATUS     PIC X(02) VALUE "00".
           88 DECISAO-NAO-ACHOU     VALUE "35".
       77 WS-CONSAUD-STATUS     PIC X(02) VALUE "00".
           88 CONSAUD-NAO-ACHOU     VALUE "35".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-TRANS-STATUS       PIC X(02) VALUE "00".
           88 TRANS-NAO-ACHOU       VALUE "35".
       77 WS-PRORROGA-STATUS    PIC X(02) VALUE "00".
           88 PRORROGA-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-SUSPENSO-STATUS    PIC X(02) VALUE "00".
           88 SUSPENSO-NAO-ACHOU    VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQ-FIM            PIC X(01) VALUE "N".
           88 ARQ-FIM               VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.

      *    Dias corridos sem assinatura nem uso registrado a partir
      *    dos quais o operador e suspenso. Default 90, trocado por
      *    RECERT-DIAS-INATIVO de data/PARAMRUN.CTL.
       77 WS-DIAS-INATIVO       PIC 9(05) VALUE 90.

      *    Operadores do cadastro, com o uso apurado nas trilhas e a
      *    decisao do gestor.
       01  WS-TABELA-OPERADORES.
           05 WS-OPE-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-OPE-ITEM OCCURS 200 TIMES.
              10 WS-OPE-ID          PIC X(08).
              10 WS-OPE-NOME        PIC X(30).
              10 WS-OPE-NIVEL       PIC 9(01).
              10 WS-OPE-ULT-ASSINA  PIC 9(08).
              10 WS-OPE-ULT-USO     PIC 9(08).
              10 WS-OPE-DIAS        PIC 9(05).
              10 WS-OPE-PRG-QTD     PIC 9(02).
              10 WS-OPE-PROGRAMA    PIC X(08) OCCURS 12 TIMES.
              10 WS-OPE-DECISAO     PIC X(01).
              10 WS-OPE-GESTOR      PIC X(08).
              10 WS-OPE-SITUACAO    PIC X(16).
       77 WS-OPE-IND            PIC 9(03) VALUE ZEROS.
       77 WS-OPE-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-GESTOR-ACHADO      PIC 9(03) VALUE ZEROS.
       77 WS-PRG-IND            PIC 9(02) VALUE ZEROS.
       77 WS-PRG-ACHADO         PIC 9(02) VALUE ZEROS.

      *    Uso corrente tirado de uma linha de trilha.
       77 WS-USO-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-USO-PROGRAMA       PIC X(08) VALUE SPACES.
       77 WS-USO-DATA           PIC X(08) VALUE SPACES.
       77 WS-PARTE-1            PIC X(200) VALUE SPACES.
       77 WS-PARTE-2            PIC X(200) VALUE SPACES.

      *    Primeira inclusao/alteracao de cada cliente por operador
      *    (CADCLI.CHGLOG), para o cruzamento da segregacao.
       01  WS-TABELA-ALTERACOES.
           05 WS-ALT-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ALT-ITEM OCCURS 3000 TIMES.
              10 WS-ALT-OPERADOR    PIC X(08).
              10 WS-ALT-CPF         PIC X(14).
              10 WS-ALT-MOMENTO     PIC 9(16).
              10 WS-ALT-PROGRAMA    PIC X(08).
       77 WS-ALT-IND            PIC 9(04) VALUE ZEROS.
       77 WS-ALT-ACHADO         PIC 9(04) VALUE ZEROS.
       77 WS-ALT-CHEIA          PIC X(01) VALUE "N".

      *    Data e hora juntas, para comparar a ordem dos eventos.
       01  WS-MOMENTO.
           05 WS-MOM-DATA           PIC 9(08).
           05 WS-MOM-HORA           PIC 9(08).
       01  WS-MOMENTO-NUM REDEFINES WS-MOMENTO PIC 9(16).

      *    Acao conferida contra as alteracoes do mesmo operador.
       77 WS-SOD-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-SOD-CPF            PIC X(14) VALUE SPACES.
       77 WS-SOD-ACAO           PIC X(15) VALUE SPACES.
       77 WS-SOD-REF            PIC X(10) VALUE SPACES.
       77 WS-QTD-CONFLITOS      PIC 9(05) VALUE ZEROS.

       77 WS-QTD-SUSPENSOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-USO        PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-SUSPENSAO   PIC X(08) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(132) VALUE SPACES.
       77 WS-REL-PONTEIRO       PIC 9(03) VALUE ZEROS.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           PERFORM LER-PARAMETROS-RECERT

           PERFORM CARREGAR-OPERADORES
           IF WS-OPE-QTD = ZEROS
               DISPLAY "OPRECERT - CADASTRO DE OPERADORES VAZIO OU "
                   "AUSENTE: data/OPERADOR.DAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LER-ASSINATURAS
           PERFORM LER-TRILHA-CONSULTAS
           PERFORM LER-LOG-MUDANCAS
           PERFORM LER-LOG-OPERACOES
           PERFORM LER-DECISOES-GESTOR

           PERFORM AVALIAR-OPERADORES
           IF WS-QTD-SUSPENSOS > ZEROS
               PERFORM REGRAVAR-CADASTRO-OPERADORES
           END-IF
           PERFORM EMITIR-RECERTIFICACAO

           PERFORM CONFERIR-SEGREGACAO

           DISPLAY "OPRECERT - RECERTIFICACAO EM RECERT.REL, "
               "SEGREGACAO EM SEGREGACAO.REL"
           DISPLAY "  OPERADORES.....: " WS-OPE-QTD
           DISPLAY "  SUSPENSOS AGORA: " WS-QTD-SUSPENSOS
           DISPLAY "  SEM USO REGIST.: " WS-QTD-SEM-USO
           DISPLAY "  CONFLITOS SOD..: " WS-QTD-CONFLITOS
           IF WS-QTD-CONFLITOS > ZEROS OR WS-QTD-SUSPENSOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Parametro RECERT-DIAS-INATIVO.
       LER-PARAMETROS-RECERT.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PARAMRUN-CTL
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE SPACES TO WS-PRM-NOME WS-PRM-VALOR
               UNSTRING PARAMRUN-LINHA DELIMITED BY "="
                   INTO WS-PRM-NOME WS-PRM-VALOR
               END-UNSTRING
               IF WS-PRM-NOME = "RECERT-DIAS-INATIVO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-DIAS-INATIVO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       CARREGAR-OPERADORES.
           INITIALIZE WS-TABELA-OPERADORES
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT OPERADOR-ARQ
           IF OPERADOR-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ OPERADOR-ARQ
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               IF OPE-ID NOT = SPACES AND WS-OPE-QTD < 200
                   ADD 1 TO WS-OPE-QTD
                   MOVE OPE-ID    TO WS-OPE-ID (WS-OPE-QTD)
                   MOVE OPE-NOME  TO WS-OPE-NOME (WS-OPE-QTD)
                   MOVE OPE-NIVEL TO WS-OPE-NIVEL (WS-OPE-QTD)
               END-IF
               READ OPERADOR-ARQ
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERADOR-ARQ.

      *    Posicao do operador WS-USO-OPERADOR na tabela (zero =
      *    nao cadastrado, por exemplo BATCH).
       LOCALIZAR-OPERADOR-TABELA.
           MOVE ZEROS TO WS-OPE-ACHADO
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPE-QTD
                      OR WS-OPE-ACHADO > ZEROS
               IF WS-OPE-ID (WS-OPE-IND) = WS-USO-OPERADOR
                   MOVE WS-OPE-IND TO WS-OPE-ACHADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    USO DE CADA OPERADOR
      *----------------------------------------------------------------*
       LER-ASSINATURAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT OPERADOR-ACESSO
           IF ACESSO-NAO-ACHOU
               DISPLAY "OPERADOR.ACESSO NAO ENCONTRADO - SEM "
                   "ASSINATURAS REGISTRADAS"
               EXIT PARAGRAPH
           END-IF
           READ OPERADOR-ACESSO
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE ACS-OPERADOR TO WS-USO-OPERADOR
               PERFORM LOCALIZAR-OPERADOR-TABELA
               IF WS-OPE-ACHADO > ZEROS AND ACS-DATA IS NUMERIC
                   IF ACS-DATA > WS-OPE-ULT-ASSINA (WS-OPE-ACHADO)
                       MOVE ACS-DATA
                           TO WS-OPE-ULT-ASSINA (WS-OPE-ACHADO)
                   END-IF
                   IF ACS-DATA > WS-OPE-ULT-USO (WS-OPE-ACHADO)
                       MOVE ACS-DATA TO WS-OPE-ULT-USO (WS-OPE-ACHADO)
                   END-IF
               END-IF
               READ OPERADOR-ACESSO
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERADOR-ACESSO.

      *    Linhas "PROGRAMA=xxxxxxxx OPERADOR=xxxxxxxx ... DATA=".
       LER-TRILHA-CONSULTAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CONSULTA-AUD
           IF CONSAUD-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CONSULTA-AUD
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE SPACES TO WS-PARTE-1 WS-PARTE-2
               UNSTRING CONSAUD-LINHA DELIMITED BY " OPERADOR="
                   INTO WS-PARTE-1 WS-PARTE-2
               END-UNSTRING
               IF WS-PARTE-2 NOT = SPACES
                   AND WS-PARTE-1 (1 : 9) = "PROGRAMA="
                   MOVE WS-PARTE-1 (10 : 8) TO WS-USO-PROGRAMA
                   MOVE WS-PARTE-2 (1 : 8)  TO WS-USO-OPERADOR
                   MOVE SPACES TO WS-PARTE-1 WS-PARTE-2
                   UNSTRING CONSAUD-LINHA DELIMITED BY " DATA="
                       INTO WS-PARTE-1 WS-PARTE-2
                   END-UNSTRING
                   MOVE WS-PARTE-2 (1 : 8) TO WS-USO-DATA
                   PERFORM REGISTRAR-USO-OPERADOR
               END-IF
               READ CONSULTA-AUD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONSULTA-AUD.

      *    Cada gravacao no mestre conta como uso do programa; as
      *    inclusoes e alteracoes (nao as revisoes de limite, que
      *    sao aprovacao) alimentam a tabela da segregacao.
       LER-LOG-MUDANCAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-CHGLOG
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE CHG-OPERADOR TO WS-USO-OPERADOR
               MOVE CHG-PROGRAMA TO WS-USO-PROGRAMA
               MOVE CHG-DATA     TO WS-USO-DATA
               PERFORM REGISTRAR-USO-OPERADOR
               IF CHG-ACAO NOT = "LIMITE-REV"
                   AND CHG-OPERADOR NOT = SPACES
                   AND CHG-OPERADOR NOT = "BATCH"
                   PERFORM GUARDAR-ALTERACAO-CLIENTE
               END-IF
               READ CADCLI-CHGLOG
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-CHGLOG.

      *    Linhas "JOB=xxxxxxxx ... SUPERVISOR=|OPERADOR=... DATA=" -
      *    so as que identificam quem estava no teclado.
       LER-LOG-OPERACOES.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ OPERACOES-LOG
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE SPACES TO WS-PARTE-1 WS-PARTE-2
               UNSTRING OPLOG-LINHA
                   DELIMITED BY " SUPERVISOR=" OR " OPERADOR="
                   INTO WS-PARTE-1 WS-PARTE-2
               END-UNSTRING
               IF WS-PARTE-2 NOT = SPACES
                   AND OPLOG-LINHA (1 : 4) = "JOB="
                   MOVE OPLOG-LINHA (5 : 8) TO WS-USO-PROGRAMA
                   MOVE WS-PARTE-2 (1 : 8)  TO WS-USO-OPERADOR
                   MOVE SPACES TO WS-PARTE-1 WS-PARTE-2
                   UNSTRING OPLOG-LINHA DELIMITED BY " DATA="
                       INTO WS-PARTE-1 WS-PARTE-2
                   END-UNSTRING
                   MOVE WS-PARTE-2 (1 : 8) TO WS-USO-DATA
                   PERFORM REGISTRAR-USO-OPERADOR
               END-IF
               READ OPERACOES-LOG
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERACOES-LOG.

      *    Acumula o programa usado (ate 12 distintos por operador)
      *    e a data do uso mais recente.
       REGISTRAR-USO-OPERADOR.
           PERFORM LOCALIZAR-OPERADOR-TABELA
           IF WS-OPE-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-USO-DATA IS NUMERIC
               IF WS-USO-DATA > WS-OPE-ULT-USO (WS-OPE-ACHADO)
                   MOVE WS-USO-DATA TO WS-OPE-ULT-USO (WS-OPE-ACHADO)
               END-IF
           END-IF
           IF WS-USO-PROGRAMA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PRG-ACHADO
           PERFORM VARYING WS-PRG-IND FROM 1 BY 1
                   UNTIL WS-PRG-IND > WS-OPE-PRG-QTD (WS-OPE-ACHADO)
                      OR WS-PRG-ACHADO > ZEROS
               IF WS-OPE-PROGRAMA (WS-OPE-ACHADO WS-PRG-IND)
                   = WS-USO-PROGRAMA
                   MOVE WS-PRG-IND TO WS-PRG-ACHADO
               END-IF
           END-PERFORM
           IF WS-PRG-ACHADO = ZEROS
               AND WS-OPE-PRG-QTD (WS-OPE-ACHADO) < 12
               ADD 1 TO WS-OPE-PRG-QTD (WS-OPE-ACHADO)
               MOVE WS-USO-PROGRAMA TO WS-OPE-PROGRAMA
                   (WS-OPE-ACHADO WS-OPE-PRG-QTD (WS-OPE-ACHADO))
           END-IF.

      *    Guarda so a primeira alteracao de cada par operador +
      *    cliente - e contra ela que as acoes posteriores sao
      *    conferidas.
       GUARDAR-ALTERACAO-CLIENTE.
           MOVE CHG-DATA TO WS-MOM-DATA
           MOVE CHG-HORA TO WS-MOM-HORA
           IF WS-MOMENTO IS NOT NUMERIC
               MOVE ZEROS TO WS-MOM-HORA
           END-IF
           MOVE ZEROS TO WS-ALT-ACHADO
           PERFORM VARYING WS-ALT-IND FROM 1 BY 1
                   UNTIL WS-ALT-IND > WS-ALT-QTD
                      OR WS-ALT-ACHADO > ZEROS
               IF WS-ALT-OPERADOR (WS-ALT-IND) = CHG-OPERADOR
                   AND WS-ALT-CPF (WS-ALT-IND) = CHG-CPF
                   MOVE WS-ALT-IND TO WS-ALT-ACHADO
               END-IF
           END-PERFORM
           IF WS-ALT-ACHADO > ZEROS
               IF WS-MOMENTO-NUM < WS-ALT-MOMENTO (WS-ALT-ACHADO)
                   MOVE WS-MOMENTO-NUM
                       TO WS-ALT-MOMENTO (WS-ALT-ACHADO)
                   MOVE CHG-PROGRAMA
                       TO WS-ALT-PROGRAMA (WS-ALT-ACHADO)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ALT-QTD < 3000
               ADD 1 TO WS-ALT-QTD
               MOVE CHG-OPERADOR   TO WS-ALT-OPERADOR (WS-ALT-QTD)
               MOVE CHG-CPF        TO WS-ALT-CPF (WS-ALT-QTD)
               MOVE WS-MOMENTO-NUM TO WS-ALT-MOMENTO (WS-ALT-QTD)
               MOVE CHG-PROGRAMA   TO WS-ALT-PROGRAMA (WS-ALT-QTD)
           ELSE
               MOVE "S" TO WS-ALT-CHEIA
           END-IF.

      *----------------------------------------------------------------*
      *    DECISOES DOS GESTORES E SUSPENSAO
      *----------------------------------------------------------------*
      *    Vale so a decisao de um supervisor (nivel 3) ativo que
      *    nao seja o proprio operador; a ultima linha prevalece.
       LER-DECISOES-GESTOR.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT RECERT-DECISAO
           IF DECISAO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ RECERT-DECISAO
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE DEC-GESTOR TO WS-USO-OPERADOR
               PERFORM LOCALIZAR-OPERADOR-TABELA
               MOVE WS-OPE-ACHADO TO WS-GESTOR-ACHADO
               MOVE DEC-OPERADOR TO WS-USO-OPERADOR
               PERFORM LOCALIZAR-OPERADOR-TABELA
               EVALUATE TRUE
                   WHEN WS-OPE-ACHADO = ZEROS
                       DISPLAY "DECISAO IGNORADA - OPERADOR NAO "
                           "CADASTRADO: " DEC-OPERADOR
                   WHEN NOT DEC-CONFIRMA AND NOT DEC-REVOGA
                       DISPLAY "DECISAO IGNORADA - CODIGO INVALIDO ["
                           DEC-DECISAO "] PARA " DEC-OPERADOR
                   WHEN WS-GESTOR-ACHADO = ZEROS
                       DISPLAY "DECISAO IGNORADA - GESTOR NAO "
                           "CADASTRADO: " DEC-GESTOR
                   WHEN WS-OPE-NIVEL (WS-GESTOR-ACHADO) NOT = 3
                       DISPLAY "DECISAO IGNORADA - GESTOR SEM NIVEL "
                           "3: " DEC-GESTOR
                   WHEN DEC-GESTOR = DEC-OPERADOR
                       DISPLAY "DECISAO IGNORADA - GESTOR NAO "
                           "RECERTIFICA O PROPRIO ACESSO: " DEC-GESTOR
                   WHEN OTHER
                       MOVE DEC-DECISAO
                           TO WS-OPE-DECISAO (WS-OPE-ACHADO)
                       MOVE DEC-GESTOR
                           TO WS-OPE-GESTOR (WS-OPE-ACHADO)
               END-EVALUATE
               READ RECERT-DECISAO
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECERT-DECISAO.

      *    Revogado pelo gestor ou sem uso ha mais que o parametro:
      *    nivel zero no cadastro (o menu recusa a assinatura e as
      *    conferencias de supervisor deixam de aceita-lo). Quem o
      *    gestor confirmou fica ativo; quem nao tem uso registrado
      *    em trilha nenhuma vai para a lista, mas nao e suspenso as
      *    cegas.
       AVALIAR-OPERADORES.
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPE-QTD
               MOVE ZEROS TO WS-OPE-DIAS (WS-OPE-IND)
               IF WS-OPE-ULT-USO (WS-OPE-IND) > 16010101
                   AND WS-OPE-ULT-USO (WS-OPE-IND) < WS-DATA-HOJE
                   COMPUTE WS-OPE-DIAS (WS-OPE-IND) EQUAL
                       WS-DIAS-INT-HOJE - FUNCTION INTEGER-OF-DATE
                           (WS-OPE-ULT-USO (WS-OPE-IND))
                   END-COMPUTE
               END-IF
               MOVE SPACES TO WS-MOTIVO-SUSPENSAO
               EVALUATE TRUE
                   WHEN WS-OPE-NIVEL (WS-OPE-IND) = ZEROS
                       MOVE "SUSPENSO" TO WS-OPE-SITUACAO (WS-OPE-IND)
                   WHEN WS-OPE-DECISAO (WS-OPE-IND) = "R"
                       MOVE "REVOGADO" TO WS-MOTIVO-SUSPENSAO
                   WHEN WS-OPE-DECISAO (WS-OPE-IND) = "C"
                       MOVE "CONFIRMADO" TO WS-OPE-SITUACAO (WS-OPE-IND)
                   WHEN WS-OPE-ULT-USO (WS-OPE-IND) = ZEROS
                       MOVE "SEM USO REGISTR."
                           TO WS-OPE-SITUACAO (WS-OPE-IND)
                       ADD 1 TO WS-QTD-SEM-USO
                   WHEN WS-OPE-DIAS (WS-OPE-IND) > WS-DIAS-INATIVO
                       MOVE "INATIVO" TO WS-MOTIVO-SUSPENSAO
                   WHEN OTHER
                       MOVE "ATIVO" TO WS-OPE-SITUACAO (WS-OPE-IND)
               END-EVALUATE
               IF WS-MOTIVO-SUSPENSAO NOT = SPACES
                   PERFORM SUSPENDER-OPERADOR
               END-IF
           END-PERFORM.

       SUSPENDER-OPERADOR.
           OPEN EXTEND OPERADOR-SUSPENSO
           IF SUSPENSO-NAO-ACHOU
               CLOSE OPERADOR-SUSPENSO
               OPEN OUTPUT OPERADOR-SUSPENSO
           END-IF
           MOVE WS-OPE-ID (WS-OPE-IND)     TO SUS-OPERADOR
           MOVE WS-OPE-NIVEL (WS-OPE-IND)  TO SUS-NIVEL-ANTERIOR
           MOVE WS-DATA-HOJE               TO SUS-DATA
           MOVE WS-MOTIVO-SUSPENSAO        TO SUS-MOTIVO
           MOVE WS-OPE-DIAS (WS-OPE-IND)   TO SUS-DIAS-SEM-USO
           MOVE WS-OPE-GESTOR (WS-OPE-IND) TO SUS-GESTOR
           WRITE SUSPENSO-REG
           CLOSE OPERADOR-SUSPENSO

           MOVE ZEROS TO WS-OPE-NIVEL (WS-OPE-IND)
           MOVE SPACES TO WS-OPE-SITUACAO (WS-OPE-IND)
           STRING "SUSPENSO-" DELIMITED BY SIZE
               WS-MOTIVO-SUSPENSAO DELIMITED BY SPACE
               INTO WS-OPE-SITUACAO (WS-OPE-IND)
           END-STRING
           ADD 1 TO WS-QTD-SUSPENSOS
           PERFORM GRAVAR-SUSPENSAO-OPLOG.

      *    Cada suspensao sai no log de operacoes compartilhado.
       GRAVAR-SUSPENSAO-OPLOG.
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=OPRECERT SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO=SUSPENSAO-"         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-SUSPENSAO) DELIMITED BY SIZE
                  " ID="                       DELIMITED BY SIZE
                  WS-OPE-ID (WS-OPE-IND)       DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.

      *    O cadastro volta inteiro, na ordem original, com o nivel
      *    zero dos suspensos.
       REGRAVAR-CADASTRO-OPERADORES.
           OPEN OUTPUT OPERADOR-ARQ
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPE-QTD
               MOVE WS-OPE-ID (WS-OPE-IND)    TO OPE-ID
               MOVE WS-OPE-NOME (WS-OPE-IND)  TO OPE-NOME
               MOVE WS-OPE-NIVEL (WS-OPE-IND) TO OPE-NIVEL
               WRITE OPERADOR-REG
           END-PERFORM
           CLOSE OPERADOR-ARQ.

      *----------------------------------------------------------------*
      *    LISTA DA RECERTIFICACAO
      *----------------------------------------------------------------*
      *    Uma linha por operador e a dos programas usados, com o
      *    espaco para o gestor confirmar ou revogar - a resposta
      *    volta em RECERT.DECISAO para a proxima execucao.
       EMITIR-RECERTIFICACAO.
           OPEN OUTPUT RECERT-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECERTIFICACAO DE ACESSO DOS OPERADORES  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  SUSPENSAO APOS " DELIMITED BY SIZE
               WS-DIAS-INATIVO DELIMITED BY SIZE
               " DIAS SEM USO" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "OPERADOR"  TO WS-REL-LINHA (1 : 8)
           MOVE "NOME"      TO WS-REL-LINHA (10 : 4)
           MOVE "NIV"       TO WS-REL-LINHA (41 : 3)
           MOVE "ULT-ASSIN" TO WS-REL-LINHA (45 : 9)
           MOVE "ULT-USO"   TO WS-REL-LINHA (55 : 7)
           MOVE "DIAS"      TO WS-REL-LINHA (63 : 4)
           MOVE "SITUACAO"  TO WS-REL-LINHA (69 : 8)
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPE-QTD
               PERFORM EMITIR-OPERADOR-RECERT
           END-PERFORM

           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           STRING "OPERADORES=" DELIMITED BY SIZE
               WS-OPE-QTD DELIMITED BY SIZE
               " SUSPENSOS-AGORA=" DELIMITED BY SIZE
               WS-QTD-SUSPENSOS DELIMITED BY SIZE
               " SEM-USO-REGISTRADO=" DELIMITED BY SIZE
               WS-QTD-SEM-USO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           CLOSE RECERT-RELATORIO.

       EMITIR-OPERADOR-RECERT.
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-OPE-ID (WS-OPE-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPE-NOME (WS-OPE-IND) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPE-NIVEL (WS-OPE-IND) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPE-ULT-ASSINA (WS-OPE-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPE-ULT-USO (WS-OPE-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPE-DIAS (WS-OPE-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPE-SITUACAO (WS-OPE-IND) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           IF WS-OPE-GESTOR (WS-OPE-IND) NOT = SPACES
               MOVE "GESTOR " TO WS-REL-LINHA (96 : 7)
               MOVE WS-OPE-GESTOR (WS-OPE-IND)
                   TO WS-REL-LINHA (103 : 8)
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           MOVE "         PROGRAMAS:" TO WS-REL-LINHA (1 : 19)
           MOVE 21 TO WS-REL-PONTEIRO
           IF WS-OPE-PRG-QTD (WS-OPE-IND) = ZEROS
               MOVE "NENHUM REGISTRADO" TO WS-REL-LINHA (21 : 17)
           END-IF
           PERFORM VARYING WS-PRG-IND FROM 1 BY 1
                   UNTIL WS-PRG-IND > WS-OPE-PRG-QTD (WS-OPE-IND)
               STRING WS-OPE-PROGRAMA (WS-OPE-IND WS-PRG-IND)
                   DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-REL-LINHA
                   WITH POINTER WS-REL-PONTEIRO
               END-STRING
           END-PERFORM
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           IF WS-OPE-NIVEL (WS-OPE-IND) > ZEROS
               AND WS-OPE-DECISAO (WS-OPE-IND) = SPACES
               MOVE SPACES TO WS-REL-LINHA
               MOVE "GESTOR: ________  ( ) CONFIRMA  ( ) REVOGA"
                   TO WS-REL-LINHA (10 : 42)
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      *----------------------------------------------------------------*
      *    SEGREGACAO DE FUNCOES
      *----------------------------------------------------------------*
      *    O mesmo operador que incluiu ou alterou o cliente depois
      *    lancou para ele, aprovou a revisao de limite dele ou pediu
      *    ou aprovou a dispensa de encargos dele.
       CONFERIR-SEGREGACAO.
           OPEN OUTPUT SOD-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SEGREGACAO DE FUNCOES - CADASTRO X LANCAMENTO/"
               DELIMITED BY SIZE
               "LIMITE/DISPENSA  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO SOD-LINHA
           WRITE SOD-LINHA
           IF WS-ALT-CHEIA = "S"
               MOVE SPACES TO WS-REL-LINHA
               STRING "AVISO: MAIS DE 3000 PARES OPERADOR/CLIENTE NO "
                   DELIMITED BY SIZE
                   "CADCLI.CHGLOG - OS EXCEDENTES NAO FORAM CRUZADOS"
                   DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO SOD-LINHA
               WRITE SOD-LINHA
           END-IF

           IF WS-ALT-QTD > ZEROS
               PERFORM CRUZAR-LANCAMENTOS
               PERFORM CRUZAR-REVISOES-LIMITE
               PERFORM CRUZAR-DISPENSAS
           END-IF

           MOVE SPACES TO WS-REL-LINHA
           STRING "CONFLITOS SOD=" DELIMITED BY SIZE
               WS-QTD-CONFLITOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO SOD-LINHA
           WRITE SOD-LINHA
           CLOSE SOD-RELATORIO.

      *    Detalhes digitados online na transmissao bruta.
       CRUZAR-LANCAMENTOS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT TRANS-ARQUIVO
           IF TRANS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ TRANS-ARQUIVO
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               IF TRN-TIPO = "D" AND TRN-OPERADOR NOT = SPACES
                   MOVE TRN-OPERADOR   TO WS-SOD-OPERADOR
                   MOVE TRN-CPF        TO WS-SOD-CPF
                   MOVE TRN-DATA-DIGIT TO WS-MOM-DATA
                   MOVE TRN-HORA-DIGIT TO WS-MOM-HORA
                   MOVE "LANCAMENTO"   TO WS-SOD-ACAO
                   MOVE TRN-NUMERO     TO WS-SOD-REF
                   PERFORM CONFERIR-ACAO-SOD
               END-IF
               READ TRANS-ARQUIVO
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANS-ARQUIVO.

      *    Revisoes de limite aprovadas (LIMREV e PENDAPRV gravam o
      *    aprovador em CHG-OPERADOR).
       CRUZAR-REVISOES-LIMITE.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-CHGLOG
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               IF CHG-ACAO = "LIMITE-REV"
                   MOVE CHG-OPERADOR    TO WS-SOD-OPERADOR
                   MOVE CHG-CPF         TO WS-SOD-CPF
                   MOVE CHG-DATA        TO WS-MOM-DATA
                   MOVE CHG-HORA        TO WS-MOM-HORA
                   MOVE "APROVA-LIMITE" TO WS-SOD-ACAO
                   MOVE CHG-PROGRAMA    TO WS-SOD-REF
                   PERFORM CONFERIR-ACAO-SOD
               END-IF
               READ CADCLI-CHGLOG
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-CHGLOG.

      *    Prorrogacoes e dispensas: quem pediu e, acima da alcada,
      *    quem aprovou.
       CRUZAR-DISPENSAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT PRORROGA-ARQ
           IF PRORROGA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PRORROGA-ARQ
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE PRR-CPF        TO WS-SOD-CPF
               MOVE PRR-DATA       TO WS-MOM-DATA
               MOVE PRR-HORA       TO WS-MOM-HORA
               MOVE PRR-FAT-NUMERO TO WS-SOD-REF
               MOVE PRR-OPERADOR   TO WS-SOD-OPERADOR
               MOVE "DISPENSA"     TO WS-SOD-ACAO
               PERFORM CONFERIR-ACAO-SOD
               IF PRR-APROVADOR NOT = SPACES
                   MOVE PRR-APROVADOR     TO WS-SOD-OPERADOR
                   MOVE "APROVA-DISPENSA" TO WS-SOD-ACAO
                   PERFORM CONFERIR-ACAO-SOD
               END-IF
               READ PRORROGA-ARQ
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PRORROGA-ARQ.

      *    Conflito quando o mesmo operador alterou o mesmo cliente
      *    antes (ou no mesmo instante) da acao.
       CONFERIR-ACAO-SOD.
           IF WS-SOD-OPERADOR = SPACES OR WS-SOD-OPERADOR = "BATCH"
               EXIT PARAGRAPH
           END-IF
           IF WS-MOMENTO IS NOT NUMERIC
               MOVE ZEROS TO WS-MOMENTO-NUM
           END-IF
           MOVE ZEROS TO WS-ALT-ACHADO
           PERFORM VARYING WS-ALT-IND FROM 1 BY 1
                   UNTIL WS-ALT-IND > WS-ALT-QTD
                      OR WS-ALT-ACHADO > ZEROS
               IF WS-ALT-OPERADOR (WS-ALT-IND) = WS-SOD-OPERADOR
                   AND WS-ALT-CPF (WS-ALT-IND) = WS-SOD-CPF
                   AND WS-ALT-MOMENTO (WS-ALT-IND)
                       NOT > WS-MOMENTO-NUM
                   MOVE WS-ALT-IND TO WS-ALT-ACHADO
               END-IF
           END-PERFORM
           IF WS-ALT-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CONFLITOS
           MOVE SPACES TO WS-REL-LINHA
           STRING "SOD OPERADOR=" DELIMITED BY SIZE
               WS-SOD-OPERADOR DELIMITED BY SIZE
               " CPF=" DELIMITED BY SIZE
               WS-SOD-CPF DELIMITED BY SIZE
               " ALTERADO=" DELIMITED BY SIZE
               WS-ALT-MOMENTO (WS-ALT-ACHADO) (1 : 8)
                   DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               WS-ALT-PROGRAMA (WS-ALT-ACHADO) DELIMITED BY SIZE
               " ACAO=" DELIMITED BY SIZE
               WS-SOD-ACAO DELIMITED BY SIZE
               " EM=" DELIMITED BY SIZE
               WS-MOM-DATA DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               WS-SOD-REF DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO SOD-LINHA
           WRITE SOD-LINHA.
