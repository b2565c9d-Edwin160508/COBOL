      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECADAST.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Ciclo periodico de recadastramento (KYC). A ultima         <*
      *>   confirmacao dos dados de cada cliente sai do log de        <*
      *>   mudancas CADCLI.CHGLOG (inclusao ou reentrada pelo intake  <*
      *>   VARCOMP/CADLOTE/CADREWK) e do historico CADCLI.HIST        <*
      *>   (confirmacao RECADASTRO ou troca de ENDERECO no CADMANUT). <*
      *>   O ciclo depende da classe de risco: A = PEP ou sancoes     <*
      *>   (RECAD-MESES-ALTO, padrao 12 meses), M = negativado        <*
      *>   (RECAD-MESES-MEDIO, padrao 24), B = demais                 <*
      *>   (RECAD-MESES-BAIXO, padrao 60) - parametros de             <*
      *>   data/PARAMRUN.CTL. Cliente com o ciclo vencido (ou sem     <*
      *>   confirmacao alguma registrada) recebe o prazo              <*
      *>   CADCLI-PRAZO-RECAD = hoje + RECAD-DIAS-PRAZO (padrao 60),  <*
      *>   com historico e log de mudancas (acao PEDRECAD), e entra   <*
      *>   em RECAD.PEDIDOS para o CARTAS emitir o pedido pelo canal  <*
      *>   de entrega do cliente. Prazo vencido sem confirmacao       <*
      *>   bloqueia abertura de conta no CTAABRE ate o CADMANUT       <*
      *>   registrar a confirmacao. Inativos e falecidos ficam fora.  <*
      *>   Relatorio RECAD.REL com os CPFs mascarados.                <*
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
      *    Parametros de execucao (ciclos por classe e prazo).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Mesmo cadastro mestre de clientes do intake.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do mestre - inclusoes e reentradas.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Historico de alteracoes do cadastro mestre - a imagem
      *    ANTERIOR de todo registro regravado.
           SELECT CADCLI-HISTORICO ASSIGN TO "CADCLI.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Pedidos de recadastramento do dia, lidos pelo CARTAS - ver
      *    copybooks/RECADPED.CPY.
           SELECT RECAD-PEDIDOS ASSIGN TO "RECAD.PEDIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
      *    Relatorio do ciclo de recadastramento.
           SELECT RECAD-RELATORIO ASSIGN TO "RECAD.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  CADCLI-HISTORICO.
       01  CADCLI-HIST-REG.
           02 HIST-DATA           PIC 9(08).
           02 HIST-HORA           PIC 9(08).
           02 HIST-PROGRAMA       PIC X(08).
           02 HIST-ACAO           PIC X(10).
           02 HIST-OPERADOR       PIC X(08).
           02 HIST-IMAGEM-ANTES   PIC X(200).

       FD  RECAD-PEDIDOS.
      *    Layout compartilhado do pedido - ver
      *    copybooks/RECADPED.CPY.
           COPY RECADPED.

       FD  RECAD-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-CHGLOG-FIM         PIC X(01) VALUE "N".
           88 CHGLOG-FIM            VALUE "S".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-HISTORICO-FIM      PIC X(01) VALUE "N".
           88 HISTORICO-FIM         VALUE "S".
       77 WS-PEDIDOS-STATUS     PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Ciclo de confirmacao por classe de risco (meses, contados
      *    como 30 dias - mesma conta do DORMENC) e prazo dado ao
      *    cliente para confirmar (dias).
       77 WS-MESES-ALTO         PIC 9(03) VALUE 12.
       77 WS-MESES-MEDIO        PIC 9(03) VALUE 24.
       77 WS-MESES-BAIXO        PIC 9(03) VALUE 60.
       77 WS-DIAS-PRAZO         PIC 9(03) VALUE 60.

       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-ACAO-HISTORICO     PIC X(10) VALUE SPACES.
       77 WS-IMAGEM-ANTES       PIC X(200) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-CONFIRMA  PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-DESDE         PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-CICLO         PIC 9(05) VALUE ZEROS.

      *    Cliente corrente.
       77 WS-CLASSE-RISCO       PIC X(01) VALUE SPACES.
       77 WS-ULTIMA-CONFIRMACAO PIC 9(08) VALUE ZEROS.
       77 WS-CPF-PROCURADO      PIC X(14) VALUE SPACES.
       77 WS-DATA-ACHADA        PIC 9(08) VALUE ZEROS.

      *    Ultima confirmacao por CPF, montada do log de mudancas e
      *    do historico antes da varredura do mestre.
       01  WS-TABELA-CONFIRMACOES.
           05 WS-CNF-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CNF-ITEM OCCURS 5000 TIMES.
              10 WS-CNF-CPF         PIC X(14).
              10 WS-CNF-DATA        PIC 9(08).
       77 WS-CNF-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CNF-ACHOU          PIC X(01) VALUE "N".

       01  WS-TOTAIS-RECADASTRO.
           05 WS-CLIENTES-LIDOS     PIC 9(06) VALUE ZEROS.
           05 WS-PEDIDOS-NOVOS      PIC 9(06) VALUE ZEROS.
           05 WS-PEDIDOS-PENDENTES  PIC 9(06) VALUE ZEROS.
           05 WS-PRAZOS-VENCIDOS    PIC 9(06) VALUE ZEROS.
           05 WS-CLIENTES-EM-DIA    PIC 9(06) VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *    Linhas dos pedidos novos e dos prazos vencidos.
       01  WS-TABELA-DETALHE.
           05 WS-DET-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-DET-LINHA          PIC X(80) OCCURS 500 TIMES.
       77 WS-DET-IND            PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "RECADAST" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE

           PERFORM LER-PARAMETROS-RECADASTRO
           PERFORM CARREGAR-CONFIRMACOES-CHGLOG
           PERFORM CARREGAR-CONFIRMACOES-HIST

           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "ERRO AO ABRIR CADCLI.DAT - STATUS "
                   WS-CADCLI-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT RECAD-PEDIDOS
           MOVE LOW-VALUES TO CADCLI-CPF
           START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
               INVALID KEY
                   SET CADCLI-FIM TO TRUE
           END-START
           PERFORM UNTIL CADCLI-FIM
               READ CADCLI-MESTRE NEXT RECORD
                   AT END
                       SET CADCLI-FIM TO TRUE
                   NOT AT END
                       PERFORM AVALIAR-CICLO-CLIENTE
               END-READ
           END-PERFORM
           CLOSE RECAD-PEDIDOS
           CLOSE CADCLI-MESTRE

           PERFORM EMITIR-RELATORIO-RECADASTRO
           DISPLAY "RECADASTRAMENTO: PEDIDOS NOVOS " WS-PEDIDOS-NOVOS
               " PRAZOS VENCIDOS " WS-PRAZOS-VENCIDOS
           GOBACK.

       LER-PARAMETROS-RECADASTRO.
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
                       WHEN "RECAD-MESES-ALTO"
                           COMPUTE WS-MESES-ALTO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "RECAD-MESES-MEDIO"
                           COMPUTE WS-MESES-MEDIO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "RECAD-MESES-BAIXO"
                           COMPUTE WS-MESES-BAIXO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "RECAD-DIAS-PRAZO"
                           COMPUTE WS-DIAS-PRAZO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Inclusao no mestre ou reentrada dos dados pelo intake: o
      *    cliente apresentou os dados nessa data.
       CARREGAR-CONFIRMACOES-CHGLOG.
           OPEN INPUT CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-CHGLOG
               AT END SET CHGLOG-FIM TO TRUE
           END-READ
           PERFORM UNTIL CHGLOG-FIM
               IF CHG-ACAO = "INCLUSAO"
                   OR CHG-PROGRAMA = "VARCOMP"
                   OR CHG-PROGRAMA = "CADLOTE"
                   OR CHG-PROGRAMA = "CADREWK"
                   MOVE CHG-CPF  TO WS-CPF-PROCURADO
                   MOVE CHG-DATA TO WS-DATA-ACHADA
                   PERFORM ANOTAR-CONFIRMACAO
               END-IF
               READ CADCLI-CHGLOG
                   AT END SET CHGLOG-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-CHGLOG.

      *    Confirmacao registrada no CADMANUT, ou endereco trocado
      *    com o cliente presente; o CPF e o inicio da imagem.
       CARREGAR-CONFIRMACOES-HIST.
           OPEN INPUT CADCLI-HISTORICO
           IF HISTORICO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-HISTORICO
               AT END SET HISTORICO-FIM TO TRUE
           END-READ
           PERFORM UNTIL HISTORICO-FIM
               IF HIST-ACAO = "RECADASTRO" OR HIST-ACAO = "ENDERECO"
                   MOVE HIST-IMAGEM-ANTES (1 : 14) TO WS-CPF-PROCURADO
                   MOVE HIST-DATA TO WS-DATA-ACHADA
                   PERFORM ANOTAR-CONFIRMACAO
               END-IF
               READ CADCLI-HISTORICO
                   AT END SET HISTORICO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-HISTORICO.

      *    Guarda, por CPF, a data de confirmacao mais recente.
       ANOTAR-CONFIRMACAO.
           PERFORM LOCALIZAR-CONFIRMACAO
           IF WS-CNF-ACHOU = "S"
               IF WS-DATA-ACHADA > WS-CNF-DATA (WS-CNF-IND)
                   MOVE WS-DATA-ACHADA TO WS-CNF-DATA (WS-CNF-IND)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CNF-QTD < 5000
               ADD 1 TO WS-CNF-QTD
               MOVE WS-CPF-PROCURADO TO WS-CNF-CPF (WS-CNF-QTD)
               MOVE WS-DATA-ACHADA   TO WS-CNF-DATA (WS-CNF-QTD)
           END-IF.

       LOCALIZAR-CONFIRMACAO.
           MOVE "N" TO WS-CNF-ACHOU
           PERFORM VARYING WS-CNF-IND FROM 1 BY 1
                   UNTIL WS-CNF-IND > WS-CNF-QTD
                      OR WS-CNF-ACHOU = "S"
               IF WS-CNF-CPF (WS-CNF-IND) = WS-CPF-PROCURADO
                   MOVE "S" TO WS-CNF-ACHOU
               END-IF
           END-PERFORM
           IF WS-CNF-ACHOU = "S"
               SUBTRACT 1 FROM WS-CNF-IND
           END-IF.

      *    Classe de risco, ciclo e prazo do cliente corrente.
       AVALIAR-CICLO-CLIENTE.
           IF CADCLI-INATIVO OR CADCLI-FALECIDO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLIENTES-LIDOS
           EVALUATE TRUE
               WHEN CADCLI-LISTA-RESTRITA NOT = SPACES
                   MOVE "A" TO WS-CLASSE-RISCO
                   COMPUTE WS-DIAS-CICLO = WS-MESES-ALTO * 30
               WHEN CADCLI-ESTA-NEGATIVADO
                   MOVE "M" TO WS-CLASSE-RISCO
                   COMPUTE WS-DIAS-CICLO = WS-MESES-MEDIO * 30
               WHEN OTHER
                   MOVE "B" TO WS-CLASSE-RISCO
                   COMPUTE WS-DIAS-CICLO = WS-MESES-BAIXO * 30
           END-EVALUATE

      *    Pedido ja em aberto: so conta, e o vencido vai para o
      *    relatorio - o bloqueio de abertura fica com o CTAABRE.
           IF CADCLI-PRAZO-RECAD > ZEROS
               IF CADCLI-PRAZO-RECAD < WS-DATA-HOJE
                   ADD 1 TO WS-PRAZOS-VENCIDOS
                   MOVE "VENCIDO " TO WS-ACAO-HISTORICO
                   PERFORM ANOTAR-DETALHE
               ELSE
                   ADD 1 TO WS-PEDIDOS-PENDENTES
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Sem confirmacao alguma registrada, o ciclo conta como
      *    vencido - o cadastro anterior aos logs entra no primeiro
      *    pedido.
           MOVE CADCLI-CPF TO WS-CPF-PROCURADO
           PERFORM LOCALIZAR-CONFIRMACAO
           MOVE ZEROS TO WS-ULTIMA-CONFIRMACAO
           IF WS-CNF-ACHOU = "S"
               MOVE WS-CNF-DATA (WS-CNF-IND) TO WS-ULTIMA-CONFIRMACAO
           END-IF
           IF WS-ULTIMA-CONFIRMACAO IS NUMERIC
               AND WS-ULTIMA-CONFIRMACAO > ZEROS
               COMPUTE WS-DIAS-INT-CONFIRMA EQUAL
                   FUNCTION INTEGER-OF-DATE(WS-ULTIMA-CONFIRMACAO)
               END-COMPUTE
               COMPUTE WS-DIAS-DESDE EQUAL
                   WS-DIAS-INT-HOJE - WS-DIAS-INT-CONFIRMA
               END-COMPUTE
               IF WS-DIAS-DESDE NOT GREATER WS-DIAS-CICLO
                   ADD 1 TO WS-CLIENTES-EM-DIA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ABRIR-PEDIDO-RECADASTRO.

      *    Prazo no mestre (com a trilha de sempre) e o pedido para o
      *    CARTAS enviar.
       ABRIR-PEDIDO-RECADASTRO.
           MOVE CADCLI-REC TO WS-IMAGEM-ANTES
           COMPUTE CADCLI-PRAZO-RECAD EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-HOJE
                   + WS-DIAS-PRAZO)
           END-COMPUTE
           MOVE "PEDRECAD" TO WS-ACAO-HISTORICO
           PERFORM REGRAVAR-COM-HISTORICO
           ADD 1 TO WS-PEDIDOS-NOVOS

           MOVE CADCLI-CPF         TO RPD-CPF
           MOVE WS-DATA-HOJE       TO RPD-DATA-PEDIDO
           MOVE CADCLI-PRAZO-RECAD TO RPD-PRAZO
           MOVE WS-CLASSE-RISCO    TO RPD-CLASSE
           WRITE RECAD-PEDIDO-REG
           PERFORM ANOTAR-DETALHE.

       ANOTAR-DETALHE.
           IF WS-DET-QTD NOT < 500
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           ADD 1 TO WS-DET-QTD
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACAO-HISTORICO DELIMITED BY SIZE
               " CLASSE " DELIMITED BY SIZE
               WS-CLASSE-RISCO DELIMITED BY SIZE
               " PRAZO " DELIMITED BY SIZE
               CADCLI-PRAZO-RECAD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CADCLI-NOME (1 : 30) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO WS-DET-LINHA (WS-DET-QTD).

      *    Imagem anterior no historico, REWRITE e linha no log de
      *    mudancas - mesma trilha do CADMANUT.
       REGRAVAR-COM-HISTORICO.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND CADCLI-HISTORICO
           IF HISTORICO-NAO-ACHOU
               CLOSE CADCLI-HISTORICO
               OPEN OUTPUT CADCLI-HISTORICO
           END-IF
           MOVE WS-DATA-HOJE      TO HIST-DATA
           MOVE WS-HORA-AGORA     TO HIST-HORA
           MOVE "RECADAST"        TO HIST-PROGRAMA
           MOVE WS-ACAO-HISTORICO TO HIST-ACAO
           MOVE WS-OPERADOR       TO HIST-OPERADOR
           MOVE WS-IMAGEM-ANTES   TO HIST-IMAGEM-ANTES
           WRITE CADCLI-HIST-REG
           CLOSE CADCLI-HISTORICO

           REWRITE CADCLI-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CADCLI - STATUS "
                       WS-CADCLI-STATUS
           END-REWRITE

           OPEN EXTEND CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               CLOSE CADCLI-CHGLOG
               OPEN OUTPUT CADCLI-CHGLOG
           END-IF
           MOVE CADCLI-CPF        TO CHG-CPF
           MOVE WS-DATA-HOJE      TO CHG-DATA
           MOVE WS-HORA-AGORA     TO CHG-HORA
           MOVE "RECADAST"        TO CHG-PROGRAMA
           MOVE WS-ACAO-HISTORICO TO CHG-ACAO
           MOVE WS-OPERADOR       TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

       EMITIR-RELATORIO-RECADASTRO.
           OPEN OUTPUT RECAD-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "CICLO DE RECADASTRAMENTO - RECADAST  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "CICLOS (MESES) A/M/B.: " DELIMITED BY SIZE
               WS-MESES-ALTO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MESES-MEDIO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MESES-BAIXO DELIMITED BY SIZE
               "   PRAZO (DIAS): " DELIMITED BY SIZE
               WS-DIAS-PRAZO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES AVALIADOS...: " DELIMITED BY SIZE
               WS-CLIENTES-LIDOS DELIMITED BY SIZE
               "   EM DIA: " DELIMITED BY SIZE
               WS-CLIENTES-EM-DIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "PEDIDOS NOVOS........: " DELIMITED BY SIZE
               WS-PEDIDOS-NOVOS DELIMITED BY SIZE
               "   PENDENTES: " DELIMITED BY SIZE
               WS-PEDIDOS-PENDENTES DELIMITED BY SIZE
               "   VENCIDOS: " DELIMITED BY SIZE
               WS-PRAZOS-VENCIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-DET-IND FROM 1 BY 1
                   UNTIL WS-DET-IND > WS-DET-QTD
               MOVE WS-DET-LINHA (WS-DET-IND) TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           CLOSE RECAD-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM RECAD.REL".
