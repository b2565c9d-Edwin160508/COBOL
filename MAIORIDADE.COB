      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. MAIORIDA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Passo noturno da maioridade. Varre o cadastro mestre atras <*
      *>   dos titulares marcados como menores (CADCLI-MENOR) que ja  <*
      *>   completaram 18 anos: desliga a marca e o CPF do            <*
      *>   responsavel legal, com historico e log de mudancas (acao   <*
      *>   MAIORIDADE), o que libera limite de credito, descoberto e  <*
      *>   parcelamento e devolve extratos e cartas ao proprio        <*
      *>   titular. Cada titular liberado recebe em MAIORID.CARTAS a  <*
      *>   carta avisando que passa a movimentar a conta sozinho      <*
      *>   (falecidos ficam sem carta). Menor sem responsavel         <*
      *>   registrado ou com data de nascimento invalida vai para o   <*
      *>   relatorio MAIORID.REL como excecao, com os CPFs            <*
      *>   mascarados.                                                <*
      *>   Titular com endereco devolvido pelo correio                <*
      *>   (CADCLI-END-DEVOLVIDO, marcado pelo DEVCORR) e liberado    <*
      *>   normalmente, mas fica sem carta e sai no relatorio comum   <*
      *>   SEMEND.REL, com destino SUPRIMIDA.                         <*
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
      *    Mesmo cadastro mestre de clientes do intake.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do mestre.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Historico de alteracoes do cadastro mestre - a imagem
      *    ANTERIOR de todo registro regravado.
           SELECT CADCLI-HISTORICO ASSIGN TO "CADCLI.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Cartas de maioridade do dia, uma por titular liberado.
           SELECT MAIORID-CARTAS ASSIGN TO "MAIORID.CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
      *    Relatorio do passo da maioridade.
           SELECT MAIORID-RELATORIO ASSIGN TO "MAIORID.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
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

       FD  MAIORID-CARTAS.
       01  CARTA-LINHA                PIC X(80) VALUE SPACES.

       FD  MAIORID-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA               PIC X(150) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-CARTAS-STATUS      PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-SEMEND-STATUS      PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU      VALUE "35".

       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-ACAO-HISTORICO     PIC X(10) VALUE SPACES.
       77 WS-IMAGEM-ANTES       PIC X(200) VALUE SPACES.

       01 WS-DATA-HOJE.
           05 WS-ANO-HOJE       PIC 9(04).
           05 WS-MES-HOJE       PIC 9(02).
           05 WS-DIA-HOJE       PIC 9(02).
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *    Idade do titular corrente, pela data de nascimento do
      *    mestre (DDMMAAAA) - mesma conta do CADVALID.
       77 WS-IDADE-TITULAR      PIC 9(03) VALUE ZEROS.
       77 WS-ANO-MAIORIDADE     PIC 9(04) VALUE ZEROS.
       77 WS-RESPONSAVEL-ANTES  PIC X(11) VALUE SPACES.

       01  WS-TOTAIS-MAIORIDADE.
           05 WS-MENORES-LIDOS      PIC 9(06) VALUE ZEROS.
           05 WS-MENORES-MANTIDOS   PIC 9(06) VALUE ZEROS.
           05 WS-TITULARES-LIBERADOS PIC 9(06) VALUE ZEROS.
           05 WS-CARTAS-EMITIDAS    PIC 9(06) VALUE ZEROS.
           05 WS-EXCECOES           PIC 9(06) VALUE ZEROS.
           05 WS-CARTAS-SEM-ENDERECO PIC 9(06) VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
       77  WS-RESP-MASCARADO         PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
       77 WS-CARTA-BUFFER       PIC X(80) VALUE SPACES.
       77 WS-SEMEND-LINHA       PIC X(150) VALUE SPACES.
      *    Linhas dos titulares liberados e das excecoes.
       01  WS-TABELA-DETALHE.
           05 WS-DET-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-DET-LINHA          PIC X(80) OCCURS 500 TIMES.
       77 WS-DET-IND            PIC 9(03) VALUE ZEROS.
       77 WS-DET-SITUACAO       PIC X(20) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "MAIORIDA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "ERRO AO ABRIR CADCLI.DAT - STATUS "
                   WS-CADCLI-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT MAIORID-CARTAS
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
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
                       PERFORM AVALIAR-TITULAR-MENOR
               END-READ
           END-PERFORM
           CLOSE SEM-ENDERECO
           CLOSE MAIORID-CARTAS
           CLOSE CADCLI-MESTRE

           PERFORM EMITIR-RELATORIO-MAIORIDADE
           DISPLAY "MAIORIDADE: TITULARES LIBERADOS "
               WS-TITULARES-LIBERADOS " EXCECOES " WS-EXCECOES
           GOBACK.

      *    So interessa quem ainda esta marcado como menor.
       AVALIAR-TITULAR-MENOR.
           IF NOT CADCLI-E-MENOR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MENORES-LIDOS
           MOVE CADCLI-CPF-RESPONSAVEL TO WS-RESPONSAVEL-ANTES

           IF CADCLI-DIA IS NOT NUMERIC
               OR CADCLI-MES IS NOT NUMERIC
               OR CADCLI-ANO IS NOT NUMERIC
               ADD 1 TO WS-EXCECOES
               MOVE "NASCIMENTO INVALIDO" TO WS-DET-SITUACAO
               PERFORM ANOTAR-DETALHE
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-IDADE-TITULAR
           IF WS-IDADE-TITULAR < 18
               ADD 1 TO WS-MENORES-MANTIDOS
               IF CADCLI-CPF-RESPONSAVEL = SPACES
                   ADD 1 TO WS-EXCECOES
                   MOVE "SEM RESPONSAVEL" TO WS-DET-SITUACAO
                   PERFORM ANOTAR-DETALHE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM LIBERAR-TITULAR-MAIOR.

       CALCULAR-IDADE-TITULAR.
           COMPUTE WS-IDADE-TITULAR EQUAL
               WS-ANO-HOJE - FUNCTION NUMVAL(CADCLI-ANO)
           END-COMPUTE
           IF WS-MES-HOJE < FUNCTION NUMVAL(CADCLI-MES)
               OR (WS-MES-HOJE = FUNCTION NUMVAL(CADCLI-MES)
                   AND WS-DIA-HOJE < FUNCTION NUMVAL(CADCLI-DIA))
               SUBTRACT 1 FROM WS-IDADE-TITULAR
           END-IF.

      *    Marca e responsavel desligados no mestre (com a trilha de
      *    sempre) e a carta ao proprio titular.
       LIBERAR-TITULAR-MAIOR.
           MOVE CADCLI-REC TO WS-IMAGEM-ANTES
           MOVE "N"    TO CADCLI-MENOR
           MOVE SPACES TO CADCLI-CPF-RESPONSAVEL
           MOVE "MAIORIDADE" TO WS-ACAO-HISTORICO
           PERFORM REGRAVAR-COM-HISTORICO
           ADD 1 TO WS-TITULARES-LIBERADOS
           MOVE "LIBERADO" TO WS-DET-SITUACAO
           PERFORM ANOTAR-DETALHE
      *    Endereco devolvido pelo correio: sem carta, listado.
           EVALUATE TRUE
               WHEN CADCLI-FALECIDO
                   CONTINUE
               WHEN CADCLI-ENDERECO-INVALIDO
                   PERFORM GRAVAR-SEM-ENDERECO
               WHEN OTHER
                   PERFORM EMITIR-CARTA-MAIORIDADE
           END-EVALUATE.

      *    Linha do relatorio comum de clientes sem endereco valido.
       GRAVAR-SEM-ENDERECO.
           ADD 1 TO WS-CARTAS-SEM-ENDERECO
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " PROGRAMA=MAIORIDA DOC=M CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               CADCLI-NOME (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

      *    A carta vai ao endereco do proprio titular - o responsavel
      *    ja saiu do registro.
       EMITIR-CARTA-MAIORIDADE.
           COMPUTE WS-ANO-MAIORIDADE EQUAL
               FUNCTION NUMVAL(CADCLI-ANO) + 18
           END-COMPUTE
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "AO SR(A) " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING CADCLI-LOGRADOURO DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CADCLI-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CADCLI-BAIRRO DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING CADCLI-CIDADE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CADCLI-UF DELIMITED BY SIZE
               "  CEP " DELIMITED BY SIZE
               CADCLI-CEP DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "PREZADO(A) CLIENTE, COM A MAIORIDADE CIVIL "
               DELIMITED BY SIZE
               "ATINGIDA EM " DELIMITED BY SIZE
               CADCLI-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CADCLI-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ANO-MAIORIDADE DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "O(A) SR(A) PASSA A MOVIMENTAR SUAS CONTAS SOZINHO(A),"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "SEM A ASSISTENCIA DO RESPONSAVEL LEGAL. EXTRATOS E"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "CORRESPONDENCIAS PASSAM A SER ENVIADAS AO SEU ENDERECO"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "AS RESTRICOES DE MENOR (LIMITE DE CREDITO, DESCOBERTO"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "E PARCELAMENTO) ESTAO LIBERADAS - CONSULTE A AGENCIA."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE ALL "-" TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           ADD 1 TO WS-CARTAS-EMITIDAS.

       GRAVAR-LINHA-CARTA.
           MOVE WS-CARTA-BUFFER TO CARTA-LINHA
           WRITE CARTA-LINHA.

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
           MOVE SPACES TO WS-RESP-MASCARADO
           IF WS-RESPONSAVEL-ANTES NOT = SPACES
               MOVE WS-RESPONSAVEL-ANTES TO WS-MASCARA-ENTRADA
               STRING "*********"   DELIMITED BY SIZE
                      WS-MASCARA-2  DELIMITED BY SIZE
                      INTO WS-RESP-MASCARADO
               END-STRING
           END-IF
           ADD 1 TO WS-DET-QTD
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DET-SITUACAO DELIMITED BY SIZE
               " RESP " DELIMITED BY SIZE
               WS-RESP-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CADCLI-NOME (1 : 24) DELIMITED BY SIZE
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
           MOVE "MAIORIDA"        TO HIST-PROGRAMA
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
           MOVE "MAIORIDA"        TO CHG-PROGRAMA
           MOVE WS-ACAO-HISTORICO TO CHG-ACAO
           MOVE WS-OPERADOR       TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

       EMITIR-RELATORIO-MAIORIDADE.
           OPEN OUTPUT MAIORID-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "PASSO DA MAIORIDADE - MAIORIDA  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "TITULARES MENORES....: " DELIMITED BY SIZE
               WS-MENORES-LIDOS DELIMITED BY SIZE
               "   AINDA MENORES: " DELIMITED BY SIZE
               WS-MENORES-MANTIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "LIBERADOS (18 ANOS)..: " DELIMITED BY SIZE
               WS-TITULARES-LIBERADOS DELIMITED BY SIZE
               "   CARTAS: " DELIMITED BY SIZE
               WS-CARTAS-EMITIDAS DELIMITED BY SIZE
               "   EXCECOES: " DELIMITED BY SIZE
               WS-EXCECOES DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "CARTAS NAO POSTADAS..: " DELIMITED BY SIZE
               WS-CARTAS-SEM-ENDERECO DELIMITED BY SIZE
               "   (ENDERECO DEVOLVIDO - VER SEMEND.REL)"
               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-DET-IND FROM 1 BY 1
                   UNTIL WS-DET-IND > WS-DET-QTD
               MOVE WS-DET-LINHA (WS-DET-IND) TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           CLOSE MAIORID-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM MAIORID.REL".
