      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TRIAGEM.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Listas restritivas (PEP e sancoes) sobre o cadastro        <*
      *>   mestre. Modo A (atualizar): carrega a lista oficial        <*
      *>   recebida (data/PEPSANC.OFICIAL) na lista de referencia     <*
      *>   PEPSANC.DAT, descartando linha sem tipo P/S ou sem nome, e <*
      *>   em seguida reavalia o CADCLI.DAT inteiro. Modo V: so a     <*
      *>   reavaliacao. Cada cliente passa pela triagem CADTRIAG (a   <*
      *>   mesma do intake); quando a ocorrencia muda, a marca        <*
      *>   CADCLI-LISTA-RESTRITA e regravada e o cliente ativo com    <*
      *>   ocorrencia nova fica retido (situacao R) para a            <*
      *>   compliance, com historico e log de mudancas. Modo D        <*
      *>   (decisao): a compliance libera (volta a ativo, a marca     <*
      *>   fica) ou inativa o cliente retido. Relatorio TRIAGEM.REL   <*
      *>   com os CPFs mascarados.                                    <*
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
      *    Lista oficial recebida (mesmo layout da referencia).
           SELECT LISTA-OFICIAL ASSIGN TO "data/PEPSANC.OFICIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFICIAL-STATUS.
      *    Lista restritiva de referencia lida pelo CADTRIAG.
           SELECT LISTA-RESTRITIVA ASSIGN TO "PEPSANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
      *    Mesmo cadastro mestre de clientes do intake.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do mestre, consumido pelo extrato delta.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Historico de alteracoes do cadastro mestre - a imagem
      *    ANTERIOR de todo registro regravado.
           SELECT CADCLI-HISTORICO ASSIGN TO "CADCLI.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Sessao do operador logado (assinatura do menu).
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Relatorio da triagem para a compliance.
           SELECT TRIAGEM-RELATORIO ASSIGN TO "TRIAGEM.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  LISTA-OFICIAL.
       01  OFICIAL-REG                PIC X(70).

       FD  LISTA-RESTRITIVA.
      *    Layout compartilhado da lista - ver copybooks/LISTAREC.CPY.
           COPY LISTAREC.

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

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  TRIAGEM-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-OFICIAL-STATUS     PIC X(02) VALUE "00".
           88 OFICIAL-NAO-ACHOU     VALUE "35".
       77 WS-OFICIAL-FIM        PIC X(01) VALUE "N".
           88 OFICIAL-FIM           VALUE "S".
       77 WS-LISTA-STATUS       PIC X(02) VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-MODO               PIC X(01) VALUE SPACES.
       77 WS-ACAO-HISTORICO     PIC X(10) VALUE SPACES.
       77 WS-IMAGEM-ANTES       PIC X(200) VALUE SPACES.
       77 WS-CPF-DECISAO        PIC X(11) VALUE SPACES.
       77 WS-DECISAO            PIC X(01) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       01  WS-TOTAIS-TRIAGEM.
           05 WS-LISTA-CARREGADOS   PIC 9(05) VALUE ZEROS.
           05 WS-LISTA-DESCARTADOS  PIC 9(05) VALUE ZEROS.
           05 WS-CLIENTES-LIDOS     PIC 9(06) VALUE ZEROS.
           05 WS-CLIENTES-MARCADOS  PIC 9(06) VALUE ZEROS.
           05 WS-CLIENTES-RETIDOS   PIC 9(06) VALUE ZEROS.
           05 WS-CLIENTES-DESMARC   PIC 9(06) VALUE ZEROS.

      *    Area de chamada do subprograma de triagem CADTRIAG - ver
      *    copybooks/TRIAGAPI.CPY.
           COPY TRIAGAPI.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *    Linhas dos clientes com ocorrencia alterada.
       01  WS-TABELA-OCORRENCIAS.
           05 WS-OCR-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-OCR-LINHA          PIC X(80) OCCURS 500 TIMES.
       77 WS-OCR-IND            PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "TRIAGEM" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM IDENTIFICAR-OPERADOR-SESSAO

           DISPLAY "MODO (A=ATUALIZAR LISTA V=REAVALIAR MESTRE "
               "D=DECISAO): "
           ACCEPT WS-MODO
           EVALUATE TRUE
               WHEN WS-MODO = "A"
                   PERFORM CARREGAR-LISTA-OFICIAL
                   PERFORM REAVALIAR-CADASTRO-MESTRE
                   PERFORM EMITIR-RELATORIO-TRIAGEM
               WHEN WS-MODO = "V"
                   PERFORM REAVALIAR-CADASTRO-MESTRE
                   PERFORM EMITIR-RELATORIO-TRIAGEM
               WHEN WS-MODO = "D"
                   PERFORM DECIDIR-CLIENTE-RETIDO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO "]"
           END-EVALUATE
           GOBACK.

      *    Lista oficial para a referencia: so linha com tipo P/S e
      *    nome preenchido entra.
       CARREGAR-LISTA-OFICIAL.
           OPEN INPUT LISTA-OFICIAL
           IF OFICIAL-NAO-ACHOU
               DISPLAY "LISTA OFICIAL NAO ENCONTRADA: "
                   "data/PEPSANC.OFICIAL - REFERENCIA MANTIDA"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LISTA-RESTRITIVA
           READ LISTA-OFICIAL
               AT END SET OFICIAL-FIM TO TRUE
           END-READ
           PERFORM UNTIL OFICIAL-FIM
               MOVE OFICIAL-REG TO LISTA-REG
               IF (LST-PEP OR LST-SANCAO) AND LST-NOME NOT = SPACES
                   WRITE LISTA-REG
                   ADD 1 TO WS-LISTA-CARREGADOS
               ELSE
                   ADD 1 TO WS-LISTA-DESCARTADOS
               END-IF
               READ LISTA-OFICIAL
                   AT END SET OFICIAL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LISTA-OFICIAL
           CLOSE LISTA-RESTRITIVA
           DISPLAY "LISTA CARREGADA: " WS-LISTA-CARREGADOS
               " NOMES  DESCARTADOS: " WS-LISTA-DESCARTADOS.

       REAVALIAR-CADASTRO-MESTRE.
           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "ERRO AO ABRIR CADCLI.DAT - STATUS "
                   WS-CADCLI-STATUS
               EXIT PARAGRAPH
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
                       ADD 1 TO WS-CLIENTES-LIDOS
                       PERFORM TRIAR-CLIENTE-MESTRE
               END-READ
           END-PERFORM
           CLOSE CADCLI-MESTRE.

      *    Ocorrencia nova (ou trocada) grava a marca e retem o
      *    cliente ativo; ocorrencia que sumiu da lista so limpa a
      *    marca - a situacao fica para a compliance decidir.
       TRIAR-CLIENTE-MESTRE.
           MOVE CADCLI-CPF      TO TRG-CPF
           MOVE CADCLI-NOME     TO TRG-NOME
           MOVE CADCLI-DATANASC TO TRG-DATANASC
           CALL "CADTRIAG" USING TRIAGEM-CLIENTE TRIAGEM-RESULTADO
           IF TRG-OCORRENCIA = CADCLI-LISTA-RESTRITA
               EXIT PARAGRAPH
           END-IF

           MOVE CADCLI-REC TO WS-IMAGEM-ANTES
           MOVE TRG-OCORRENCIA TO CADCLI-LISTA-RESTRITA
           IF TRG-SEM-OCORRENCIA
               ADD 1 TO WS-CLIENTES-DESMARC
               MOVE "LISTA-SAIU" TO WS-ACAO-HISTORICO
           ELSE
               ADD 1 TO WS-CLIENTES-MARCADOS
               MOVE "LISTA-PEP" TO WS-ACAO-HISTORICO
               IF TRG-SANCAO
                   MOVE "LISTA-SANC" TO WS-ACAO-HISTORICO
               END-IF
               IF CADCLI-ATIVO
                   MOVE "R" TO CADCLI-SITUACAO
                   ADD 1 TO WS-CLIENTES-RETIDOS
               END-IF
           END-IF
           PERFORM REGRAVAR-COM-HISTORICO
           PERFORM ANOTAR-OCORRENCIA.

       ANOTAR-OCORRENCIA.
           IF WS-OCR-QTD NOT < 500
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           ADD 1 TO WS-OCR-QTD
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACAO-HISTORICO DELIMITED BY SIZE
               " SIT " DELIMITED BY SIZE
               CADCLI-SITUACAO DELIMITED BY SIZE
               " CRIT " DELIMITED BY SIZE
               TRG-CRITERIO DELIMITED BY SIZE
               " LISTA " DELIMITED BY SIZE
               TRG-NOME-LISTA (1 : 30) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO WS-OCR-LINHA (WS-OCR-QTD).

      *    Decisao da compliance sobre o cliente retido.
       DECIDIR-CLIENTE-RETIDO.
           DISPLAY "CPF DO CLIENTE RETIDO: "
           ACCEPT WS-CPF-DECISAO
           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "ERRO AO ABRIR CADCLI.DAT - STATUS "
                   WS-CADCLI-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-DECISAO TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "CPF NAO CADASTRADO NO MESTRE"
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CADCLI-EM-REVISAO
               DISPLAY "CLIENTE NAO ESTA RETIDO - SITUACAO "
                   CADCLI-SITUACAO
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " CADCLI-NOME
           DISPLAY "OCORRENCIA: " CADCLI-LISTA-RESTRITA
               " (P=PEP S=SANCAO)"
           DISPLAY "DECISAO (L=LIBERAR I=INATIVAR): "
           ACCEPT WS-DECISAO
           MOVE CADCLI-REC TO WS-IMAGEM-ANTES
           EVALUATE WS-DECISAO
               WHEN "L"
                   MOVE "A" TO CADCLI-SITUACAO
                   MOVE "LIBERACAO" TO WS-ACAO-HISTORICO
               WHEN "I"
                   MOVE "I" TO CADCLI-SITUACAO
                   MOVE "INATIVACAO" TO WS-ACAO-HISTORICO
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA [" WS-DECISAO "]"
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM REGRAVAR-COM-HISTORICO
           CLOSE CADCLI-MESTRE
           DISPLAY "DECISAO REGISTRADA - SITUACAO " CADCLI-SITUACAO.

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
           MOVE "TRIAGEM"         TO HIST-PROGRAMA
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
           MOVE "TRIAGEM"         TO CHG-PROGRAMA
           MOVE WS-ACAO-HISTORICO TO CHG-ACAO
           MOVE WS-OPERADOR       TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

       EMITIR-RELATORIO-TRIAGEM.
           OPEN OUTPUT TRIAGEM-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "TRIAGEM EM LISTAS RESTRITIVAS - TRIAGEM  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "LISTA CARREGADA......: " DELIMITED BY SIZE
               WS-LISTA-CARREGADOS DELIMITED BY SIZE
               "   DESCARTADOS: " DELIMITED BY SIZE
               WS-LISTA-DESCARTADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES LIDOS.......: " DELIMITED BY SIZE
               WS-CLIENTES-LIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "OCORRENCIAS NOVAS....: " DELIMITED BY SIZE
               WS-CLIENTES-MARCADOS DELIMITED BY SIZE
               "   RETIDOS: " DELIMITED BY SIZE
               WS-CLIENTES-RETIDOS DELIMITED BY SIZE
               "   FORA DA LISTA: " DELIMITED BY SIZE
               WS-CLIENTES-DESMARC DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-OCR-IND FROM 1 BY 1
                   UNTIL WS-OCR-IND > WS-OCR-QTD
               MOVE WS-OCR-LINHA (WS-OCR-IND) TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           CLOSE TRIAGEM-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM TRIAGEM.REL".

      *    Quem esta no teclado - mesma mecanica de CADMANUT.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.
