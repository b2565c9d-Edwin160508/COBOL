      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECLAMA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Transacao online de reclamacoes de clientes (SAC e         <*
      *>   ouvidoria), em RECLAM.DAT - ver copybooks/RECLAMREC.CPY.   <*
      *>   O operador vem da sessao assinada no menu                  <*
      *>   (OPERADOR.SESSAO) ou e pedido no terminal, como no         <*
      *>   CADCONS, e toda operacao - achada ou nao - deixa trilha em <*
      *>   CONSULTA.AUD com PROGRAMA=RECLAMA, CPF mascarado,          <*
      *>   resultado e protocolo.                                     <*
      *>   No modo REGISTRAR o operador informa o CPF do cliente      <*
      *>   (cadastro mestre), o canal (telefone, carta, portal do     <*
      *>   regulador, agencia), a instancia (SAC ou ouvidoria), o     <*
      *>   assunto da tabela data/RECLAMACAO.CATEGORIAS, a fatura     <*
      *>   (FATURAS.DAT, do proprio cliente) ou a transacao           <*
      *>   (TRNPROC.REG) reclamada e o relato; o protocolo e o ano    <*
      *>   mais a sequencia de RECLAM.CTL. Prazo de resposta do SAC:  <*
      *>   RECLAMACAO-PRAZO-SAC-DIAS corridos (padrao 7); da          <*
      *>   ouvidoria: RECLAMACAO-PRAZO-OUVIDORIA-DIAS uteis contra o  <*
      *>   FERIADO.CAL (padrao 10), contados da abertura ou da        <*
      *>   escalada.                                                  <*
      *>   Nos modos ANDAMENTO, ESCALAR e CONCLUIR o operador informa <*
      *>   o protocolo: registra um andamento, passa a reclamacao do  <*
      *>   SAC para a ouvidoria com novo prazo, ou grava a resposta   <*
      *>   dada ao cliente marcando se saiu no prazo. No modo         <*
      *>   HISTORICO lista as reclamacoes do CPF pela chave           <*
      *>   alternativa.                                               <*
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
      *    Reclamacoes, indexadas pelo protocolo; o CPF da o historico
      *    do cliente.
           SELECT RECLAM-ARQ ASSIGN TO "RECLAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCL-PROTOCOLO
               ALTERNATE RECORD KEY IS RCL-CPF WITH DUPLICATES
               FILE STATUS IS WS-RECLAM-STATUS.
      *    Ultima sequencia de protocolo entregue (mesma mecanica do
      *    FATNUM.CTL).
           SELECT RECLAM-CTL ASSIGN TO "RECLAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECLAMCTL-STATUS.
      *    Tabela de assuntos (codigo + descricao).
           SELECT CATEGORIA-TAB ASSIGN TO "data/RECLAMACAO.CATEGORIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORIA-STATUS.
      *    Cadastro mestre - o reclamante tem que ser cliente.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Faturas da cobranca - fatura reclamada.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Registro de transacoes processadas pelo LACO - transacao
      *    reclamada.
           SELECT TRNPROC-REGISTRO ASSIGN TO "TRNPROC.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPROC-STATUS.
      *    Parametros de execucao (NOME=VALOR) - prazos.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Calendario de feriados bancarios - prazo da ouvidoria em
      *    dias uteis.
           SELECT FERIADO-CAL ASSIGN TO "FERIADO.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.
      *    Trilha de auditoria de acesso - append, mesma trilha do
      *    CADCONS.
           SELECT CONSULTA-AUD ASSIGN TO "CONSULTA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSAUD-STATUS.
      *    Sessao do operador logado, gravada pela assinatura do menu
      *    (MENU_OPERADOR.COB).
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

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

       FD  RECLAM-CTL.
       01  RECLAMCTL-REC              PIC 9(06).

       FD  CATEGORIA-TAB.
       01  CATEGORIA-REG.
           02 CAT-CODIGO              PIC X(03).
           02 CAT-DESCRICAO           PIC X(30).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

      *    Mesmo layout gravado pelo LACO.
       FD  TRNPROC-REGISTRO.
       01  TRNPROC-REG.
           05 REG-NUMERO              PIC 9(06).
           05 REG-DATA                PIC 9(08).
           05 REG-CPF                 PIC X(11).
           05 REG-CICLO               PIC 9(02).
           05 REG-AGENCIA             PIC X(08).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  FERIADO-CAL.
      *    Layout compartilhado do calendario - ver
      *    copybooks/FERIADREC.CPY.
           COPY FERIADREC.

       FD  CONSULTA-AUD.
       01  CONSAUD-LINHA              PIC X(200) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-RECLAM-STATUS      PIC X(02) VALUE "00".
           88 RECLAM-OK             VALUE "00".
           88 RECLAM-NAO-ACHOU      VALUE "35".
       77 WS-RECLAM-FIM         PIC X(01) VALUE "N".
           88 RECLAM-FIM            VALUE "S".
       77 WS-RECLAMCTL-STATUS   PIC X(02) VALUE "00".
           88 RECLAMCTL-OK          VALUE "00".
       77 WS-CATEGORIA-STATUS   PIC X(02) VALUE "00".
           88 CATEGORIA-OK          VALUE "00".
       77 WS-CATEGORIA-FIM      PIC X(01) VALUE "N".
           88 CATEGORIA-FIM         VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-OK            VALUE "00".
       77 WS-TRNPROC-STATUS     PIC X(02) VALUE "00".
           88 TRNPROC-OK            VALUE "00".
       77 WS-TRNPROC-FIM        PIC X(01) VALUE "N".
           88 TRNPROC-FIM           VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-FERIADO-STATUS     PIC X(02) VALUE "00".
           88 FERIADO-NAO-ACHOU     VALUE "35".
       77 WS-FERIADO-FIM        PIC X(01) VALUE "N".
           88 FERIADO-FIM           VALUE "S".
       77 WS-CONSAUD-STATUS     PIC X(02) VALUE "00".
           88 CONSAUD-NAO-ACHOU     VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO-RECLAM        PIC X(01) VALUE SPACES.
           88 MODO-REGISTRAR        VALUE "R".
           88 MODO-ANDAMENTO        VALUE "A".
           88 MODO-ESCALAR          VALUE "E".
           88 MODO-CONCLUIR         VALUE "C".
           88 MODO-HISTORICO        VALUE "H".

      *    Prazos de resposta: SAC em dias corridos, ouvidoria em
      *    dias uteis.
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-PRAZO-SAC-DIAS     PIC 9(03) VALUE 7.
       77 WS-PRAZO-OUV-DIAS     PIC 9(03) VALUE 10.

      *    Calendario de feriados para a contagem de dias uteis.
       01  WS-TABELA-FERIADOS.
           05 WS-FER-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-FER-DATA           PIC 9(08) OCCURS 100 TIMES.
       77 WS-FER-IND            PIC 9(03) VALUE ZEROS.
       77 WS-DIA-CORRENTE       PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA-CALC    PIC 9(01) VALUE ZEROS.
       77 WS-DATA-CANDIDATA     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-NAO-UTIL       PIC X(01) VALUE "N".
       77 WS-DIAS-UTEIS-CONT    PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-CALCULADO    PIC 9(08) VALUE ZEROS.

      *    Tabela de assuntos carregada de data/RECLAMACAO.CATEGORIAS.
       01  WS-TABELA-CATEGORIAS.
           05 WS-CAT-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-CAT-ITEM OCCURS 30 TIMES.
              10 WS-CAT-CODIGO      PIC X(03).
              10 WS-CAT-DESCRICAO   PIC X(30).
       77 WS-CAT-IND            PIC 9(02) VALUE ZEROS.
       77 WS-CAT-ACHADA         PIC 9(02) VALUE ZEROS.

      *    Entrada da reclamacao.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-CANAL              PIC X(01) VALUE SPACES.
       77 WS-INSTANCIA          PIC X(01) VALUE SPACES.
       77 WS-CATEGORIA          PIC X(03) VALUE SPACES.
       77 WS-REF-TIPO           PIC X(01) VALUE SPACES.
       77 WS-NUMERO-DIGITADO    PIC X(06) VALUE SPACES.
       77 WS-REF-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-DIGITADA      PIC X(08) VALUE SPACES.
       77 WS-DATA-TRN           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ACHADA        PIC 9(08) VALUE ZEROS.
       77 WS-DESCRICAO          PIC X(60) VALUE SPACES.
       77 WS-TEXTO              PIC X(60) VALUE SPACES.
       77 WS-PROTOCOLO-DIGITADO PIC X(10) VALUE SPACES.
       01  WS-PROTOCOLO          PIC 9(10) VALUE ZEROS.
       01  WS-PROTOCOLO-R REDEFINES WS-PROTOCOLO.
           05 WS-PROT-ANO           PIC 9(04).
           05 WS-PROT-SEQ           PIC 9(06).
       77 WS-ULTIMA-SEQ         PIC 9(06) VALUE ZEROS.
       77 WS-RECLAM-VALIDA      PIC X(01) VALUE "N".
       77 WS-RECLAM-ACHADA      PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-QTD-HISTORICO      PIC 9(04) VALUE ZEROS.

      *    Trilha de auditoria de acesso, no formato do CADCONS.
       77 WS-RESULTADO-CONS     PIC X(14) VALUE SPACES.
       77 WS-CPF-AUDITADO       PIC X(14) VALUE SPACES.
       01 WS-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-AUD-HORA           PIC 9(08) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-CONSAUD-BUFFER     PIC X(200) VALUE SPACES.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9          PIC X(09).
           05 WS-MASCARA-2          PIC X(02).
       77 WS-CPF-MASCARADO      PIC X(11) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "RECLAMA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM IDENTIFICAR-OPERADOR-SESSAO

           DISPLAY "MODO (R=REGISTRAR A=ANDAMENTO E=ESCALAR PARA "
               "OUVIDORIA C=CONCLUIR H=HISTORICO DO CPF): "
           ACCEPT WS-MODO-RECLAM

           EVALUATE TRUE
               WHEN MODO-REGISTRAR
                   PERFORM LER-PARAMETROS-RECLAMACAO
                   PERFORM CARREGAR-FERIADOS
                   PERFORM CARREGAR-CATEGORIAS
                   PERFORM REGISTRAR-RECLAMACAO
               WHEN MODO-ANDAMENTO
               WHEN MODO-CONCLUIR
                   PERFORM ATUALIZAR-RECLAMACAO
               WHEN MODO-ESCALAR
                   PERFORM LER-PARAMETROS-RECLAMACAO
                   PERFORM CARREGAR-FERIADOS
                   PERFORM ATUALIZAR-RECLAMACAO
               WHEN MODO-HISTORICO
                   PERFORM CARREGAR-CATEGORIAS
                   PERFORM LISTAR-HISTORICO-CPF
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-RECLAM "]"
           END-EVALUATE
           GOBACK.

      *    Quem esta no teclado: primeiro a sessao assinada no menu
      *    (OPERADOR.SESSAO); sem sessao, pergunta no terminal.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR: "
               ACCEPT WS-OPERADOR
           END-IF.

      *    Prazos do SAC (dias corridos) e da ouvidoria (dias uteis);
      *    sem o parametro, valem os padroes de 7 e 10 dias.
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
                       WHEN "RECLAMACAO-PRAZO-SAC-DIAS"
                           COMPUTE WS-PRAZO-SAC-DIAS EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "RECLAMACAO-PRAZO-OUVIDORIA-DIAS"
                           COMPUTE WS-PRAZO-OUV-DIAS EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       CARREGAR-FERIADOS.
           OPEN INPUT FERIADO-CAL
           IF FERIADO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FERIADO-CAL
               AT END SET FERIADO-FIM TO TRUE
           END-READ
           PERFORM UNTIL FERIADO-FIM
               IF WS-FER-QTD < 100 AND FER-DATA IS NUMERIC
                   ADD 1 TO WS-FER-QTD
                   MOVE FER-DATA TO WS-FER-DATA (WS-FER-QTD)
               END-IF
               READ FERIADO-CAL
                   AT END SET FERIADO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FERIADO-CAL.

      *    Tabela de assuntos; sem a tabela nao ha como registrar.
       CARREGAR-CATEGORIAS.
           OPEN INPUT CATEGORIA-TAB
           IF NOT CATEGORIA-OK
               CLOSE CATEGORIA-TAB
               EXIT PARAGRAPH
           END-IF
           READ CATEGORIA-TAB
               AT END SET CATEGORIA-FIM TO TRUE
           END-READ
           PERFORM UNTIL CATEGORIA-FIM
               IF WS-CAT-QTD < 30 AND CAT-CODIGO NOT = SPACES
                   ADD 1 TO WS-CAT-QTD
                   MOVE CAT-CODIGO    TO WS-CAT-CODIGO (WS-CAT-QTD)
                   MOVE CAT-DESCRICAO TO WS-CAT-DESCRICAO (WS-CAT-QTD)
               END-IF
               READ CATEGORIA-TAB
                   AT END SET CATEGORIA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CATEGORIA-TAB.

      *----------------------------------------------------------------*
      *    MODO REGISTRAR
      *----------------------------------------------------------------*
       REGISTRAR-RECLAMACAO.
           MOVE "N" TO WS-RECLAM-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE ZEROS TO WS-PROTOCOLO
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           MOVE WS-CPF-CLIENTE TO WS-CPF-AUDITADO

           PERFORM CONFERIR-CLIENTE-RECLAMANTE
           IF WS-RECLAM-VALIDA = "S"
               PERFORM RECEBER-DADOS-RECLAMACAO
           END-IF
           IF WS-RECLAM-VALIDA = "S"
               PERFORM CONFERIR-DOCUMENTO-RECLAMADO
           END-IF
           IF WS-RECLAM-VALIDA NOT = "S"
               DISPLAY "RECLAMACAO RECUSADA - " WS-MOTIVO-RECUSA
               MOVE "RECUSADA" TO WS-RESULTADO-CONS
               PERFORM REGISTRAR-AUDITORIA-CONSULTA
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTER-PROXIMO-PROTOCOLO
           OPEN I-O RECLAM-ARQ
           IF RECLAM-NAO-ACHOU
               OPEN OUTPUT RECLAM-ARQ
               CLOSE RECLAM-ARQ
               OPEN I-O RECLAM-ARQ
           END-IF

           INITIALIZE RCL-REC
           MOVE WS-PROTOCOLO        TO RCL-PROTOCOLO
           MOVE WS-CPF-CLIENTE      TO RCL-CPF
           MOVE WS-CANAL            TO RCL-CANAL
           MOVE WS-INSTANCIA        TO RCL-INSTANCIA
           MOVE WS-CATEGORIA        TO RCL-CATEGORIA
           MOVE WS-REF-TIPO         TO RCL-REF-TIPO
           MOVE WS-REF-NUMERO       TO RCL-REF-NUMERO
           MOVE WS-DATA-ACHADA      TO RCL-REF-DATA
           MOVE WS-DESCRICAO        TO RCL-DESCRICAO
           MOVE WS-DATA-HOJE        TO RCL-DATA-ABERTURA
           MOVE WS-HORA-AGORA (1 : 6) TO RCL-HORA-ABERTURA
           MOVE WS-OPERADOR         TO RCL-OPERADOR
           MOVE "A"                 TO RCL-SITUACAO
           MOVE "N"                 TO RCL-NO-PRAZO
           IF RCL-OUVIDORIA
               PERFORM CALCULAR-PRAZO-OUVIDORIA
               MOVE WS-PRAZO-CALCULADO TO RCL-PRAZO
               MOVE WS-DATA-HOJE       TO RCL-DATA-ESCALADA
           ELSE
               COMPUTE RCL-PRAZO EQUAL
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       + WS-PRAZO-SAC-DIAS)
               END-COMPUTE
           END-IF

           WRITE RCL-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RECLAMACAO - STATUS "
                       WS-RECLAM-STATUS
                   MOVE "ERRO-GRAVACAO" TO WS-RESULTADO-CONS
               NOT INVALID KEY
                   MOVE "REGISTRADA" TO WS-RESULTADO-CONS
                   DISPLAY "RECLAMACAO REGISTRADA - PROTOCOLO "
                       RCL-PROTOCOLO " PRAZO DE RESPOSTA " RCL-PRAZO
           END-WRITE
           CLOSE RECLAM-ARQ
           PERFORM REGISTRAR-AUDITORIA-CONSULTA.

      *    Reclamante no cadastro mestre.
       CONFERIR-CLIENTE-RECLAMANTE.
           MOVE "N" TO WS-RECLAM-VALIDA
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE "S" TO WS-RECLAM-VALIDA
                   DISPLAY "CLIENTE: " CADCLI-NOME
           END-READ
           CLOSE CADCLI-MESTRE.

      *    Canal, instancia, assunto, documento reclamado e relato.
       RECEBER-DADOS-RECLAMACAO.
           MOVE "N" TO WS-RECLAM-VALIDA
           DISPLAY "CANAL (T=TELEFONE C=CARTA P=PORTAL DO REGULADOR "
               "A=AGENCIA): "
           ACCEPT WS-CANAL
           MOVE WS-CANAL TO RCL-CANAL
           IF NOT RCL-CANAL-VALIDO
               MOVE "CANAL INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INSTANCIA (S=SAC O=OUVIDORIA, EM BRANCO = SAC): "
           ACCEPT WS-INSTANCIA
           IF WS-INSTANCIA = SPACE
               MOVE "S" TO WS-INSTANCIA
           END-IF
           IF WS-INSTANCIA NOT = "S" AND WS-INSTANCIA NOT = "O"
               MOVE "INSTANCIA INVALIDA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CAT-IND FROM 1 BY 1
                   UNTIL WS-CAT-IND > WS-CAT-QTD
               DISPLAY "  " WS-CAT-CODIGO (WS-CAT-IND) " "
                   WS-CAT-DESCRICAO (WS-CAT-IND)
           END-PERFORM
           DISPLAY "ASSUNTO (CODIGO): "
           ACCEPT WS-CATEGORIA
           MOVE ZEROS TO WS-CAT-ACHADA
           PERFORM VARYING WS-CAT-IND FROM 1 BY 1
                   UNTIL WS-CAT-IND > WS-CAT-QTD
               IF WS-CAT-CODIGO (WS-CAT-IND) = WS-CATEGORIA
                   MOVE WS-CAT-IND TO WS-CAT-ACHADA
               END-IF
           END-PERFORM
           IF WS-CAT-ACHADA = ZEROS
               MOVE "ASSUNTO FORA DA TABELA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DOCUMENTO RECLAMADO (F=FATURA T=TRANSACAO "
               "EM BRANCO = NENHUM): "
           ACCEPT WS-REF-TIPO
           IF WS-REF-TIPO NOT = SPACE AND WS-REF-TIPO NOT = "F"
               AND WS-REF-TIPO NOT = "T"
               MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RELATO DO CLIENTE: "
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO = SPACES
               MOVE "RELATO EM BRANCO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-RECLAM-VALIDA.

      *    Fatura: tem que existir e ser do proprio reclamante.
      *    Transacao: numero (e data, se informada) no registro de
      *    processadas, do CPF do reclamante - a mais recente vale.
       CONFERIR-DOCUMENTO-RECLAMADO.
           MOVE ZEROS TO WS-REF-NUMERO WS-DATA-ACHADA
           IF WS-REF-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RECLAM-VALIDA
           DISPLAY "NUMERO DO DOCUMENTO: "
           ACCEPT WS-NUMERO-DIGITADO
           IF FUNCTION TRIM(WS-NUMERO-DIGITADO) IS NOT NUMERIC
               MOVE "NUMERO DO DOCUMENTO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REF-NUMERO EQUAL
               FUNCTION NUMVAL(WS-NUMERO-DIGITADO)
           END-COMPUTE

           IF WS-REF-TIPO = "F"
               OPEN INPUT FATURAS-ARQUIVO
               IF NOT FATURAS-OK
                   MOVE "FATURAS.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
                   CLOSE FATURAS-ARQUIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REF-NUMERO TO FAT-NUMERO
               READ FATURAS-ARQUIVO
                   INVALID KEY
                       MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       IF FAT-CPF = WS-CPF-CLIENTE
                           MOVE "S" TO WS-RECLAM-VALIDA
                       ELSE
                           MOVE "FATURA DE OUTRO CLIENTE"
                               TO WS-MOTIVO-RECUSA
                       END-IF
               END-READ
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DATA DA TRANSACAO (AAAAMMDD, EM BRANCO = A MAIS "
               "RECENTE): "
           ACCEPT WS-DATA-DIGITADA
           MOVE ZEROS TO WS-DATA-TRN
           IF WS-DATA-DIGITADA NOT = SPACES
               IF WS-DATA-DIGITADA IS NOT NUMERIC
                   MOVE "DATA DA TRANSACAO INVALIDA" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATA-DIGITADA TO WS-DATA-TRN
           END-IF
           MOVE "N" TO WS-TRNPROC-FIM
           OPEN INPUT TRNPROC-REGISTRO
           IF NOT TRNPROC-OK
               MOVE "TRNPROC.REG INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE TRNPROC-REGISTRO
               EXIT PARAGRAPH
           END-IF
           READ TRNPROC-REGISTRO
               AT END SET TRNPROC-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRNPROC-FIM
               IF REG-NUMERO = WS-REF-NUMERO
                   AND (REG-CPF = SPACES
                        OR REG-CPF = WS-CPF-CLIENTE (1 : 11))
                   AND (WS-DATA-TRN = ZEROS OR REG-DATA = WS-DATA-TRN)
                   AND REG-DATA > WS-DATA-ACHADA
                   MOVE REG-DATA TO WS-DATA-ACHADA
               END-IF
               READ TRNPROC-REGISTRO
                   AT END SET TRNPROC-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRNPROC-REGISTRO
           IF WS-DATA-ACHADA = ZEROS
               MOVE "TRANSACAO NAO CONSTA DAS PROCESSADAS"
                   TO WS-MOTIVO-RECUSA
           ELSE
               MOVE "S" TO WS-RECLAM-VALIDA
           END-IF.

      *    Protocolo = ano corrente + proxima sequencia de RECLAM.CTL
      *    (mesma mecanica do FATNUM.CTL).
       OBTER-PROXIMO-PROTOCOLO.
           MOVE ZEROS TO WS-ULTIMA-SEQ
           OPEN INPUT RECLAM-CTL
           IF RECLAMCTL-OK
               READ RECLAM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RECLAMCTL-REC TO WS-ULTIMA-SEQ
               END-READ
           END-IF
           CLOSE RECLAM-CTL
           ADD 1 TO WS-ULTIMA-SEQ
           OPEN OUTPUT RECLAM-CTL
           MOVE WS-ULTIMA-SEQ TO RECLAMCTL-REC
           WRITE RECLAMCTL-REC
           CLOSE RECLAM-CTL
           MOVE WS-DATA-HOJE (1 : 4) TO WS-PROT-ANO
           MOVE WS-ULTIMA-SEQ        TO WS-PROT-SEQ.

      *    Prazo da ouvidoria: conta WS-PRAZO-OUV-DIAS dias uteis a
      *    partir de hoje, pulando fins de semana e feriados.
       CALCULAR-PRAZO-OUVIDORIA.
           COMPUTE WS-DIA-CORRENTE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           MOVE ZEROS TO WS-DIAS-UTEIS-CONT
           PERFORM UNTIL WS-DIAS-UTEIS-CONT NOT < WS-PRAZO-OUV-DIAS
               ADD 1 TO WS-DIA-CORRENTE
               PERFORM CONFERIR-DIA-UTIL
               IF WS-DIA-NAO-UTIL = "N"
                   ADD 1 TO WS-DIAS-UTEIS-CONT
               END-IF
           END-PERFORM
           COMPUTE WS-PRAZO-CALCULADO EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
           END-COMPUTE.

       CONFERIR-DIA-UTIL.
           MOVE "N" TO WS-DIA-NAO-UTIL
           COMPUTE WS-DIA-SEMANA-CALC EQUAL
               FUNCTION MOD(WS-DIA-CORRENTE 7)
           END-COMPUTE
           IF WS-DIA-SEMANA-CALC = 0 OR WS-DIA-SEMANA-CALC = 6
               MOVE "S" TO WS-DIA-NAO-UTIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-CANDIDATA EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
           END-COMPUTE
           PERFORM VARYING WS-FER-IND FROM 1 BY 1
                   UNTIL WS-FER-IND > WS-FER-QTD
               IF WS-FER-DATA (WS-FER-IND) = WS-DATA-CANDIDATA
                   MOVE "S" TO WS-DIA-NAO-UTIL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    MODOS ANDAMENTO, ESCALAR E CONCLUIR
      *----------------------------------------------------------------*
       ATUALIZAR-RECLAMACAO.
           MOVE SPACES TO WS-CPF-AUDITADO
           MOVE ZEROS TO WS-PROTOCOLO
           DISPLAY "PROTOCOLO: "
           ACCEPT WS-PROTOCOLO-DIGITADO
           IF FUNCTION TRIM(WS-PROTOCOLO-DIGITADO) IS NOT NUMERIC
               DISPLAY "PROTOCOLO INVALIDO"
               MOVE "NAO-ENCONTRADO" TO WS-RESULTADO-CONS
               PERFORM REGISTRAR-AUDITORIA-CONSULTA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROTOCOLO EQUAL
               FUNCTION NUMVAL(WS-PROTOCOLO-DIGITADO)
           END-COMPUTE

           MOVE "N" TO WS-RECLAM-ACHADA
           OPEN I-O RECLAM-ARQ
           IF RECLAM-OK
               MOVE WS-PROTOCOLO TO RCL-PROTOCOLO
               READ RECLAM-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RECLAM-ACHADA
               END-READ
           END-IF
           IF WS-RECLAM-ACHADA NOT = "S"
               DISPLAY "RECLAMACAO NAO ENCONTRADA PARA O PROTOCOLO "
                   WS-PROTOCOLO
               MOVE "NAO-ENCONTRADO" TO WS-RESULTADO-CONS
               CLOSE RECLAM-ARQ
               PERFORM REGISTRAR-AUDITORIA-CONSULTA
               EXIT PARAGRAPH
           END-IF

           MOVE RCL-CPF TO WS-CPF-AUDITADO
           PERFORM EXIBIR-RECLAMACAO
           IF RCL-CONCLUIDA
               DISPLAY "RECLAMACAO JA CONCLUIDA EM " RCL-DATA-RESPOSTA
                   " - NADA ALTERADO"
               MOVE "JA-CONCLUIDA" TO WS-RESULTADO-CONS
               CLOSE RECLAM-ARQ
               PERFORM REGISTRAR-AUDITORIA-CONSULTA
               EXIT PARAGRAPH
           END-IF
           IF MODO-ESCALAR AND RCL-OUVIDORIA
               DISPLAY "RECLAMACAO JA ESTA NA OUVIDORIA - NADA ALTERADO"
               MOVE "JA-OUVIDORIA" TO WS-RESULTADO-CONS
               CLOSE RECLAM-ARQ
               PERFORM REGISTRAR-AUDITORIA-CONSULTA
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN MODO-ANDAMENTO
                   DISPLAY "ANDAMENTO: "
               WHEN MODO-ESCALAR
                   DISPLAY "MOTIVO DA ESCALADA: "
               WHEN MODO-CONCLUIR
                   DISPLAY "RESPOSTA DADA AO CLIENTE: "
           END-EVALUATE
           ACCEPT WS-TEXTO
           IF WS-TEXTO = SPACES
               DISPLAY "TEXTO EM BRANCO - NADA ALTERADO"
               MOVE "RECUSADA" TO WS-RESULTADO-CONS
               CLOSE RECLAM-ARQ
               PERFORM REGISTRAR-AUDITORIA-CONSULTA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-HOJE TO RCL-DATA-ATUALIZACAO
           MOVE WS-OPERADOR  TO RCL-OPERADOR-ATUALIZACAO
           EVALUATE TRUE
               WHEN MODO-ANDAMENTO
                   MOVE WS-TEXTO TO RCL-ANDAMENTO
                   MOVE "E"      TO RCL-SITUACAO
                   MOVE "ANDAMENTO" TO WS-RESULTADO-CONS
      *        A ouvidoria recomeca a contagem: prazo proprio em dias
      *        uteis a partir da escalada.
               WHEN MODO-ESCALAR
                   MOVE WS-TEXTO TO RCL-ANDAMENTO
                   MOVE "O"      TO RCL-INSTANCIA
                   MOVE "E"      TO RCL-SITUACAO
                   MOVE WS-DATA-HOJE TO RCL-DATA-ESCALADA
                   PERFORM CALCULAR-PRAZO-OUVIDORIA
                   MOVE WS-PRAZO-CALCULADO TO RCL-PRAZO
                   MOVE "ESCALADA" TO WS-RESULTADO-CONS
               WHEN MODO-CONCLUIR
                   MOVE WS-TEXTO     TO RCL-RESPOSTA
                   MOVE WS-DATA-HOJE TO RCL-DATA-RESPOSTA
                   MOVE WS-OPERADOR  TO RCL-OPERADOR-RESPOSTA
                   MOVE "C"          TO RCL-SITUACAO
                   IF WS-DATA-HOJE > RCL-PRAZO
                       MOVE "N" TO RCL-NO-PRAZO
                   ELSE
                       MOVE "S" TO RCL-NO-PRAZO
                   END-IF
                   MOVE "CONCLUIDA" TO WS-RESULTADO-CONS
           END-EVALUATE

           REWRITE RCL-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR RECLAMACAO - STATUS "
                       WS-RECLAM-STATUS
                   MOVE "ERRO-GRAVACAO" TO WS-RESULTADO-CONS
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO " RCL-PROTOCOLO " ATUALIZADA - "
                       "SITUACAO " RCL-SITUACAO " INSTANCIA "
                       RCL-INSTANCIA " PRAZO " RCL-PRAZO
                   IF RCL-CONCLUIDA AND NOT RCL-RESPONDIDA-NO-PRAZO
                       DISPLAY "ATENCAO: RESPOSTA FORA DO PRAZO"
                   END-IF
           END-REWRITE
           CLOSE RECLAM-ARQ
           PERFORM REGISTRAR-AUDITORIA-CONSULTA.

      *    Mostra a reclamacao lida, com o CPF mascarado.
       EXIBIR-RECLAMACAO.
           MOVE RCL-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           DISPLAY "PROTOCOLO " RCL-PROTOCOLO " CPF " WS-CPF-MASCARADO
               " CANAL " RCL-CANAL " INSTANCIA " RCL-INSTANCIA
               " ASSUNTO " RCL-CATEGORIA
           DISPLAY "  ABERTA EM " RCL-DATA-ABERTURA " POR "
               RCL-OPERADOR " PRAZO " RCL-PRAZO " SITUACAO "
               RCL-SITUACAO
           IF NOT RCL-SEM-REFERENCIA
               DISPLAY "  DOCUMENTO " RCL-REF-TIPO " " RCL-REF-NUMERO
                   " " RCL-REF-DATA
           END-IF
           DISPLAY "  RELATO: " RCL-DESCRICAO
           IF RCL-ANDAMENTO NOT = SPACES
               DISPLAY "  ANDAMENTO " RCL-DATA-ATUALIZACAO ": "
                   RCL-ANDAMENTO
           END-IF
           IF RCL-CONCLUIDA
               DISPLAY "  RESPOSTA " RCL-DATA-RESPOSTA ": "
                   RCL-RESPOSTA
               DISPLAY "  RESPONDIDA NO PRAZO: " RCL-NO-PRAZO
           END-IF.

      *----------------------------------------------------------------*
      *    MODO HISTORICO
      *----------------------------------------------------------------*
       LISTAR-HISTORICO-CPF.
           MOVE ZEROS TO WS-QTD-HISTORICO WS-PROTOCOLO
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           MOVE WS-CPF-CLIENTE TO WS-CPF-AUDITADO
           OPEN INPUT RECLAM-ARQ
           IF RECLAM-OK
               MOVE "N" TO WS-RECLAM-FIM
               MOVE WS-CPF-CLIENTE TO RCL-CPF
               START RECLAM-ARQ KEY IS EQUAL TO RCL-CPF
                   INVALID KEY
                       SET RECLAM-FIM TO TRUE
               END-START
               PERFORM UNTIL RECLAM-FIM
                   READ RECLAM-ARQ NEXT RECORD
                       AT END
                           SET RECLAM-FIM TO TRUE
                       NOT AT END
                           IF RCL-CPF NOT = WS-CPF-CLIENTE
                               SET RECLAM-FIM TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-HISTORICO
                               PERFORM EXIBIR-RECLAMACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECLAM-ARQ
           IF WS-QTD-HISTORICO = ZEROS
               DISPLAY "NENHUMA RECLAMACAO PARA O CPF INFORMADO"
               MOVE "NAO-ENCONTRADO" TO WS-RESULTADO-CONS
           ELSE
               DISPLAY "RECLAMACOES DO CPF: " WS-QTD-HISTORICO
               MOVE "HISTORICO" TO WS-RESULTADO-CONS
           END-IF
           PERFORM REGISTRAR-AUDITORIA-CONSULTA.

      *    Trilha de auditoria de acesso: operador, CPF (mascarado),
      *    resultado, data/hora e protocolo, acrescentados a
      *    CONSULTA.AUD no mesmo formato do CADCONS.
       REGISTRAR-AUDITORIA-CONSULTA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME

           MOVE WS-CPF-AUDITADO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING

           OPEN EXTEND CONSULTA-AUD
           IF CONSAUD-NAO-ACHOU
               CLOSE CONSULTA-AUD
               OPEN OUTPUT CONSULTA-AUD
           END-IF
           MOVE SPACES TO WS-CONSAUD-BUFFER
           STRING "PROGRAMA=RECLAMA"     DELIMITED BY SIZE
                  " OPERADOR="           DELIMITED BY SIZE
                  WS-OPERADOR            DELIMITED BY SIZE
                  " CPF="                DELIMITED BY SIZE
                  WS-CPF-MASCARADO       DELIMITED BY SIZE
                  " RESULTADO="          DELIMITED BY SIZE
                  WS-RESULTADO-CONS      DELIMITED BY SIZE
                  " DATA="               DELIMITED BY SIZE
                  WS-AUD-DATA            DELIMITED BY SIZE
                  " HORA="               DELIMITED BY SIZE
                  WS-AUD-HORA            DELIMITED BY SIZE
                  " MODO="               DELIMITED BY SIZE
                  WS-MODO-RECLAM         DELIMITED BY SIZE
                  " PROTOCOLO="          DELIMITED BY SIZE
                  WS-PROTOCOLO           DELIMITED BY SIZE
                  INTO WS-CONSAUD-BUFFER
           END-STRING
           MOVE WS-CONSAUD-BUFFER TO CONSAUD-LINHA
           WRITE CONSAUD-LINHA
           CLOSE CONSULTA-AUD.
