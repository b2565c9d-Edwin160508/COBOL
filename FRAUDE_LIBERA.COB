      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. FRAUDLIB.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Decisao do analista de fraude sobre as transacoes retidas  <*
      *>   pela triagem (FRAUDVEL) em FRAUDE.RETIDAS. So entra        <*
      *>   operador de nivel 3 (sessao assinada no menu). Cada retida <*
      *>   e mostrada com as regras que apontaram - L libera, R       <*
      *>   rejeita, P pula (fica na fila):                            <*
      *>     L - volta a transmissao bruta                            <*
      *>         data/LACO_TRANSACOES.BRUTO pela mesma regravacao     <*
      *>         com trailer recalculado do DIGLIBER, carimbada com o <*
      *>         analista, e entra em FRAUDE.LIBERADAS para passar    <*
      *>         pela triagem do proximo ciclo sem nova retencao;     <*
      *>     R - nao e postada; o cliente recebe aviso em             <*
      *>         FRAUDE.CARTAS no endereco do cadastro.               <*
      *>   Cada decisao sai com o analista no log de operacoes.       <*
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
      *    Fila de transacoes retidas pela triagem.
           SELECT FRAUDE-RETIDAS ASSIGN TO "FRAUDE.RETIDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETIDAS-STATUS.
      *    Transbordo das retidas que ficam alem da tabela: voltam
      *    INTACTAS a fila na regravacao - nenhuma se perde.
           SELECT FRAUDE-TRANSBORDO ASSIGN TO "FRAUDE.TRANSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICTRB-STATUS.
      *    Liberadas - a triagem deixa passar uma vez.
           SELECT FRAUDE-LIBERADAS ASSIGN TO "FRAUDE.LIBERADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADAS-STATUS.
      *    A transmissao bruta - destino das transacoes liberadas.
           SELECT TRANS-ARQUIVO ASSIGN TO "data/LACO_TRANSACOES.BRUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *    Arquivo de trabalho da regravacao - mesma mecanica do
      *    DIGLIBER.
           SELECT TRANS-TRABALHO ASSIGN TO "FRAUDLIB.TRABALHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.
      *    Cadastro de clientes - endereco do aviso de rejeicao.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Avisos ao cliente das transacoes rejeitadas.
           SELECT FRAUDE-CARTAS ASSIGN TO "FRAUDE.CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
      *    Sessao do operador logado - tem que ser nivel 3.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Log de operacoes compartilhado - cada decisao e logada.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FRAUDE-RETIDAS.
      *    Layout compartilhado da retida - ver
      *    copybooks/FRAUDEREC.CPY.
           COPY FRAUDEREC.

       FD  FRAUDE-TRANSBORDO.
       01  FICTRB-LINHA               PIC X(125).

      *    Mesma chave lida pela triagem (FRAUDVEL).
       FD  FRAUDE-LIBERADAS.
       01  LIBERADA-REG.
           05 LIB-CPF                 PIC X(11).
           05 LIB-NUMERO              PIC X(06).
           05 LIB-CONTA               PIC X(06).
           05 LIB-VALOR               PIC 9(09)V99.
           05 LIB-DATA                PIC 9(08).

       FD  TRANS-ARQUIVO.
       01  TRN-ARQ-LINHA.
           05 TRN-TIPO                PIC X(01).
           05 TRN-CORPO               PIC X(78).
       01  TRN-HEADER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 HDR-DATA                PIC 9(08).
           05 HDR-ORIGEM              PIC X(08).
           05 HDR-CICLO               PIC 9(02).
           05 FILLER                  PIC X(60).
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
       01  TRN-TRAILER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRL-QTD                 PIC 9(06).
           05 TRL-HASH-VALOR          PIC 9(11)V99.
           05 FILLER                  PIC X(59).

       FD  TRANS-TRABALHO.
       01  TRABALHO-LINHA             PIC X(79) VALUE SPACES.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do cliente - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  FRAUDE-CARTAS.
       01  CARTA-LINHA                PIC X(80) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA                PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-RETIDAS-STATUS  PIC X(02) VALUE "00".
           88 RETIDAS-NAO-ACHOU VALUE "35".
       77 WS-RETIDAS-FIM     PIC X(01) VALUE "N".
           88 RETIDAS-FIM       VALUE "S".
       77 WS-LIBERADAS-STATUS PIC X(02) VALUE "00".
           88 LIBERADAS-NAO-ACHOU VALUE "35".
       77 WS-TRANS-STATUS    PIC X(02) VALUE "00".
           88 TRANS-NAO-ACHOU   VALUE "35".
       77 WS-TRANS-FIM       PIC X(01) VALUE "N".
           88 TRANS-FIM         VALUE "S".
       77 WS-TRABALHO-STATUS PIC X(02) VALUE "00".
       77 WS-TRABALHO-FIM    PIC X(01) VALUE "N".
           88 TRABALHO-FIM      VALUE "S".
       77 WS-CADCLI-STATUS   PIC X(02) VALUE "00".
           88 CADCLI-OK         VALUE "00".
       77 WS-CARTAS-STATUS   PIC X(02) VALUE "00".
           88 CARTAS-NAO-ACHOU  VALUE "35".
       77 WS-SESSAO-STATUS   PIC X(02) VALUE "00".
           88 SESSAO-OK         VALUE "00".
       77 WS-OPLOG-STATUS    PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU   VALUE "35".

      *    Analista da sessao assinada - nivel 3 obrigatorio.
       77 WS-SUPERVISOR      PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SESSAO    PIC 9(01) VALUE ZEROS.

      *    Decisao da retida corrente e filas da sessao.
       77 WS-DECISAO         PIC X(01) VALUE SPACES.
       01  WS-TABELA-LIBERADAS.
           05 WS-LIB-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-LIB-LINHA       PIC X(79) OCCURS 200 TIMES.
       77 WS-LIB-IND         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-FICAM.
           05 WS-FIC-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-FIC-LINHA       PIC X(125) OCCURS 200 TIMES.
       77 WS-FIC-IND         PIC 9(03) VALUE ZEROS.
       77 WS-FICTRB-STATUS    PIC X(02) VALUE "00".
       77 WS-FIC-ESTOUROU     PIC X(01) VALUE "N".
       77 WS-FICTRB-FIM       PIC X(01) VALUE "N".
           88 FICTRB-FIM        VALUE "S".
       77 WS-QTD-REJEITADAS  PIC 9(03) VALUE ZEROS.
       77 WS-CARTAS-ABERTAS  PIC X(01) VALUE "N".

      *    Linha bruta remontada a partir da linha limpa retida: o
      *    miolo (tipo ate data-valor) e o mesmo nos dois layouts; o
      *    carimbo de digitacao passa a ser o do analista.
       01  WS-LINHA-BRUTA.
           05 WS-BRT-MIOLO       PIC X(43).
           05 WS-BRT-OPERADOR    PIC X(08).
           05 WS-BRT-DATA        PIC 9(08).
           05 WS-BRT-HORA        PIC 9(08).
           05 WS-BRT-REPRESENTANTE PIC X(11).
           05 FILLER             PIC X(01).

      *    Estado da regravacao da transmissao bruta (DIGLIBER).
       77 WS-HDR-GUARDADO    PIC X(79) VALUE SPACES.
       77 WS-TEM-HEADER      PIC X(01) VALUE "N".
       77 WS-TEM-EXISTENTES  PIC X(01) VALUE "N".
       77 WS-HASH-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-TRAILER     PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO   PIC Z(10)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-OPLOG-BUFFER    PIC X(100) VALUE SPACES.
       77 WS-CARTA-BUFFER    PIC X(80) VALUE SPACES.
       77 WS-EVENTO-DECISAO  PIC X(10) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "FRAUDLIB" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM CONFERIR-NIVEL-SUPERVISOR
           IF WS-NIVEL-SESSAO < 3
               DISPLAY "SESSAO SEM NIVEL DE SUPERVISOR - LIBERACAO "
                   "RECUSADA"
               GOBACK
           END-IF

           PERFORM DECIDIR-RETIDAS
           IF WS-LIB-QTD > ZEROS
               PERFORM CARREGAR-ARQUIVO-DO-DIA
               PERFORM REGRAVAR-ARQUIVO-DO-DIA
           END-IF
           IF WS-CARTAS-ABERTAS = "S"
               CLOSE FRAUDE-CARTAS
           END-IF
           PERFORM REGRAVAR-FILA-RETIDAS

           DISPLAY "LIBERADAS " WS-LIB-QTD "  REJEITADAS "
               WS-QTD-REJEITADAS "  NA FILA " WS-FIC-QTD
           GOBACK.

      *    O nivel vem da sessao assinada no menu (OPERADOR.SESSAO) -
      *    a decisao de fraude exige nivel 3, como a alcada.
       CONFERIR-NIVEL-SUPERVISOR.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-SUPERVISOR
                       MOVE SES-NIVEL    TO WS-NIVEL-SESSAO
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.

      *    Mostra cada retida e colhe a decisao do analista:
      *    L libera, R rejeita, P pula (fica na fila).
       DECIDIR-RETIDAS.
           OPEN INPUT FRAUDE-RETIDAS
           IF RETIDAS-NAO-ACHOU
               DISPLAY "FILA FRAUDE.RETIDAS VAZIA - NADA A DECIDIR"
               EXIT PARAGRAPH
           END-IF
           READ FRAUDE-RETIDAS
               AT END SET RETIDAS-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETIDAS-FIM
               PERFORM DECIDIR-UMA-RETIDA
               READ FRAUDE-RETIDAS
                   AT END SET RETIDAS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FRAUDE-RETIDAS.

       DECIDIR-UMA-RETIDA.
           MOVE FRT-VALOR TO WS-VALOR-EDITADO
           DISPLAY "RETIDA EM " FRT-DATA-RETENCAO
               ": NUMERO " FRT-NUMERO
               " CPF " FRT-CPF
               " CONTA " FRT-CONTA
               " VALOR " WS-VALOR-EDITADO
           DISPLAY "REGRAS " FRT-REGRAS " - " FRT-DESCRICAO
           DISPLAY "DECISAO (L=LIBERAR R=REJEITAR P=PULAR): "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "L"
                   IF WS-LIB-QTD < 200
                       ADD 1 TO WS-LIB-QTD
                       PERFORM MONTAR-LINHA-BRUTA
                       MOVE WS-LINHA-BRUTA
                           TO WS-LIB-LINHA (WS-LIB-QTD)
                       PERFORM GRAVAR-LIBERADA
                       MOVE "LIBERADA" TO WS-EVENTO-DECISAO
                       PERFORM GRAVAR-DECISAO-OPLOG
                   ELSE
      *    Lote de liberacao cheio: a retida NAO e liberada nem
      *    descartada - volta a fila para outra sessao decidir.
                       DISPLAY "LOTE DE LIBERACAO CHEIO (200) - A "
                           "RETIDA VOLTA A FILA PARA OUTRA SESSAO"
                       PERFORM GUARDAR-RETIDA-NA-FILA
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-QTD-REJEITADAS
                   PERFORM EMITIR-AVISO-REJEICAO
                   MOVE "REJEITADA" TO WS-EVENTO-DECISAO
                   PERFORM GRAVAR-DECISAO-OPLOG
               WHEN OTHER
                   PERFORM GUARDAR-RETIDA-NA-FILA
           END-EVALUATE.

      *    Linha limpa -> linha bruta: tipo ate data-valor como esta;
      *    o representante do debito volta a posicao do bruto.
       MONTAR-LINHA-BRUTA.
           MOVE SPACES TO WS-LINHA-BRUTA
           MOVE FRT-LINHA (1 : 43) TO WS-BRT-MIOLO
           MOVE WS-SUPERVISOR      TO WS-BRT-OPERADOR
           MOVE WS-DATA-HOJE       TO WS-BRT-DATA
           MOVE WS-HORA-AGORA      TO WS-BRT-HORA
           IF FRT-TIPO = "D"
               MOVE FRT-LINHA (59 : 11) TO WS-BRT-REPRESENTANTE
           END-IF.

      *    A chave da liberada e a que a triagem confere no proximo
      *    ciclo.
       GRAVAR-LIBERADA.
           OPEN EXTEND FRAUDE-LIBERADAS
           IF LIBERADAS-NAO-ACHOU
               CLOSE FRAUDE-LIBERADAS
               OPEN OUTPUT FRAUDE-LIBERADAS
           END-IF
           MOVE FRT-CPF      TO LIB-CPF
           MOVE FRT-NUMERO   TO LIB-NUMERO
           MOVE FRT-CONTA    TO LIB-CONTA
           MOVE FRT-VALOR    TO LIB-VALOR
           MOVE WS-DATA-HOJE TO LIB-DATA
           WRITE LIBERADA-REG
           CLOSE FRAUDE-LIBERADAS.

      *    Aviso ao cliente no endereco do cadastro; sem cadastro a
      *    rejeicao segue so no log de operacoes.
       EMITIR-AVISO-REJEICAO.
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CADCLI-CPF
           MOVE FRT-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "23" TO WS-CADCLI-STATUS
           END-READ
           IF NOT CADCLI-OK
               CLOSE CADCLI-MESTRE
               DISPLAY "CPF " FRT-CPF " SEM CADASTRO - AVISO NAO "
                   "EMITIDO"
               EXIT PARAGRAPH
           END-IF
           IF WS-CARTAS-ABERTAS = "N"
               OPEN EXTEND FRAUDE-CARTAS
               IF CARTAS-NAO-ACHOU
                   CLOSE FRAUDE-CARTAS
                   OPEN OUTPUT FRAUDE-CARTAS
               END-IF
               MOVE "S" TO WS-CARTAS-ABERTAS
           END-IF
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
           STRING "PREZADO(A) CLIENTE, POR SEGURANCA A TRANSACAO "
               DELIMITED BY SIZE
               FRT-NUMERO DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "NO VALOR DE " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " NA CONTA " DELIMITED BY SIZE
               FRT-CONTA DELIMITED BY SIZE
               " NAO FOI EFETIVADA." DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "SE A OPERACAO FOI FEITA PELO(A) SR(A), PROCURE A SUA"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "AGENCIA PARA CONFIRMA-LA. SE NAO RECONHECE, NENHUM"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "VALOR FOI DEBITADO - ENTRE EM CONTATO CONOSCO."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE ALL "-" TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           CLOSE CADCLI-MESTRE.

       GRAVAR-LINHA-CARTA.
           MOVE WS-CARTA-BUFFER TO CARTA-LINHA
           WRITE CARTA-LINHA.

      *    Retida que continua na fila: na tabela enquanto couber,
      *    dali em diante no transbordo - nenhuma se perde.
       GUARDAR-RETIDA-NA-FILA.
           IF WS-FIC-QTD < 200
               ADD 1 TO WS-FIC-QTD
               MOVE FRAUDE-RETIDA-REG TO WS-FIC-LINHA (WS-FIC-QTD)
               EXIT PARAGRAPH
           END-IF
           IF WS-FIC-ESTOUROU = "N"
               MOVE "S" TO WS-FIC-ESTOUROU
               OPEN OUTPUT FRAUDE-TRANSBORDO
               DISPLAY "MAIS DE 200 RETIDAS FICANDO NA FILA - "
                   "EXCEDENTE PRESERVADO VIA TRANSBORDO"
           END-IF
           MOVE FRAUDE-RETIDA-REG TO FICTRB-LINHA
           WRITE FICTRB-LINHA.

      *    A fila volta so com o que ficou pulado - liberadas e
      *    rejeitadas saem dela.
       REGRAVAR-FILA-RETIDAS.
           IF RETIDAS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FRAUDE-RETIDAS
           PERFORM VARYING WS-FIC-IND FROM 1 BY 1
                   UNTIL WS-FIC-IND > WS-FIC-QTD
               MOVE WS-FIC-LINHA (WS-FIC-IND) TO FRAUDE-RETIDA-REG
               WRITE FRAUDE-RETIDA-REG
           END-PERFORM
      *    Devolve o transbordo intacto a fila.
           IF WS-FIC-ESTOUROU = "S"
               CLOSE FRAUDE-TRANSBORDO
               MOVE "N" TO WS-FICTRB-FIM
               OPEN INPUT FRAUDE-TRANSBORDO
               READ FRAUDE-TRANSBORDO
                   AT END SET FICTRB-FIM TO TRUE
               END-READ
               PERFORM UNTIL FICTRB-FIM
                   MOVE FICTRB-LINHA TO FRAUDE-RETIDA-REG
                   WRITE FRAUDE-RETIDA-REG
                   READ FRAUDE-TRANSBORDO
                       AT END SET FICTRB-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FRAUDE-TRANSBORDO
           END-IF
           CLOSE FRAUDE-RETIDAS.

      *    Carrega o header e os detalhes existentes da transmissao
      *    bruta para o trabalho - mesma mecanica do DIGLIBER.
       CARREGAR-ARQUIVO-DO-DIA.
           OPEN INPUT TRANS-ARQUIVO
           IF TRANS-NAO-ACHOU
               DISPLAY "ARQUIVO DO DIA AINDA NAO EXISTE - SERA CRIADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRANS-TRABALHO
           MOVE "S" TO WS-TEM-EXISTENTES
           READ TRANS-ARQUIVO
               AT END SET TRANS-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRANS-FIM
               EVALUATE TRN-TIPO
                   WHEN "H"
                       MOVE TRN-ARQ-LINHA TO WS-HDR-GUARDADO
                       MOVE "S" TO WS-TEM-HEADER
                   WHEN "D"
                   WHEN "X"
                   WHEN "E"
                   WHEN "J"
                       MOVE TRN-ARQ-LINHA TO TRABALHO-LINHA
                       WRITE TRABALHO-LINHA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ TRANS-ARQUIVO
                   AT END SET TRANS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRANS-TRABALHO
           CLOSE TRANS-ARQUIVO.

      *    Regrava a transmissao bruta com as liberadas e o trailer
      *    recalculado - mesma mecanica do DIGLIBER.
       REGRAVAR-ARQUIVO-DO-DIA.
           OPEN OUTPUT TRANS-ARQUIVO

           IF WS-TEM-HEADER = "S"
               MOVE WS-HDR-GUARDADO TO TRN-ARQ-LINHA
           ELSE
               MOVE SPACES TO TRN-ARQ-LINHA
               MOVE "H" TO TRN-TIPO
               MOVE WS-DATA-HOJE TO HDR-DATA
               MOVE "DIGITACA" TO HDR-ORIGEM
               MOVE 1 TO HDR-CICLO
           END-IF
           WRITE TRN-ARQ-LINHA

           MOVE ZEROS TO WS-HASH-VALOR
           MOVE ZEROS TO WS-QTD-TRAILER
           IF WS-TEM-EXISTENTES = "S"
               OPEN INPUT TRANS-TRABALHO
               READ TRANS-TRABALHO
                   AT END SET TRABALHO-FIM TO TRUE
               END-READ
               PERFORM UNTIL TRABALHO-FIM
                   MOVE TRABALHO-LINHA TO TRN-ARQ-LINHA
                   ADD TRN-VALOR TO WS-HASH-VALOR
                   ADD 1 TO WS-QTD-TRAILER
                   WRITE TRN-ARQ-LINHA
                   READ TRANS-TRABALHO
                       AT END SET TRABALHO-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-TRABALHO
           END-IF

           PERFORM VARYING WS-LIB-IND FROM 1 BY 1
                   UNTIL WS-LIB-IND > WS-LIB-QTD
               MOVE WS-LIB-LINHA (WS-LIB-IND) TO TRN-ARQ-LINHA
               ADD TRN-VALOR TO WS-HASH-VALOR
               ADD 1 TO WS-QTD-TRAILER
               WRITE TRN-ARQ-LINHA
           END-PERFORM

           MOVE SPACES TO TRN-ARQ-LINHA
           MOVE "T" TO TRN-TIPO
           MOVE WS-QTD-TRAILER TO TRL-QTD
           MOVE WS-HASH-VALOR TO TRL-HASH-VALOR
           WRITE TRN-ARQ-LINHA

           CLOSE TRANS-ARQUIVO.

      *    Cada decisao do analista sai no log de operacoes
      *    compartilhado, com o numero da transacao e quem decidiu.
       GRAVAR-DECISAO-OPLOG.
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=FRAUDLIB SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO=FRAUDE-"            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-DECISAO) DELIMITED BY SIZE
                  " TRANSACAO="                DELIMITED BY SIZE
                  FRT-NUMERO                   DELIMITED BY SIZE
                  " SUPERVISOR="               DELIMITED BY SIZE
                  WS-SUPERVISOR                DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
