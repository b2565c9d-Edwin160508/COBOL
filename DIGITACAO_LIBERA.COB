      *>   trailer recalculado do TRNENTRY; cada decisao sai com o    <*
      *>   supervisor no log de operacoes compartilhado. Sessao sem   <*
      *>   nivel 3 e recusada na entrada.                             <*
      *>   Saque em especie parado na alcada (marca "E" na ultima     <*
      *>   posicao, gravada pelo TRNENTRY): ao liberar, a saida e     <*
      *>   marcada em GAVETA.MOV na gaveta do operador que digitou,   <*
      *>   com a data da liberacao (ver copybooks/GAVMOVREC.CPY).     <*
      *>   O supervisor nao libera entrada que ele mesmo digitou      <*
      *>   (PND-OPERADOR): ela fica na fila para outro. As mesmas     <*
      *>   entradas aparecem na caixa de pendencias (PENDAPRV).       <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
      *    Movimentos em especie das gavetas de caixa (CXGAVETA).
           SELECT GAVETA-MOVIMENTO ASSIGN TO "GAVETA.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVMOV-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *----------------------------------------------------------------*
       FD  DIGITA-PENDENTE.
       01  PENDENTE-REG.
           05 PND-LINHA               PIC X(79).
       01  PENDENTE-DETALHE REDEFINES PENDENTE-REG.
           05 FILLER                  PIC X(01).
           05 PND-CPF                 PIC X(11).
           05 PND-CONTA               PIC 9(06).
           05 PND-DATA-VALOR          PIC 9(08).
           05 PND-OPERADOR            PIC X(08).
           05 FILLER                  PIC X(27).

      *    Mesma linha da transmissao bruta vista por TRNENTRY.
       FD  DIGITA-TRANSBORDO.
       01  FICTRB-LINHA               PIC X(79).

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
           05 TRN-OPERADOR            PIC X(08).
           05 TRN-DATA-DIGIT          PIC 9(08).
           05 TRN-HORA-DIGIT          PIC 9(08).
      *    Procurador/representante que movimentou pelo titular.
           05 TRN-REPRESENTANTE       PIC X(11).
       01  TRN-TRAILER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRL-QTD                 PIC 9(06).
           05 TRL-HASH-VALOR          PIC 9(11)V99.
           05 FILLER                  PIC X(59).

       FD  TRANS-TRABALHO.
       01  TRABALHO-LINHA             PIC X(79) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA                PIC X(100) VALUE SPACES.

       FD  GAVETA-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/GAVMOVREC.CPY.
           COPY GAVMOVREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
           88 SESSAO-OK         VALUE "00".
       77 WS-OPLOG-STATUS    PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU   VALUE "35".
       77 WS-GAVMOV-STATUS   PIC X(02) VALUE "00".
           88 GAVMOV-NAO-ACHOU  VALUE "35".

      *    Supervisor da sessao assinada - nivel 3 obrigatorio.
       77 WS-SUPERVISOR      PIC X(08) VALUE SPACES.
       77 WS-DECISAO         PIC X(01) VALUE SPACES.
       01  WS-TABELA-LIBERADAS.
           05 WS-LIB-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-LIB-LINHA       PIC X(79) OCCURS 200 TIMES.
       77 WS-LIB-IND         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-FICAM.
           05 WS-FIC-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-FIC-LINHA       PIC X(79) OCCURS 200 TIMES.
       77 WS-FIC-IND         PIC 9(03) VALUE ZEROS.
       77 WS-FICTRB-STATUS    PIC X(02) VALUE "00".
       77 WS-FIC-ESTOUROU     PIC X(01) VALUE "N".
       77 WS-QTD-REJEITADAS  PIC 9(03) VALUE ZEROS.

      *    Estado da regravacao da transmissao bruta (TRNENTRY).
       77 WS-HDR-GUARDADO    PIC X(79) VALUE SPACES.
       77 WS-TEM-HEADER      PIC X(01) VALUE "N".
       77 WS-TEM-EXISTENTES  PIC X(01) VALUE "N".
       77 WS-HASH-VALOR      PIC 9(11)V99 VALUE ZEROS.
               " OPERADOR " PND-OPERADOR
           DISPLAY "DECISAO (L=LIBERAR R=REJEITAR P=PULAR): "
           ACCEPT WS-DECISAO
      *    Quem digitou nao libera a propria entrada: ela fica na
      *    fila para outro supervisor.
           IF WS-DECISAO = "L" AND PND-OPERADOR = WS-SUPERVISOR
               DISPLAY "ENTRADA DIGITADA PELO PROPRIO SUPERVISOR - "
                   "LIBERACAO RECUSADA"
               MOVE "P" TO WS-DECISAO
           END-IF
           EVALUATE WS-DECISAO
               WHEN "L"
                   IF WS-LIB-QTD < 200
                       ADD 1 TO WS-LIB-QTD
                       MOVE PND-LINHA TO WS-LIB-LINHA (WS-LIB-QTD)
                       IF PND-LINHA (79 : 1) = "E"
                           PERFORM MARCAR-SAQUE-GAVETA
                           MOVE SPACE
                               TO WS-LIB-LINHA (WS-LIB-QTD) (79 : 1)
                       END-IF
                       MOVE "LIBERADA" TO WS-EVENTO-DECISAO
                       PERFORM GRAVAR-DECISAO-OPLOG
                   ELSE
                   PERFORM GUARDAR-ENTRADA-NA-FILA
           END-EVALUATE.

      *    Saque em especie liberado: a saida entra na gaveta do
      *    operador que digitou.
       MARCAR-SAQUE-GAVETA.
           OPEN EXTEND GAVETA-MOVIMENTO
           IF GAVMOV-NAO-ACHOU
               CLOSE GAVETA-MOVIMENTO
               OPEN OUTPUT GAVETA-MOVIMENTO
           END-IF
           MOVE PND-OPERADOR   TO GMV-OPERADOR
           MOVE WS-DATA-HOJE   TO GMV-DATA
           MOVE WS-HORA-AGORA  TO GMV-HORA
           MOVE "S"            TO GMV-TIPO
           MOVE PND-NUMERO     TO GMV-NUMERO
           MOVE PND-CPF        TO GMV-CPF
           MOVE PND-CONTA      TO GMV-CONTA
           MOVE PND-VALOR      TO GMV-VALOR
           WRITE GAVMOV-REG
           CLOSE GAVETA-MOVIMENTO.

      *    Entrada que continua na fila: na tabela enquanto couber,
      *    dali em diante no transbordo - nenhuma entrada se perde.
       GUARDAR-ENTRADA-NA-FILA.
