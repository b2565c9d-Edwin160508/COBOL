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
      *    Procurador/representante que movimentou pelo titular
      *    (espacos = o proprio titular) - passa intacto na
      *    regravacao.
           05 TRN-REPRESENTANTE       PIC X(11).
      *    Posicao da marca de saque em especie da fila de liberacao
      *    (o DIGLIBER a limpa antes de liberar a linha).
           05 FILLER                  PIC X(01).
       01  TRN-TRAILER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRL-QTD                 PIC 9(06).
           05 TRL-HASH-VALOR          PIC 9(11)V99.
           05 FILLER                  PIC X(59).

       FD  TRANS-TRABALHO.
       01  TRABALHO-LINHA             PIC X(79) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-GER-IND          PIC 9(03) VALUE ZEROS.

      *    Estado da regravacao da transmissao bruta.
       77 WS-HDR-GUARDADO    PIC X(79) VALUE SPACES.
       77 WS-TEM-HEADER      PIC X(01) VALUE "N".
       77 WS-TEM-EXISTENTES  PIC X(01) VALUE "N".
       77 WS-JA-GERADO       PIC X(01) VALUE "N".
               MOVE "AGENDADA"                TO TRN-OPERADOR
               MOVE WS-DATA-HOJE              TO TRN-DATA-DIGIT
               MOVE WS-HORA-AGORA             TO TRN-HORA-DIGIT
               MOVE SPACES                    TO TRN-REPRESENTANTE
               ADD TRN-VALOR TO WS-HASH-VALOR
               ADD 1 TO WS-QTD-TRAILER
               WRITE TRN-ARQ-LINHA
