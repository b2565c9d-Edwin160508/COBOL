      *>   a cada fatura liquidada) e consumida: CPF negativado cuja  <*
      *>   divida 90+ zerou sai com o registro de EXCLUSAO (tipo E) e <*
      *>   a marca e limpa. Resumo em NEGATIVA.REL.                   <*
      *>   O documento vai ao bureau com 14 posicoes e o tipo (F =    <*
      *>   CPF alinhado a esquerda, J = CNPJ da pessoa juridica).     <*
      *>   Roda pela agenda do DAILYBAT (AGENDIA, ver                 <*
      *>   data/AGENDA.TAB) e grava INICIO/FIM no OPERACOES.LOG       <*
      *>   para o painel da manha.                                    <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    O arquivo de interface para o bureau (inclusoes e
      *    exclusoes da passada).
           SELECT NEGATIVA-RELATORIO ASSIGN TO "NEGATIVA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Log de operacoes compartilhado - inicio e fim do job para
      *    o painel da manha (o agendador AGENDIA registra ali quando
      *    este passo esta previsto).
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.

       FD  BUREAU-ARQUIVO.
      *    Layout combinado com o bureau: tipo I = inclusao, E =
      *    exclusao. Tipo do documento F = CPF (11 digitos alinhados
      *    a esquerda), J = CNPJ (14 digitos).
       01  BUREAU-REG.
           05 BUR-TIPO                PIC X(01).
           05 BUR-TIPO-DOCUMENTO      PIC X(01).
           05 BUR-CPF                 PIC X(14).
           05 BUR-NOME                PIC X(50).
           05 BUR-VALOR               PIC 9(13)V99.
           05 BUR-DATA                PIC 9(08).

       FD  BUREAU-REMOVER.
       01  BREMOVE-REG.
           05 BRM-CPF                 PIC X(14).
           05 BRM-DATA                PIC 9(08).

       FD  PARAMRUN-CTL.

       FD  NEGATIVA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.
       01 WS-HORA-OPLOG         PIC 9(08) VALUE ZEROS.
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
       01  WS-TABELA-DIVIDAS.
           05 WS-DIV-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-DIV-ITEM OCCURS 2000 TIMES.
              10 WS-DIV-CPF         PIC X(14).
              10 WS-DIV-VALOR       PIC 9(13)V99.
       77 WS-DIV-IND            PIC 9(04) VALUE ZEROS.
       77 WS-DIV-ACHADO         PIC 9(04) VALUE ZEROS.
      *    Fila de CPFs liquidados, sem repeticao.
       01  WS-TABELA-REMOVER.
           05 WS-RMV-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-RMV-CPF            PIC X(14) OCCURS 1000 TIMES.
       77 WS-RMV-IND            PIC 9(04) VALUE ZEROS.
       77 WS-RMV-ACHADO         PIC 9(04) VALUE ZEROS.

      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "NEGATIVA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               DISPLAY "CADCLI.DAT INDISPONIVEL - PASSADA ABORTADA"
               CLOSE CADCLI-MESTRE
               CLOSE BUREAU-ARQUIVO
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE BUREAU-REMOVER

           PERFORM EMITIR-RELATORIO-NEGATIVA
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

       LER-PARAMETRO-VALOR.
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                           AND NOT FAT-CANCELADA
                           PERFORM APURAR-UMA-FATURA-90
                       END-IF
               END-READ
               EXIT PARAGRAPH
           END-IF
           MOVE "I"                     TO BUR-TIPO
           PERFORM DEFINIR-TIPO-DOCUMENTO
           MOVE CADCLI-CPF              TO BUR-CPF
           MOVE CADCLI-NOME             TO BUR-NOME
           MOVE WS-DIV-VALOR (WS-DIV-IND) TO BUR-VALOR
               EXIT PARAGRAPH
           END-IF
           MOVE "E"          TO BUR-TIPO
           PERFORM DEFINIR-TIPO-DOCUMENTO
           MOVE CADCLI-CPF   TO BUR-CPF
           MOVE CADCLI-NOME  TO BUR-NOME
           MOVE ZEROS        TO BUR-VALOR
           MOVE "DESNEGATIVA" TO WS-PRM-NOME
           PERFORM REGISTRAR-MUDANCA-CHGLOG.

       DEFINIR-TIPO-DOCUMENTO.
           IF CADCLI-PESSOA-JURIDICA
               MOVE "J" TO BUR-TIPO-DOCUMENTO
           ELSE
               MOVE "F" TO BUR-TIPO-DOCUMENTO
           END-IF.

       REGISTRAR-MUDANCA-CHGLOG.
           OPEN EXTEND CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
           CLOSE NEGATIVA-RELATORIO
           DISPLAY "ARQUIVO DO BUREAU GRAVADO EM BUREAU.NEG - "
               "RESUMO EM NEGATIVA.REL".

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-OPLOG FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=NEGATIVA SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-OPLOG) DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-OPLOG                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
