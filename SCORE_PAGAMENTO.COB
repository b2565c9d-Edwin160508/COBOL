      *>   copybooks/SCOREREC.CPY) e a distribuicao por banda         <*
      *>   (0-25/26-50/51-75/76-100) sai em PAGSCORE.REL para a       <*
      *>   cobranca priorizar.                                        <*
      *>   Roda pela agenda do DAILYBAT (AGENDIA, ver                 <*
      *>   data/AGENDA.TAB) e grava INICIO/FIM no OPERACOES.LOG       <*
      *>   para o painel da manha.                                    <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT PAGSCORE-RELATORIO ASSIGN TO "PAGSCORE.REL"
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

       FD  PAGSCORE-RELATORIO.
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
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CLI-ITEM OCCURS 2000 TIMES.
              10 WS-CLI-CPF         PIC X(14).
              10 WS-CLI-SOMA-DIAS   PIC S9(07).
              10 WS-CLI-EM-DIA      PIC 9(05).
              10 WS-CLI-ATRASO      PIC 9(05).
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
           MOVE "PAGSCORE" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           PERFORM ACUMULAR-HISTORICO-FATURAS
           PERFORM ACUMULAR-PLANOS-QUEBRADOS
           IF WS-CLI-QTD = ZEROS
               DISPLAY "SEM HISTORICO DE LIQUIDACAO - NENHUM SCORE "
                   "APURADO"
               MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
               GOBACK
           END-IF
           PERFORM GRAVAR-SCORES-APURADOS
           PERFORM EMITIR-DISTRIBUICAO
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

       ACUMULAR-HISTORICO-FATURAS.

           CLOSE PAGSCORE-RELATORIO
           DISPLAY "DISTRIBUICAO GRAVADA EM PAGSCORE.REL".

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=PAGSCORE SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-OPLOG) DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
