      *>   memorando faixa a faixa que os auditores pedem sai em      <*
      *>   PROVISAO.REL. Acaba a conta de calculadora sobre o         <*
      *>   relatorio de aging.                                        <*
      *>   Fatura cancelada (FATCANC) nao entra no aging nem na       <*
      *>   provisao.                                                  <*
      *>   Roda pela agenda do DAILYBAT (AGENDIA, ver                 <*
      *>   data/AGENDA.TAB) e grava INICIO/FIM no OPERACOES.LOG       <*
      *>   para o painel da manha.                                    <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT PROVISAO-RELATORIO ASSIGN TO "PROVISAO.REL"
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

       FD  PROVISAO-RELATORIO.
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
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
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
           MOVE "PROVISAO" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           PERFORM LANCAR-DELTA-CONTABIL
           PERFORM GUARDAR-PROVISAO-DO-MES
           PERFORM EMITIR-MEMORANDO-PROVISAO
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

       LER-PARAMETROS-PROVISAO.
           END-READ
           PERFORM UNTIL FATURAS-FIM
               IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                   AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                   PERFORM CLASSIFICAR-UMA-FATURA
               END-IF
               READ FATURAS-ARQUIVO NEXT RECORD

           CLOSE PROVISAO-RELATORIO
           DISPLAY "MEMORANDO GRAVADO EM PROVISAO.REL".

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=PROVISAO SEQ=00000000"  DELIMITED BY SIZE
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
