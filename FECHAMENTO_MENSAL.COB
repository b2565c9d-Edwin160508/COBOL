      *>   no historico persistente FECHA.HIST e o livro              <*
      *>   FECHAMES.REL sai com as colunas mes atual, mes anterior e  <*
      *>   variacao.                                                  <*
      *>   Fatura cancelada (FATCANC) fica fora do aging.             <*
      *>   Cada fatura em aberto do aging sai tambem na foto do mes   <*
      *>   AGING.AAAAMM (faixa e saldo no fechamento - ver            <*
      *>   copybooks/AGSNAPREC.CPY), base da rolagem da carteira e    <*
      *>   da safra (ROLAGEM).                                        <*
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
      *    Scores de qualidade da ultima execucao do DQSCORE.
           SELECT DQSCORE-CTL ASSIGN TO "DQSCORE.CTL"
           SELECT FECHA-HISTORICO ASSIGN TO "FECHA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Foto de fim de mes do aging por fatura: o nome
      *    (AGING.AAAAMM) e montado em WS-SNAP-NOME antes do OPEN.
           SELECT AGING-FOTO ASSIGN TO WS-SNAP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
      *    O livro de fechamento do mes.
           SELECT FECHAMES-RELATORIO ASSIGN TO "FECHAMES.REL"
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
           05 FCH-AGING-61           PIC 9(13)V99.
           05 FCH-AGING-90           PIC 9(13)V99.

       FD  AGING-FOTO.
      *    Layout compartilhado da foto do aging - ver
      *    copybooks/AGSNAPREC.CPY.
           COPY AGSNAPREC.

       FD  FECHAMES-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.

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
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35" "23".
       77 WS-LEDGER-FIM         PIC X(01) VALUE "N".
       77 WS-HISTORICO-FIM      PIC X(01) VALUE "N".
           88 HISTORICO-FIM         VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-SNAP-STATUS        PIC X(02) VALUE "00".
       77 WS-SNAP-NOME          PIC X(20) VALUE SPACES.

      *    Posicao consolidada do mes corrente.
       01  WS-POSICAO-ATUAL.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "FECHAMES" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG

           PERFORM CONSOLIDAR-TOTAL-LEDGER
           PERFORM CONSOLIDAR-TIERS
           PERFORM LOCALIZAR-MES-ANTERIOR
           PERFORM GUARDAR-POSICAO-DO-MES
           PERFORM EMITIR-LIVRO-FECHAMENTO
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

       CONSOLIDAR-TOTAL-LEDGER.
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SNAP-NOME
           STRING "AGING."     DELIMITED BY SIZE
                  WS-MES-ATUAL DELIMITED BY SIZE
                  INTO WS-SNAP-NOME
           END-STRING
           OPEN OUTPUT AGING-FOTO
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                           AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                           PERFORM CLASSIFICAR-FATURA-AGING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FOTO
           CLOSE FATURAS-ARQUIVO.

       CLASSIFICAR-FATURA-AGING.
                   ADD WS-SALDO-DEVEDOR TO WS-ATU-AGING-61
               WHEN OTHER
                   ADD WS-SALDO-DEVEDOR TO WS-ATU-AGING-90
           END-EVALUATE
           PERFORM GRAVAR-FOTO-FATURA.

      *    A fatura na foto do mes, com a faixa do fechamento (a
      *    vencer separada do 1-30 para a rolagem).
       GRAVAR-FOTO-FATURA.
           MOVE SPACES TO AGSNAP-REG
           MOVE WS-MES-ATUAL     TO AGS-MES
           MOVE FAT-NUMERO       TO AGS-FAT-NUMERO
           MOVE FAT-CPF          TO AGS-CPF
           MOVE FAT-DATA-EMISSAO TO AGS-DATA-EMISSAO
           MOVE FAT-DATA-VENCTO  TO AGS-DATA-VENCTO
           MOVE ZEROS            TO AGS-DIAS-ATRASO
           IF WS-DIAS-ATRASO > ZEROS
               MOVE WS-DIAS-ATRASO TO AGS-DIAS-ATRASO
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER ZEROS
                   SET AGS-A-VENCER TO TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER 30
                   SET AGS-ATE-30 TO TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   SET AGS-31-60 TO TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   SET AGS-61-90 TO TRUE
               WHEN OTHER
                   SET AGS-MAIS-90 TO TRUE
           END-EVALUATE
           MOVE WS-SALDO-DEVEDOR TO AGS-SALDO
           MOVE FAT-ORIGEM       TO AGS-ORIGEM
           WRITE AGSNAP-REG.

      *    Posicao mais recente do historico ANTERIOR ao mes corrente
      *    - e contra ela que o livro compara.
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=FECHAMES SEQ=00000000"  DELIMITED BY SIZE
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
