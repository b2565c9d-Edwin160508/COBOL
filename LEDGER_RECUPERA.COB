      *>   execucao. Quando a mesma conta aparece mais de uma vez no  <*
      *>   mesmo sequencial, vale a primeira imagem ANTES (desfazer)  <*
      *>   e a ultima imagem DEPOIS (reaplicar). Contas que ainda nao <*
      *>   existiam no ledger sao criadas na reaplicacao. O valor     <*
      *>   bloqueado por ordem judicial nao esta no journal e fica    <*
      *>   como esta no ledger (conta criada nasce sem bloqueio).     <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       01  WS-TABELA-CONTAS.
           05 WS-CTA-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-CTA-ITEM OCCURS 500 TIMES.
              10 WS-CTA-CPF      PIC X(14).
              10 WS-CTA-CONTA    PIC 9(06).
              10 WS-CTA-ANTES    PIC S9(9)V99 COMP-3.
              10 WS-CTA-DEPOIS   PIC S9(9)V99 COMP-3.
           05 WS-LINHAS-JOURNAL  PIC 9(06) VALUE ZEROS.
           05 WS-CONTAS-TOCADAS  PIC 9(03) VALUE ZEROS.
           05 WS-CONTAS-GRAVADAS PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "LEDGRECV" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "SEQUENCIAL DA EXECUCAO A RECUPERAR: "
           ACCEPT WS-SEQ-PEDIDO-X
           IF WS-SEQ-PEDIDO-X IS NOT NUMERIC
                   UNTIL WS-CTA-IND > WS-CTA-QTD
               MOVE WS-CTA-CPF (WS-CTA-IND)   TO LEDGER-CPF
               MOVE WS-CTA-CONTA (WS-CTA-IND) TO LEDGER-CONTA
               READ LEDGER-MESTRE
                   INVALID KEY
                       MOVE ZEROS TO LEDGER-BLOQUEADO
               END-READ
               IF MODO-REAPLICAR
                   MOVE WS-CTA-DEPOIS (WS-CTA-IND) TO LEDGER-SALDO
               ELSE
