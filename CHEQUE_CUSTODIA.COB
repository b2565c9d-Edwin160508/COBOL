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
           MOVE "CHQCUST" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM LER-PARAMETRO-COMPENSA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-CONTA
                   MOVE ZEROS TO LEDGER-BLOQUEADO
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WS-SALDO-CONTA
           END-READ
           MOVE WS-HORA-AGORA   TO JRN-HORA
           MOVE ZEROS           TO JRN-DATA-VALOR
           MOVE SPACES          TO JRN-AGENCIA
           MOVE SPACES          TO JRN-REPRESENTANTE
           MOVE SPACES          TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

