       01  WS-TABELA-JOURNAL.
           05 WS-JRN-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-JRN-ITEM OCCURS 2000 TIMES.
              10 WS-JRN-CPF         PIC X(14).
              10 WS-JRN-CONTA       PIC 9(06).
              10 WS-JRN-ULTIMO      PIC S9(9)V99 COMP-3.
              10 WS-JRN-QUEBRA-SEQ  PIC 9(08).
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
           MOVE "BALDETAL" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BALDETAL-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LOCALIZADOR DE DIVERGENCIA DO BALANCETE - "
