      *>   vencimento). Titulo com data esperada ja passada entra na  <*
      *>   semana 1. Sai em FLUXOCX.REL a grade rolante de 8 semanas  <*
      *>   de recebimentos esperados, com a cauda alem da semana 8.   <*
      *>   Fatura cancelada (FATCANC) nao e recebimento esperado.     <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       01  WS-TABELA-ATRASOS.
           05 WS-ATR-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ATR-ITEM OCCURS 2000 TIMES.
              10 WS-ATR-CPF         PIC X(14).
              10 WS-ATR-SOMA-DIAS   PIC S9(07).
              10 WS-ATR-CONTAGEM    PIC 9(05).
       77 WS-ATR-IND            PIC 9(04) VALUE ZEROS.
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
           MOVE "FLUXOCX" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                           AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                           PERFORM PROJETAR-TITULO-ABERTO
                       END-IF
               END-READ
