               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.

      *================================================================*
           05 WS-BSC-QTD         PIC 9(03) VALUE ZEROS.
           05 WS-BSC-ITEM OCCURS 200 TIMES.
              10 WS-BSC-NOME     PIC X(50).
              10 WS-BSC-CPF      PIC X(14).
              10 WS-BSC-CIDADE   PIC X(20).
              10 WS-BSC-UF       PIC X(02).
              10 WS-BSC-DATANASC PIC X(08).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
       77  WS-RG-MASCARADO           PIC X(11) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADBUSCA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "NOME (OU PARTE DO NOME) A BUSCAR: "
           ACCEPT WS-NOME-PARCIAL
           IF WS-NOME-PARCIAL = SPACES
