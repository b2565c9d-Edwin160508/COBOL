               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Relatorio de revisao dos pares suspeitos.
           SELECT DUPPES-RELATORIO ASSIGN TO "CADCLI.DUPPES"
       01  WS-TABELA-PESSOAS.
           05 WS-PES-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-PES-ITEM OCCURS 2000 TIMES.
              10 WS-PES-CPF      PIC X(14).
              10 WS-PES-NOME     PIC X(50).
              10 WS-PES-PRIMEIRO PIC X(20).
              10 WS-PES-DATANASC PIC X(08).
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-DUPPES-BUFFER   PIC X(120) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADDUPP" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PESSOAS-MEMORIA
           OPEN OUTPUT DUPPES-RELATORIO
           PERFORM COMPARAR-TODOS-OS-PARES
