               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Tabela de referencia de UF x faixa de CEP, recem-trocada.
           SELECT UF-CEP-TABELA ASSIGN TO "data/UF_CEP.TAB"
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA       PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CEPREVAL" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-TABELA-UF-CEP
           IF WS-UFT-QTD = ZEROS
           MOVE CADCLI-MES        TO RWK-MES
           MOVE CADCLI-ANO        TO RWK-ANO
           MOVE CADCLI-GENERO     TO RWK-GENERO
           MOVE CADCLI-CPF-RESPONSAVEL TO RWK-CPF-RESPONSAVEL
           MOVE CADCLI-TIPO-PESSOA TO RWK-TIPO-PESSOA
           MOVE CADCLI-NOME-FANTASIA TO RWK-NOME-FANTASIA
           WRITE REWORK-REG
           CLOSE CADCLI-REWORK.

