               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Total de controle mantido pelos programas que gravam o
      *    mestre (VARIAVEISCOMPOSTAS/CADCLI_REWORK/CADCLI_CARGA_LOTE).
      *    Totais recontados de forma independente na varredura.
       77 WS-QTD-RECONTADA   PIC 9(08) VALUE ZEROS.
       77 WS-HASH-RECONTADO  PIC 9(18) VALUE ZEROS.
       77 WS-CPF-HASH        PIC 9(14) VALUE ZEROS.

      *    Totais lidos do arquivo de controle.
       77 WS-QTD-CONTROLE    PIC 9(08) VALUE ZEROS.
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
           MOVE "CADVERIF" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MODO (V=VERIFICAR R=RECONSTRUIR CONTROLE): "
           ACCEPT WS-MODO-VERIF
                           SET CADCLI-FIM TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-RECONTADA
                           PERFORM SOMAR-DOCUMENTO-HASH
                   END-READ
               END-PERFORM
               CLOSE CADCLI-MESTRE
           END-IF.

      *    Mesma regra do CADLOTE: CPF pelos 11 digitos (com as 3
      *    posicoes finais em branco), CNPJ pelos 14.
       SOMAR-DOCUMENTO-HASH.
           IF CADCLI-CPF (12 : 3) = SPACES
               IF CADCLI-CPF (1 : 11) IS NUMERIC
                   MOVE CADCLI-CPF (1 : 11) TO WS-CPF-HASH
                   ADD WS-CPF-HASH TO WS-HASH-RECONTADO
               END-IF
           ELSE
               IF CADCLI-CPF IS NUMERIC
                   MOVE CADCLI-CPF TO WS-CPF-HASH
                   ADD WS-CPF-HASH TO WS-HASH-RECONTADO
               END-IF
           END-IF.

       LER-CONTROLE-MESTRE.
           MOVE "N" TO WS-TEM-CONTROLE
           OPEN INPUT CADCLI-CONTROLE
