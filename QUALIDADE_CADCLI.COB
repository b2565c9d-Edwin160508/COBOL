               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Mesma tabela de referencia UF x faixa de CEP do intake.
           SELECT UF-CEP-TABELA ASSIGN TO "data/UF_CEP.TAB"
       01  WS-TABELA-OFENSORES.
           05 WS-OFE-QTD         PIC 9(02) VALUE ZEROS.
           05 WS-OFE-ITEM OCCURS 10 TIMES.
              10 WS-OFE-CPF      PIC X(14).
              10 WS-OFE-FALHAS   PIC 9(01).
       77 WS-OFE-IND         PIC 9(02) VALUE ZEROS.
       77 WS-OFE-MENOR       PIC 9(02) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA        PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "DQSCORE" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM CARREGAR-TABELA-UF-CEP
               ADD 1 TO WS-FALHAS-REGISTRO
           END-IF

      *    DATANASC e GENERO nao se aplicam a pessoa juridica - a
      *    empresa conta como limpa nos dois campos.
           IF CADCLI-PESSOA-JURIDICA
               OR (CADCLI-ANO IS NUMERIC
               AND FUNCTION NUMVAL(CADCLI-ANO) > 1900
               AND FUNCTION NUMVAL(CADCLI-ANO)
                   NOT GREATER WS-ANO-ATUAL)
               ADD 1 TO WS-LIMPO-DATANASC
           ELSE
               ADD 1 TO WS-FALHAS-REGISTRO
           END-IF

           IF CADCLI-PESSOA-JURIDICA
               OR CADCLI-MASCULINO OR CADCLI-FEMININO
               ADD 1 TO WS-LIMPO-GENERO
           ELSE
               ADD 1 TO WS-FALHAS-REGISTRO
               PERFORM GUARDAR-OFENSOR
           END-IF.

      *    Digito verificador pelo mesmo modulo 11 do intake. O
      *    CNPJ da pessoa juridica (conferido no CADVALID) so precisa
      *    continuar com os 14 digitos numericos.
       PONTUAR-CPF-REGISTRO.
           MOVE "N" TO WS-CPF-LIMPO
           IF CADCLI-PESSOA-JURIDICA
               IF CADCLI-CPF IS NUMERIC
                   MOVE "S" TO WS-CPF-LIMPO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-CPF (1 : 11) IS NOT NUMERIC
               OR CADCLI-CPF (12 : 3) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-CPF (1 : 11) TO WS-CPF-NUM
           MOVE ZEROS TO WS-CPF-SOMA
           MOVE 10 TO WS-CPF-PESO
           PERFORM VARYING WS-CPF-IND FROM 1 BY 1
