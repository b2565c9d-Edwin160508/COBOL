               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.

      *================================================================*
      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
      *    Largura folgada acima dos 342 bytes do layout do extrato
      *    (ver FD CADCLI-EXTRATO em CADCLI_EXTRACT.COB) - um registro
      *    truncado aqui corromperia a interface oficial.
       FD  PARCIAL-ENTRADA.
       01  PARCIAL-LINHA          PIC X(400).

       FD  EXTRATO-FINAL.
       01  EXTRATO-LINHA          PIC X(400) VALUE SPACES.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
           05 WS-LINHAS-TOTAL     PIC 9(06) VALUE ZEROS.
           05 WS-QTD-MESTRE       PIC 9(06) VALUE ZEROS.
       77 WS-RECONCILIA-OK   PIC X(01) VALUE "S".

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "EXTRCONC" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "QUANTAS PARTICOES CONCATENAR? "
           ACCEPT WS-QTD-PARTICOES-X
           IF WS-QTD-PARTICOES-X IS NUMERIC
