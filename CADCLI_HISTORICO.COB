               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.

      *================================================================*
           88 CADCLI-OK         VALUE "00".
           88 CADCLI-NAO-ACHOU  VALUE "23" "35".

       77 WS-CPF-PEDIDO      PIC X(14) VALUE SPACES.
       77 WS-MODO-CONSULTA   PIC X(01) VALUE SPACES.
           88 MODO-HISTORICO    VALUE "H".
           88 MODO-DATA         VALUE "D".
      *    Vista estruturada sobre a imagem guardada no historico -
      *    mesmas posicoes do registro fisico do mestre.
       01  WS-IMAGEM-VISTA.
           02 IMG-CPF             PIC X(14).
           02 IMG-NOME            PIC X(50).
           02 IMG-RG              PIC X(11).
           02 IMG-LOGRADOURO      PIC X(40).
           02 IMG-GENERO          PIC X(01).
           02 IMG-SITUACAO        PIC X(01).
           02 IMG-LIMITE          PIC X(11).
           02 FILLER              PIC X(08).

      *    Mesma mascara de CPF/RG da tela de consulta.
       01  WS-MASCARA-ENTRADA.
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
           MOVE "CADHISTC" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CPF A INVESTIGAR: "
           ACCEPT WS-CPF-PEDIDO
           DISPLAY "MODO (H=HISTORICO COMPLETO D=RECONSTRUIR DATA): "
