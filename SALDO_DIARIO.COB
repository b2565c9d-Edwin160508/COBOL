      *    sinal do saldo sobreviver ao arquivo LINE SEQUENTIAL.
       01  SALDO-HIST-REG.
           02 SNP-DATA            PIC 9(08).
           02 SNP-CPF             PIC X(14).
           02 SNP-CONTA           PIC 9(06).
           02 SNP-SALDO           PIC S9(9)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           88 MODO-CONSULTA     VALUE "C".

      *    Entrada da consulta.
       77 WS-CPF-PEDIDO      PIC X(14) VALUE SPACES.
       77 WS-CONTA-PEDIDA-X  PIC X(06) VALUE SPACES.
       77 WS-CONTA-PEDIDA    PIC 9(06) VALUE 1.
       77 WS-DATA-PEDIDA-X   PIC X(08) VALUE SPACES.
       77 WS-SALDO-DISPLAY   PIC -(9)9.99.
       77 WS-SALDO-DISPLAY-2 PIC -(9)9.99.
       77 WS-VARIACAO-DISPLAY PIC -(10)9.99.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "SALDODIA" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MODO (S=FOTOGRAFAR FIM DE DIA C=CONSULTAR DATA): "
           ACCEPT WS-MODO-SALDO
