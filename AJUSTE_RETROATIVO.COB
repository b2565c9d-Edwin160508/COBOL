      *    Mesmo registro de SALDO_DIARIO.COB.
       01  SALDO-HIST-REG.
           02 SNP-DATA            PIC 9(08).
           02 SNP-CPF             PIC X(14).
           02 SNP-CONTA           PIC 9(06).
           02 SNP-SALDO           PIC S9(9)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
      *    Mesmo registro de ENCARGOS_ATRASO.COB.
       01  ENCARGO-REG.
           05 ENC-FAT-NUMERO       PIC 9(06).
           05 ENC-CPF              PIC X(14).
           05 ENC-FAIXA            PIC X(05).
           05 ENC-JUROS            PIC 9(11)V99.
           05 ENC-MULTA            PIC 9(11)V99.
       01  WS-TABELA-RETRO.
           05 WS-RET-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-RET-ITEM OCCURS 500 TIMES.
              10 WS-RET-CPF         PIC X(14).
              10 WS-RET-CONTA       PIC 9(06).
              10 WS-RET-DATA-VALOR  PIC 9(08).
              10 WS-RET-DATA-POST   PIC 9(08).
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
           MOVE "AJUSTRET" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT AJUSTE-RELATORIO
