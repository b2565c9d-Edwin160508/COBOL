      *>   (CXAPLIC) marca a promessa CUMPRIDA quando o recebimento   <*
      *>   liquida fatura do CPF. CPF que zerou o atraso tem o        <*
      *>   estagio encerrado. Resumo em COBETAPA.REL.                 <*
      *>   Fatura cancelada (FATCANC) nao conta atraso.               <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
      *----------------------------------------------------------------*
       FD  ETAPA-ARQ.
       01  ETAPA-REG.
           05 ETP-CPF                 PIC X(14).
      *    1 = lembrete, 2 = carta, 3 = aviso de negativacao.
           05 ETP-ESTAGIO             PIC 9(01).
           05 ETP-DATA-ESTAGIO        PIC 9(08).
       01  WS-TABELA-ETAPAS.
           05 WS-ETP-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ETP-ITEM OCCURS 1000 TIMES.
              10 WS-ETP-CPF         PIC X(14).
              10 WS-ETP-ESTAGIO     PIC 9(01).
              10 WS-ETP-DATA        PIC 9(08).
              10 WS-ETP-SITUACAO    PIC X(01).
       01  WS-TABELA-ATRASOS.
           05 WS-ATR-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ATR-ITEM OCCURS 1000 TIMES.
              10 WS-ATR-CPF         PIC X(14).
              10 WS-ATR-DIAS        PIC 9(05).
       77 WS-ATR-IND            PIC 9(04) VALUE ZEROS.
       77 WS-ATR-ACHADO         PIC 9(04) VALUE ZEROS.
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
           MOVE "COBETAPA" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-READ
           PERFORM UNTIL FATURAS-FIM
               IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                   AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                   PERFORM APURAR-ATRASO-FATURA
               END-IF
               READ FATURAS-ARQUIVO NEXT RECORD
