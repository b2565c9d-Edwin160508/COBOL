      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. OFERACEI.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Taxa de aceite das campanhas de oferta pre-aprovada. Le    <*
      *>   OFERTA.HIST (gravado pelo CAMPOFER) e apura cada oferta:   <*
      *>   aumento de limite e aceito quando o limite de credito      <*
      *>   atual do cliente passou do limite da data da oferta;       <*
      *>   parcelamento e aceito quando ha acordo em PLANO.PARC       <*
      *>   entre a data da oferta e a validade. Sem aceite, a oferta  <*
      *>   fica em aberto ate a validade e expirada depois.           <*
      *>   OFERTA.REL traz por campanha: ofertas, aceitas, em         <*
      *>   aberto, expiradas, percentual de aceite e valor ofertado.  <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION                         SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                          SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *    Historico de ofertas gravado pelo CAMPOFER - ver
      *    copybooks/OFERTAREC.CPY.
           SELECT OFERTA-HISTORICO ASSIGN TO "OFERTA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFERTA-STATUS.
      *    Cadastro mestre - limite de credito atual do ofertado.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Planos de parcelamento, um registro por acordo.
           SELECT PLANO-ARQ ASSIGN TO "PLANO.PARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
      *    Taxa de aceite por campanha.
           SELECT OFERTA-RELATORIO ASSIGN TO "OFERTA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  OFERTA-HISTORICO.
      *    Layout compartilhado da oferta - ver
      *    copybooks/OFERTAREC.CPY.
           COPY OFERTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  PLANO-ARQ.
      *    Layout compartilhado do plano - ver
      *    copybooks/PLANOREC.CPY.
           COPY PLANOREC.

       FD  OFERTA-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-OFERTA-STATUS      PIC X(02) VALUE "00".
           88 OFERTA-NAO-ACHOU      VALUE "35".
       77 WS-OFERTA-FIM         PIC X(01) VALUE "N".
           88 OFERTA-FIM            VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-PLANO-STATUS       PIC X(02) VALUE "00".
           88 PLANO-NAO-ACHOU       VALUE "35".
       77 WS-PLANO-FIM          PIC X(01) VALUE "N".
           88 PLANO-FIM             VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *    Acordos de parcelamento em memoria (CPF e data do acordo).
       01  WS-TABELA-PLANOS.
           05 WS-PLN-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-PLN-ITEM OCCURS 2000 TIMES.
              10 WS-PLN-CPF         PIC X(11).
              10 WS-PLN-DATA        PIC 9(08).
       77 WS-PLN-IND            PIC 9(04) VALUE ZEROS.

      *    Totais por campanha, na ordem em que aparecem no
      *    historico.
       01  WS-TABELA-CAMPANHAS.
           05 WS-CMP-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-CMP-ITEM OCCURS 100 TIMES.
              10 WS-CMP-CODIGO      PIC X(08).
              10 WS-CMP-PRODUTO     PIC X(01).
              10 WS-CMP-DATA        PIC 9(08).
              10 WS-CMP-OFERTAS     PIC 9(06).
              10 WS-CMP-ACEITAS     PIC 9(06).
              10 WS-CMP-EM-ABERTO   PIC 9(06).
              10 WS-CMP-EXPIRADAS   PIC 9(06).
              10 WS-CMP-VALOR       PIC 9(11)V99.
       77 WS-CMP-IND            PIC 9(03) VALUE ZEROS.
       77 WS-CMP-ESTOUROU       PIC X(01) VALUE "N".
       77 WS-ACEITA             PIC X(01) VALUE "N".

       77 WS-PERCENTUAL         PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-EDITADO        PIC ZZ9.99.
       77 WS-OFERTAS-EDITADO    PIC ZZZZZ9.
       77 WS-ACEITAS-EDITADO    PIC ZZZZZ9.
       77 WS-ABERTO-EDITADO     PIC ZZZZZ9.
       77 WS-EXPIRADAS-EDITADO  PIC ZZZZZ9.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
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
           MOVE "OFERACEI" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT OFERTA-HISTORICO
           IF OFERTA-NAO-ACHOU
               DISPLAY "OFERTA.HIST VAZIO - NENHUMA CAMPANHA GERADA"
               GOBACK
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADCLI.DAT NAO ENCONTRADO"
               CLOSE CADCLI-MESTRE
               CLOSE OFERTA-HISTORICO
               GOBACK
           END-IF
           PERFORM CARREGAR-PLANOS

           READ OFERTA-HISTORICO
               AT END SET OFERTA-FIM TO TRUE
           END-READ
           PERFORM UNTIL OFERTA-FIM
               PERFORM APURAR-OFERTA
               READ OFERTA-HISTORICO
                   AT END SET OFERTA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE OFERTA-HISTORICO
           CLOSE CADCLI-MESTRE

           PERFORM EMITIR-RELATORIO-ACEITE
           DISPLAY "TAXA DE ACEITE DE " WS-CMP-QTD
               " CAMPANHA(S) GRAVADA EM OFERTA.REL"
           GOBACK.

       CARREGAR-PLANOS.
           OPEN INPUT PLANO-ARQ
           IF PLANO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PLANO-ARQ
               AT END SET PLANO-FIM TO TRUE
           END-READ
           PERFORM UNTIL PLANO-FIM
               IF WS-PLN-QTD < 2000
                   ADD 1 TO WS-PLN-QTD
                   MOVE PLN-CPF         TO WS-PLN-CPF (WS-PLN-QTD)
                   MOVE PLN-DATA-ACORDO TO WS-PLN-DATA (WS-PLN-QTD)
               END-IF
               READ PLANO-ARQ
                   AT END SET PLANO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PLANO-ARQ.

      *    Aceite de cada oferta: o limite de credito do cliente esta
      *    acima do que era na oferta (aumento de limite), ou ha
      *    acordo de parcelamento feito entre a oferta e a validade
      *    (parcelamento). Sem aceite, a oferta esta em aberto ate a
      *    validade e expirada depois dela.
       APURAR-OFERTA.
           PERFORM LOCALIZAR-CAMPANHA
           IF WS-CMP-IND = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-OFERTAS (WS-CMP-IND)
           ADD OFR-VALOR TO WS-CMP-VALOR (WS-CMP-IND)

           MOVE "N" TO WS-ACEITA
           IF OFR-AUMENTO-LIMITE
               MOVE OFR-CPF TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CADCLI-LIMITE-CRED > OFR-LIMITE-ANTERIOR
                           MOVE "S" TO WS-ACEITA
                       END-IF
               END-READ
           END-IF
           IF OFR-PARCELAMENTO
               PERFORM VARYING WS-PLN-IND FROM 1 BY 1
                       UNTIL WS-PLN-IND > WS-PLN-QTD
                   IF WS-PLN-CPF (WS-PLN-IND) = OFR-CPF
                       AND WS-PLN-DATA (WS-PLN-IND)
                           NOT < OFR-DATA-OFERTA
                       AND WS-PLN-DATA (WS-PLN-IND)
                           NOT > OFR-VALIDADE
                       MOVE "S" TO WS-ACEITA
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WS-ACEITA = "S"
                   ADD 1 TO WS-CMP-ACEITAS (WS-CMP-IND)
               WHEN OFR-VALIDADE NOT < WS-DATA-HOJE
                   ADD 1 TO WS-CMP-EM-ABERTO (WS-CMP-IND)
               WHEN OTHER
                   ADD 1 TO WS-CMP-EXPIRADAS (WS-CMP-IND)
           END-EVALUATE.

       LOCALIZAR-CAMPANHA.
           MOVE ZEROS TO WS-CMP-IND
           PERFORM VARYING WS-CMP-IND FROM 1 BY 1
                   UNTIL WS-CMP-IND > WS-CMP-QTD
                   OR WS-CMP-CODIGO (WS-CMP-IND) = OFR-CAMPANHA
               CONTINUE
           END-PERFORM
           IF WS-CMP-IND NOT > WS-CMP-QTD
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-QTD NOT < 100
               IF WS-CMP-ESTOUROU = "N"
                   MOVE "S" TO WS-CMP-ESTOUROU
                   DISPLAY "MAIS DE 100 CAMPANHAS EM OFERTA.HIST - "
                       "EXCEDENTE FORA DO RELATORIO"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE ZEROS TO WS-CMP-IND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-QTD
           MOVE WS-CMP-QTD TO WS-CMP-IND
           MOVE OFR-CAMPANHA    TO WS-CMP-CODIGO (WS-CMP-IND)
           MOVE OFR-PRODUTO     TO WS-CMP-PRODUTO (WS-CMP-IND)
           MOVE OFR-DATA-OFERTA TO WS-CMP-DATA (WS-CMP-IND)
           MOVE ZEROS TO WS-CMP-OFERTAS (WS-CMP-IND)
                         WS-CMP-ACEITAS (WS-CMP-IND)
                         WS-CMP-EM-ABERTO (WS-CMP-IND)
                         WS-CMP-EXPIRADAS (WS-CMP-IND)
                         WS-CMP-VALOR (WS-CMP-IND).

       EMITIR-RELATORIO-ACEITE.
           OPEN OUTPUT OFERTA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TAXA DE ACEITE DAS CAMPANHAS DE OFERTA EM "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CAMPANHA P PRIMEIRA OFERTAS ACEITAS ABERTO "
               DELIMITED BY SIZE
               "EXPIRAD. ACEITE% VALOR OFERTADO" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-CMP-IND FROM 1 BY 1
                   UNTIL WS-CMP-IND > WS-CMP-QTD
               PERFORM GRAVAR-LINHA-CAMPANHA
           END-PERFORM
           CLOSE OFERTA-RELATORIO.

       GRAVAR-LINHA-CAMPANHA.
           MOVE ZEROS TO WS-PERCENTUAL
           IF WS-CMP-OFERTAS (WS-CMP-IND) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED EQUAL
                   WS-CMP-ACEITAS (WS-CMP-IND) * 100
                   / WS-CMP-OFERTAS (WS-CMP-IND)
               END-COMPUTE
           END-IF
           MOVE WS-CMP-OFERTAS (WS-CMP-IND)   TO WS-OFERTAS-EDITADO
           MOVE WS-CMP-ACEITAS (WS-CMP-IND)   TO WS-ACEITAS-EDITADO
           MOVE WS-CMP-EM-ABERTO (WS-CMP-IND) TO WS-ABERTO-EDITADO
           MOVE WS-CMP-EXPIRADAS (WS-CMP-IND) TO WS-EXPIRADAS-EDITADO
           MOVE WS-PERCENTUAL                 TO WS-PCT-EDITADO
           MOVE WS-CMP-VALOR (WS-CMP-IND)     TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-CMP-CODIGO (WS-CMP-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CMP-PRODUTO (WS-CMP-IND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CMP-DATA (WS-CMP-IND) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OFERTAS-EDITADO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACEITAS-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ABERTO-EDITADO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EXPIRADAS-EDITADO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PCT-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
