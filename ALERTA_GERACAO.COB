      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ALRTGERA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Produtor diario de alertas ao cliente, gravados na fila    <*
      *>   NOTIFICA.FILA para o despachante NTFDESP:                  <*
      *>   LEMBRETE DE VENCIMENTO (LV) - fatura em aberto de CPF sem  <*
      *>   mandato ativo de debito automatico, LEMBRETE-VENCTO-DIAS   <*
      *>   (padrao 5) dias corridos antes de FAT-DATA-VENCTO.         <*
      *>   DEBITO AUTOMATICO SEM SALDO (DA) - fatura de CPF com       <*
      *>   mandato ativo em DEBAUTO.MND, AVISO-DEBAUTO-DIAS (padrao   <*
      *>   3) dias antes do vencimento, quando o saldo disponivel da  <*
      *>   conta do mandato (saldo menos bloqueado, o mesmo que o     <*
      *>   DEBAUTO usa) nao cobre o saldo devedor.                    <*
      *>   Os dois disparam pela data vencimento menos antecedencia   <*
      *>   dentro da janela desde a ultima passada (ALERTA.CTL):      <*
      *>   dia sem passada nao perde aviso e a repeticao no mesmo     <*
      *>   dia nao duplica.                                           <*
      *>   SALDO BAIXO (SB) - conta de ALERTA.SALDO cujo saldo        <*
      *>   disponivel caiu abaixo do limite escolhido pelo cliente;   <*
      *>   a marca ALS-ABAIXO segura a repeticao e e rearmada quando  <*
      *>   o saldo volta ao limite.                                   <*
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
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Mandatos de debito automatico do DEBAUTO.
           SELECT MANDATO-ARQ ASSIGN TO "DEBAUTO.MND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATO-STATUS.
      *    Ledger de saldos - so leitura, mesma chave composta do
      *    CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Limites de saldo baixo escolhidos pelos clientes (ALRTSALD).
           SELECT ALERTA-SALDO ASSIGN TO "ALERTA.SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALS-CHAVE
               FILE STATUS IS WS-ALERTA-STATUS.
      *    Fila de notificacoes, acrescentada a cada passada e
      *    esvaziada pelo despachante NTFDESP.
           SELECT NOTIFICA-FILA ASSIGN TO "NOTIFICA.FILA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Data da ultima apuracao - janela dos lembretes.
           SELECT ALERTA-CTL ASSIGN TO "ALERTA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *    Parametros de execucao (antecedencia dos avisos).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  MANDATO-ARQ.
      *    Layout compartilhado do mandato - ver
      *    copybooks/DEBAUTREC.CPY.
           COPY DEBAUTREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  ALERTA-SALDO.
      *    Layout compartilhado do limite de saldo baixo - ver
      *    copybooks/ALSALDREC.CPY.
           COPY ALSALDREC.

       FD  NOTIFICA-FILA.
      *    Layout compartilhado do alerta - ver
      *    copybooks/NOTIFREC.CPY.
           COPY NOTIFREC.

       FD  ALERTA-CTL.
       01  ALERTA-CTL-REG             PIC 9(08).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-MANDATO-STATUS     PIC X(02) VALUE "00".
           88 MANDATO-NAO-ACHOU     VALUE "35".
       77 WS-MANDATO-FIM        PIC X(01) VALUE "N".
           88 MANDATO-FIM           VALUE "S".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-ALERTA-STATUS      PIC X(02) VALUE "00".
           88 ALERTA-OK             VALUE "00".
       77 WS-ALERTA-FIM         PIC X(01) VALUE "N".
           88 ALERTA-FIM            VALUE "S".
       77 WS-FILA-STATUS        PIC X(02) VALUE "00".
           88 FILA-NAO-ACHOU        VALUE "35".
       77 WS-CTL-STATUS         PIC X(02) VALUE "00".
           88 CTL-OK                VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.

      *    Antecedencia, em dias corridos antes do vencimento, do
      *    lembrete da fatura sem debito automatico
      *    (LEMBRETE-VENCTO-DIAS) e do aviso de debito automatico
      *    sem saldo (AVISO-DEBAUTO-DIAS).
       77 WS-LEMBRETE-DIAS      PIC 9(03) VALUE 5.
       77 WS-AVISO-DEBAUTO-DIAS PIC 9(03) VALUE 3.

      *    Janela da passada: avisos com data de disparo (vencimento
      *    menos a antecedencia) depois da ultima apuracao e ate
      *    hoje - dia sem passada nao perde aviso e a repeticao no
      *    mesmo dia nao duplica.
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMA-APURACAO    PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-ULTIMA    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-DISPARO   PIC S9(07) VALUE ZEROS.

      *    Mandatos ativos em memoria, como no DEBAUTO.
       01  WS-TABELA-MANDATOS.
           05 WS-MND-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-MND-ITEM OCCURS 500 TIMES.
              10 WS-MND-CPF         PIC X(11).
              10 WS-MND-CONTA       PIC 9(06).
       77 WS-MND-IND            PIC 9(03) VALUE ZEROS.
       77 WS-MND-ACHADO         PIC 9(03) VALUE ZEROS.

       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-DISPONIVEL   PIC S9(11)V99 VALUE ZEROS.
       77 WS-LEDGER-EXISTE      PIC X(01) VALUE "N".

       01  WS-TOTAIS-ALERTAS.
           05 WS-QTD-LEMBRETES      PIC 9(05) VALUE ZEROS.
           05 WS-QTD-DEBAUTO        PIC 9(05) VALUE ZEROS.
           05 WS-QTD-SALDO-BAIXO    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-REARMADOS      PIC 9(05) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "ALRTGERA" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           PERFORM LER-PARAMETROS-ALERTA
           PERFORM LER-ULTIMA-APURACAO
           PERFORM CARREGAR-MANDATOS-ATIVOS

           OPEN EXTEND NOTIFICA-FILA
           IF FILA-NAO-ACHOU
               CLOSE NOTIFICA-FILA
               OPEN OUTPUT NOTIFICA-FILA
           END-IF
           IF WS-DIAS-INT-ULTIMA < WS-DIAS-INT-HOJE
               PERFORM APURAR-AVISOS-DE-FATURA
           ELSE
               DISPLAY "LEMBRETES E AVISOS DE DEBITO JA APURADOS HOJE"
           END-IF
           PERFORM APURAR-SALDO-BAIXO
           CLOSE NOTIFICA-FILA
           PERFORM GRAVAR-ULTIMA-APURACAO

           DISPLAY "ALRTGERA - ALERTAS ENFILEIRADOS EM NOTIFICA.FILA"
           DISPLAY "  LEMBRETES DE VENCIMENTO....: " WS-QTD-LEMBRETES
           DISPLAY "  DEBITO AUTOMATICO SEM SALDO: " WS-QTD-DEBAUTO
           DISPLAY "  SALDO ABAIXO DO LIMITE.....: " WS-QTD-SALDO-BAIXO
           DISPLAY "  LIMITES REARMADOS..........: " WS-QTD-REARMADOS
           GOBACK.

      *    Parametros LEMBRETE-VENCTO-DIAS e AVISO-DEBAUTO-DIAS.
       LER-PARAMETROS-ALERTA.
           MOVE "N" TO WS-PARAMRUN-FIM
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PARAMRUN-CTL
               AT END SET PARAMRUN-FIM TO TRUE
           END-READ
           PERFORM UNTIL PARAMRUN-FIM
               MOVE SPACES TO WS-PRM-NOME WS-PRM-VALOR
               UNSTRING PARAMRUN-LINHA DELIMITED BY "="
                   INTO WS-PRM-NOME WS-PRM-VALOR
               END-UNSTRING
               IF WS-PRM-NOME = "LEMBRETE-VENCTO-DIAS"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-LEMBRETE-DIAS EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "AVISO-DEBAUTO-DIAS"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-AVISO-DEBAUTO-DIAS EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Sem controle (primeira passada), a janela e so o dia de
      *    hoje.
       LER-ULTIMA-APURACAO.
           MOVE ZEROS TO WS-ULTIMA-APURACAO
           OPEN INPUT ALERTA-CTL
           IF CTL-OK
               READ ALERTA-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ALERTA-CTL-REG TO WS-ULTIMA-APURACAO
               END-READ
           END-IF
           CLOSE ALERTA-CTL
           IF WS-ULTIMA-APURACAO IS NOT NUMERIC
               OR WS-ULTIMA-APURACAO = ZEROS
               COMPUTE WS-DIAS-INT-ULTIMA EQUAL WS-DIAS-INT-HOJE - 1
           ELSE
               COMPUTE WS-DIAS-INT-ULTIMA EQUAL
                   FUNCTION INTEGER-OF-DATE(WS-ULTIMA-APURACAO)
               END-COMPUTE
           END-IF.

       GRAVAR-ULTIMA-APURACAO.
           IF WS-DIAS-INT-ULTIMA NOT < WS-DIAS-INT-HOJE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ALERTA-CTL
           MOVE WS-DATA-HOJE TO ALERTA-CTL-REG
           WRITE ALERTA-CTL-REG
           CLOSE ALERTA-CTL.

       CARREGAR-MANDATOS-ATIVOS.
           MOVE "N" TO WS-MANDATO-FIM
           OPEN INPUT MANDATO-ARQ
           IF MANDATO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ MANDATO-ARQ
               AT END SET MANDATO-FIM TO TRUE
           END-READ
           PERFORM UNTIL MANDATO-FIM
               IF MND-ATIVO AND WS-MND-QTD < 500
                   ADD 1 TO WS-MND-QTD
                   MOVE MND-CPF   TO WS-MND-CPF (WS-MND-QTD)
                   MOVE MND-CONTA TO WS-MND-CONTA (WS-MND-QTD)
               END-IF
               READ MANDATO-ARQ
                   AT END SET MANDATO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE MANDATO-ARQ.

      *----------------------------------------------------------------*
      *    LEMBRETE DE VENCIMENTO E AVISO DE DEBITO AUTOMATICO
      *----------------------------------------------------------------*
      *    Fatura em aberto a vencer: sem mandato ativo do CPF recebe
      *    o lembrete; com mandato, o saldo disponivel da conta do
      *    mandato e conferido e, se nao cobre o saldo devedor, o
      *    cliente e avisado antes do DEBAUTO falhar.
       APURAR-AVISOS-DE-FATURA.
           MOVE "N" TO WS-FATURAS-FIM
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "ARQUIVO DE FATURAS NAO ENCONTRADO"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LEDGER-MESTRE
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-ABERTA
                           PERFORM AVALIAR-FATURA-A-VENCER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MESTRE
           CLOSE FATURAS-ARQUIVO.

       AVALIAR-FATURA-A-VENCER.
           COMPUTE WS-SALDO-DEVEDOR EQUAL
               FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF WS-SALDO-DEVEDOR NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-INT-VENCTO EQUAL
               FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
           END-COMPUTE
           IF WS-DIAS-INT-VENCTO < WS-DIAS-INT-HOJE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZAR-MANDATO-DO-CPF
           IF WS-MND-ACHADO = ZEROS
               COMPUTE WS-DIAS-INT-DISPARO EQUAL
                   WS-DIAS-INT-VENCTO - WS-LEMBRETE-DIAS
               END-COMPUTE
               IF WS-DIAS-INT-DISPARO > WS-DIAS-INT-ULTIMA
                   AND WS-DIAS-INT-DISPARO NOT > WS-DIAS-INT-HOJE
                   INITIALIZE NOTIF-REG
                   MOVE "LV" TO NTF-TIPO
                   PERFORM ENFILEIRAR-AVISO-FATURA
                   ADD 1 TO WS-QTD-LEMBRETES
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIAS-INT-DISPARO EQUAL
               WS-DIAS-INT-VENCTO - WS-AVISO-DEBAUTO-DIAS
           END-COMPUTE
           IF WS-DIAS-INT-DISPARO NOT > WS-DIAS-INT-ULTIMA
               OR WS-DIAS-INT-DISPARO > WS-DIAS-INT-HOJE
               EXIT PARAGRAPH
           END-IF
      *    Mesmo saldo que o DEBAUTO vai usar: o disponivel, sem o
      *    bloqueado por ordem judicial. Conta sem ledger tambem
      *    falharia.
           MOVE "N" TO WS-LEDGER-EXISTE
           MOVE ZEROS TO WS-SALDO-DISPONIVEL
           MOVE WS-MND-CPF (WS-MND-ACHADO)   TO LEDGER-CPF
           MOVE WS-MND-CONTA (WS-MND-ACHADO) TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-LEDGER-EXISTE
                   COMPUTE WS-SALDO-DISPONIVEL EQUAL
                       LEDGER-SALDO - LEDGER-BLOQUEADO
                   END-COMPUTE
           END-READ
           IF WS-LEDGER-EXISTE = "S"
               AND WS-SALDO-DISPONIVEL NOT < WS-SALDO-DEVEDOR
               EXIT PARAGRAPH
           END-IF
           INITIALIZE NOTIF-REG
           MOVE "DA" TO NTF-TIPO
           IF WS-SALDO-DISPONIVEL > ZEROS
               MOVE WS-SALDO-DISPONIVEL TO NTF-VALOR-LIMITE
           ELSE
               MOVE ZEROS TO NTF-VALOR-LIMITE
           END-IF
           PERFORM ENFILEIRAR-AVISO-FATURA
           ADD 1 TO WS-QTD-DEBAUTO.

       LOCALIZAR-MANDATO-DO-CPF.
           MOVE ZEROS TO WS-MND-ACHADO
           PERFORM VARYING WS-MND-IND FROM 1 BY 1
                   UNTIL WS-MND-IND > WS-MND-QTD
               IF WS-MND-CPF (WS-MND-IND) = FAT-CPF
                   AND WS-MND-ACHADO = ZEROS
                   MOVE WS-MND-IND TO WS-MND-ACHADO
               END-IF
           END-PERFORM.

       ENFILEIRAR-AVISO-FATURA.
           MOVE WS-DATA-HOJE     TO NTF-DATA-GERACAO
           MOVE WS-HORA-AGORA    TO NTF-HORA-GERACAO
           MOVE "ALRTGERA"       TO NTF-PROGRAMA
           MOVE FAT-CPF          TO NTF-CPF
           MOVE FAT-NUMERO       TO NTF-REFERENCIA
           MOVE WS-SALDO-DEVEDOR TO NTF-VALOR
           MOVE FAT-DATA-VENCTO  TO NTF-DATA-REF
           WRITE NOTIF-REG.

      *----------------------------------------------------------------*
      *    SALDO ABAIXO DO LIMITE ESCOLHIDO PELO CLIENTE
      *----------------------------------------------------------------*
      *    O alerta sai quando o saldo disponivel CAI abaixo do
      *    limite: a marca ALS-ABAIXO segura a repeticao nos dias
      *    seguintes e e rearmada quando o saldo volta ao limite.
       APURAR-SALDO-BAIXO.
           MOVE "N" TO WS-ALERTA-FIM
           OPEN I-O ALERTA-SALDO
           IF NOT ALERTA-OK
               CLOSE ALERTA-SALDO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LEDGER-MESTRE
           MOVE LOW-VALUES TO ALS-CHAVE
           START ALERTA-SALDO KEY IS NOT LESS THAN ALS-CHAVE
               INVALID KEY
                   SET ALERTA-FIM TO TRUE
           END-START
           PERFORM UNTIL ALERTA-FIM
               READ ALERTA-SALDO NEXT RECORD
                   AT END
                       SET ALERTA-FIM TO TRUE
                   NOT AT END
                       IF ALS-ATIVO
                           PERFORM AVALIAR-SALDO-DA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MESTRE
           CLOSE ALERTA-SALDO.

       AVALIAR-SALDO-DA-CONTA.
           MOVE ALS-CPF   TO LEDGER-CPF
           MOVE ALS-CONTA TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-SALDO-DISPONIVEL EQUAL
               LEDGER-SALDO - LEDGER-BLOQUEADO
           END-COMPUTE
           IF WS-SALDO-DISPONIVEL < ALS-LIMITE
               IF ALS-JA-AVISADO
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE NOTIF-REG
               MOVE WS-DATA-HOJE        TO NTF-DATA-GERACAO
               MOVE WS-HORA-AGORA       TO NTF-HORA-GERACAO
               MOVE "ALRTGERA"          TO NTF-PROGRAMA
               MOVE "SB"                TO NTF-TIPO
               MOVE ALS-CPF             TO NTF-CPF
               MOVE ALS-CONTA           TO NTF-REFERENCIA
               MOVE WS-SALDO-DISPONIVEL TO NTF-VALOR
               MOVE ALS-LIMITE          TO NTF-VALOR-LIMITE
               MOVE WS-DATA-HOJE        TO NTF-DATA-REF
               WRITE NOTIF-REG
               ADD 1 TO WS-QTD-SALDO-BAIXO
               MOVE "S" TO ALS-ABAIXO
           ELSE
               IF NOT ALS-JA-AVISADO
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO ALS-ABAIXO
               ADD 1 TO WS-QTD-REARMADOS
           END-IF
           REWRITE ALSALD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ALERTA.SALDO - STATUS "
                       WS-ALERTA-STATUS
           END-REWRITE.
