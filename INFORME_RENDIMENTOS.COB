      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. INFREND.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Informe de rendimentos anual por CPF, para a declaracao de <*
      *>   imposto de renda do cliente: o operador informa o ano-base <*
      *>   (AAAA, branco = ano anterior ao corrente) e sai um         <*
      *>   documento por CPF com conta em CONTA.DAT - o saldo de cada <*
      *>   conta em 31/12 do ano-base e do ano anterior (ultima       <*
      *>   fotografia ate a data em SALDO.HIST), o rendimento de      <*
      *>   poupanca creditado no ano (JUROPOUP.HIST) e os juros de    <*
      *>   descoberto e o IOF pagos no ano (IOF.MOV). Os documentos   <*
      *>   vao para o spool de expedicao INFORME.REL; titular com     <*
      *>   obito registrado (CADCLI-FALECIDO) nao recebe pelo correio <*
      *>   - o documento vai para a fila de espolio INFORME.ESPOLIO   <*
      *>   (ver copybooks/INFESPREC.CPY), que o ESPOLIO junta ao      <*
      *>   dossie do falecido em ESPOLIO.REL. CPF mascarado           <*
      *>   como em todo documento da casa. Titular menor de idade     <*
      *>   (CADCLI-MENOR) recebe com A/C do responsavel legal, no     <*
      *>   endereco dele.                                             <*
      *>   Endereco de destino devolvido pelo correio                 <*
      *>   (CADCLI-END-DEVOLVIDO, marcado pelo DEVCORR): o informe    <*
      *>   nao e expedido e o cliente sai no relatorio comum          <*
      *>   SEMEND.REL, com destino SUPRIMIDA - a segunda via fica com <*
      *>   a agencia ate o endereco novo.                             <*
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
      *    Cadastro mestre - destinatario, endereco e obito.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - as contas de cada CPF.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Fotografias diarias de saldo (SALDODIA).
           SELECT SALDO-HISTORICO ASSIGN TO "SALDO.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Rendimentos de poupanca creditados (JUROPOUP).
           SELECT JUROPOUP-HISTORICO ASSIGN TO "JUROPOUP.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUROH-STATUS.
      *    Juros de descoberto e IOF cobrados (JURODESC/PARCELA).
           SELECT IOF-MOVIMENTO ASSIGN TO "IOF.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFMOV-STATUS.
      *    Spool de expedicao dos informes.
           SELECT INFORME-SAIDA ASSIGN TO "INFORME.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
      *    Fila de espolio - informes de titulares falecidos.
           SELECT INFORME-ESPOLIO ASSIGN TO "INFORME.ESPOLIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPOLIO-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  SALDO-HISTORICO.
      *    Mesmo registro de SALDO_DIARIO.COB.
       01  SALDO-HIST-REG.
           02 SNP-DATA            PIC 9(08).
           02 SNP-CPF             PIC X(14).
           02 SNP-CONTA           PIC 9(06).
           02 SNP-SALDO           PIC S9(9)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.

       FD  JUROPOUP-HISTORICO.
      *    Layout compartilhado do historico - ver
      *    copybooks/JUROHREC.CPY.
           COPY JUROHREC.

       FD  IOF-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/IOFMOVREC.CPY.
           COPY IOFMOVREC.

       FD  INFORME-SAIDA.
       01  INFORME-LINHA              PIC X(80) VALUE SPACES.

       FD  INFORME-ESPOLIO.
      *    Layout compartilhado com o ESPOLIO - ver
      *    copybooks/INFESPREC.CPY.
           COPY INFESPREC.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA               PIC X(150) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
      *    Titular menor: o informe vai aos cuidados do responsavel
      *    legal, no endereco dele.
       77 WS-NOME-RESPONSAVEL   PIC X(50) VALUE SPACES.
       77 WS-ENDERECO-RESPONSAVEL PIC X(96) VALUE SPACES.
       77 WS-REGISTRO-TITULAR   PIC X(300) VALUE SPACES.
       77 WS-CPF-DESTINO        PIC X(14) VALUE SPACES.
       77 WS-DEVOLVIDO-RESPONSAVEL PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-RESPONSAVEL PIC 9(08) VALUE ZEROS.
      *    Endereco devolvido pelo correio: informe nao expedido,
      *    listado em SEMEND.REL.
       77 WS-SEMEND-STATUS      PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU      VALUE "35".
       77 WS-NOME-SEMEND        PIC X(50) VALUE SPACES.
       77 WS-SEMEND-LINHA       PIC X(150) VALUE SPACES.
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "23" "35".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-HISTORICO-FIM      PIC X(01) VALUE "N".
           88 HISTORICO-FIM         VALUE "S".
       77 WS-JUROH-STATUS       PIC X(02) VALUE "00".
           88 JUROH-NAO-ACHOU       VALUE "35".
       77 WS-JUROH-FIM          PIC X(01) VALUE "N".
           88 JUROH-FIM             VALUE "S".
       77 WS-IOFMOV-STATUS      PIC X(02) VALUE "00".
           88 IOFMOV-NAO-ACHOU      VALUE "35".
       77 WS-IOFMOV-FIM         PIC X(01) VALUE "N".
           88 IOFMOV-FIM            VALUE "S".
       77 WS-INFORME-STATUS     PIC X(02) VALUE "00".
       77 WS-ESPOLIO-STATUS     PIC X(02) VALUE "00".

      *    Ano-base pedido e as duas datas de corte (31/12).
       77 WS-ANO-PEDIDO         PIC X(04) VALUE SPACES.
       77 WS-ANO-BASE           PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ANTERIOR       PIC 9(04) VALUE ZEROS.
       01 WS-CORTE-BASE         PIC 9(08) VALUE ZEROS.
       01 WS-CORTE-BASE-R REDEFINES WS-CORTE-BASE.
           05 WS-CORTE-BASE-ANO  PIC 9(04).
           05 WS-CORTE-BASE-MMDD PIC 9(04).
       01 WS-CORTE-ANTERIOR     PIC 9(08) VALUE ZEROS.
       01 WS-CORTE-ANTERIOR-R REDEFINES WS-CORTE-ANTERIOR.
           05 WS-CORTE-ANT-ANO   PIC 9(04).
           05 WS-CORTE-ANT-MMDD  PIC 9(04).
       01 WS-DATA-MOV           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MOV-R REDEFINES WS-DATA-MOV.
           05 WS-MOV-ANO         PIC 9(04).
           05 FILLER             PIC 9(04).

      *    Contas carregadas do cadastro, com os saldos de 31/12 e o
      *    rendimento de poupanca do ano apurados nas passadas.
       01  WS-TABELA-CONTAS.
           05 WS-CTA-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CTA-ITEM OCCURS 2000 TIMES.
              10 WS-CTA-NUMERO      PIC 9(06).
              10 WS-CTA-CPF         PIC X(14).
              10 WS-CTA-TIPO        PIC X(01).
              10 WS-CTA-DATA-BASE   PIC 9(08).
              10 WS-CTA-SALDO-BASE  PIC S9(9)V99.
              10 WS-CTA-DATA-ANT    PIC 9(08).
              10 WS-CTA-SALDO-ANT   PIC S9(9)V99.
              10 WS-CTA-RENDIMENTO  PIC 9(09)V99.
              10 WS-CTA-JUROS-DESC  PIC 9(09)V99.
       77 WS-CTA-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CTA-ACHADA         PIC 9(04) VALUE ZEROS.
       77 WS-CTA-ESTOUROU       PIC X(01) VALUE "N".

      *    IOF pago no ano por CPF (descoberto + parcelamento).
       01  WS-TABELA-IOF.
           05 WS-IOF-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-IOF-ITEM OCCURS 2000 TIMES.
              10 WS-IOF-CPF         PIC X(14).
              10 WS-IOF-VALOR       PIC 9(09)V99.
       77 WS-IOF-IND            PIC 9(04) VALUE ZEROS.
       77 WS-IOF-ACHADO         PIC 9(04) VALUE ZEROS.

      *    Totais do informe do CPF corrente.
       77 WS-QTD-CONTAS-CPF     PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-RENDIMENTO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-JUROS-DESC   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-IOF-CPF      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESTINO-ESPOLIO    PIC X(01) VALUE "N".

       01  WS-TOTAIS-INFORME.
           05 WS-INFORMES-EXPEDIDOS PIC 9(05) VALUE ZEROS.
           05 WS-INFORMES-ESPOLIO   PIC 9(05) VALUE ZEROS.
           05 WS-INFORMES-SEM-ENDERECO PIC 9(05) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-ANO-CORRENTE    PIC 9(04).
           05 FILLER             PIC 9(04).
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-SALDO-EDITADO      PIC -(10)9.99.
       77 WS-SALDO-ANT-EDITADO  PIC -(10)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
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
           MOVE "INFREND" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "ANO-BASE (AAAA, BRANCO = ANO ANTERIOR): "
           ACCEPT WS-ANO-PEDIDO
           IF WS-ANO-PEDIDO = SPACES
               COMPUTE WS-ANO-BASE EQUAL WS-ANO-CORRENTE - 1
               END-COMPUTE
           ELSE
               IF WS-ANO-PEDIDO IS NOT NUMERIC
                   DISPLAY "ANO-BASE INVALIDO [" WS-ANO-PEDIDO "]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ANO-PEDIDO TO WS-ANO-BASE
           END-IF
           COMPUTE WS-ANO-ANTERIOR EQUAL WS-ANO-BASE - 1
           END-COMPUTE
           MOVE WS-ANO-BASE     TO WS-CORTE-BASE-ANO
           MOVE 1231            TO WS-CORTE-BASE-MMDD
           MOVE WS-ANO-ANTERIOR TO WS-CORTE-ANT-ANO
           MOVE 1231            TO WS-CORTE-ANT-MMDD

           PERFORM CARREGAR-CONTAS
           IF WS-CTA-QTD = ZEROS
               DISPLAY "NENHUMA CONTA EM CONTA.DAT - NENHUM INFORME"
               GOBACK
           END-IF
           PERFORM APURAR-SALDOS-DE-DEZEMBRO
           PERFORM APURAR-RENDIMENTOS-POUPANCA
           PERFORM APURAR-JUROS-E-IOF

           OPEN OUTPUT INFORME-SAIDA
           OPEN OUTPUT INFORME-ESPOLIO
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
           PERFORM EMITIR-INFORMES-POR-CPF
           CLOSE SEM-ENDERECO
           CLOSE INFORME-ESPOLIO
           CLOSE INFORME-SAIDA

           DISPLAY "INFORMES DO ANO-BASE " WS-ANO-BASE
               " - EXPEDIDOS " WS-INFORMES-EXPEDIDOS
               " FILA DE ESPOLIO " WS-INFORMES-ESPOLIO
               " SEM ENDERECO VALIDO " WS-INFORMES-SEM-ENDERECO
           GOBACK.

       CARREGAR-CONTAS.
           OPEN INPUT CONTA-ARQ
           IF CONTA-NAO-ACHOU
               DISPLAY "CONTA.DAT NAO ENCONTRADO"
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONTA-NUMERO
           START CONTA-ARQ KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   SET CONTA-FIM TO TRUE
           END-START
           PERFORM UNTIL CONTA-FIM
               READ CONTA-ARQ NEXT RECORD
                   AT END
                       SET CONTA-FIM TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-CONTA
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

       GUARDAR-CONTA.
           IF WS-CTA-QTD NOT < 2000
               IF WS-CTA-ESTOUROU = "N"
                   MOVE "S" TO WS-CTA-ESTOUROU
                   DISPLAY "MAIS DE 2000 CONTAS - EXCEDENTE FORA DO "
                       "INFORME NESTA PASSADA"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTA-QTD
           MOVE CONTA-NUMERO TO WS-CTA-NUMERO (WS-CTA-QTD)
           MOVE CONTA-CPF    TO WS-CTA-CPF (WS-CTA-QTD)
           MOVE CONTA-TIPO   TO WS-CTA-TIPO (WS-CTA-QTD)
           MOVE ZEROS TO WS-CTA-DATA-BASE (WS-CTA-QTD)
                         WS-CTA-SALDO-BASE (WS-CTA-QTD)
                         WS-CTA-DATA-ANT (WS-CTA-QTD)
                         WS-CTA-SALDO-ANT (WS-CTA-QTD)
                         WS-CTA-RENDIMENTO (WS-CTA-QTD)
                         WS-CTA-JUROS-DESC (WS-CTA-QTD).

      *    Saldo em 31/12 = a ultima fotografia da conta com data ate
      *    o corte; uma passada no historico serve aos dois anos.
       APURAR-SALDOS-DE-DEZEMBRO.
           OPEN INPUT SALDO-HISTORICO
           IF HISTORICO-NAO-ACHOU
               DISPLAY "SALDO.HIST AUSENTE - SALDOS EM 31/12 ZERADOS"
               EXIT PARAGRAPH
           END-IF
           READ SALDO-HISTORICO
               AT END SET HISTORICO-FIM TO TRUE
           END-READ
           PERFORM UNTIL HISTORICO-FIM
               IF SNP-DATA NOT > WS-CORTE-BASE
                   PERFORM LOCALIZAR-CONTA-FOTOGRAFIA
                   IF WS-CTA-ACHADA > ZEROS
                       PERFORM GUARDAR-FOTOGRAFIA
                   END-IF
               END-IF
               READ SALDO-HISTORICO
                   AT END SET HISTORICO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE SALDO-HISTORICO.

       LOCALIZAR-CONTA-FOTOGRAFIA.
           MOVE ZEROS TO WS-CTA-ACHADA
           PERFORM VARYING WS-CTA-IND FROM 1 BY 1
                   UNTIL WS-CTA-IND > WS-CTA-QTD
               IF WS-CTA-NUMERO (WS-CTA-IND) = SNP-CONTA
                   AND WS-CTA-CPF (WS-CTA-IND) = SNP-CPF
                   AND WS-CTA-ACHADA = ZEROS
                   MOVE WS-CTA-IND TO WS-CTA-ACHADA
               END-IF
           END-PERFORM.

       GUARDAR-FOTOGRAFIA.
           IF SNP-DATA NOT < WS-CTA-DATA-BASE (WS-CTA-ACHADA)
               MOVE SNP-DATA  TO WS-CTA-DATA-BASE (WS-CTA-ACHADA)
               MOVE SNP-SALDO TO WS-CTA-SALDO-BASE (WS-CTA-ACHADA)
           END-IF
           IF SNP-DATA NOT > WS-CORTE-ANTERIOR
               AND SNP-DATA NOT < WS-CTA-DATA-ANT (WS-CTA-ACHADA)
               MOVE SNP-DATA  TO WS-CTA-DATA-ANT (WS-CTA-ACHADA)
               MOVE SNP-SALDO TO WS-CTA-SALDO-ANT (WS-CTA-ACHADA)
           END-IF.

      *    Rendimento de poupanca creditado dentro do ano-base.
       APURAR-RENDIMENTOS-POUPANCA.
           OPEN INPUT JUROPOUP-HISTORICO
           IF JUROH-NAO-ACHOU
               DISPLAY "JUROPOUP.HIST AUSENTE - SEM RENDIMENTO DE "
                   "POUPANCA NO INFORME"
               EXIT PARAGRAPH
           END-IF
           READ JUROPOUP-HISTORICO
               AT END SET JUROH-FIM TO TRUE
           END-READ
           PERFORM UNTIL JUROH-FIM
               MOVE JPH-DATA TO WS-DATA-MOV
               IF WS-MOV-ANO = WS-ANO-BASE
                   MOVE JPH-CONTA TO SNP-CONTA
                   MOVE JPH-CPF   TO SNP-CPF
                   PERFORM LOCALIZAR-CONTA-FOTOGRAFIA
                   IF WS-CTA-ACHADA > ZEROS
                       ADD JPH-VALOR
                           TO WS-CTA-RENDIMENTO (WS-CTA-ACHADA)
                   END-IF
               END-IF
               READ JUROPOUP-HISTORICO
                   AT END SET JUROH-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE JUROPOUP-HISTORICO.

      *    Juros de descoberto por conta e IOF por CPF pagos no ano.
       APURAR-JUROS-E-IOF.
           OPEN INPUT IOF-MOVIMENTO
           IF IOFMOV-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ IOF-MOVIMENTO
               AT END SET IOFMOV-FIM TO TRUE
           END-READ
           PERFORM UNTIL IOFMOV-FIM
               MOVE IOFM-DATA TO WS-DATA-MOV
               IF WS-MOV-ANO = WS-ANO-BASE
                   PERFORM ACUMULAR-MOVIMENTO-IOF
               END-IF
               READ IOF-MOVIMENTO
                   AT END SET IOFMOV-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE IOF-MOVIMENTO.

       ACUMULAR-MOVIMENTO-IOF.
           IF IOFM-DESCOBERTO
               MOVE IOFM-REFERENCIA TO SNP-CONTA
               MOVE IOFM-CPF        TO SNP-CPF
               PERFORM LOCALIZAR-CONTA-FOTOGRAFIA
               IF WS-CTA-ACHADA > ZEROS
                   ADD IOFM-JUROS TO WS-CTA-JUROS-DESC (WS-CTA-ACHADA)
               END-IF
           END-IF
           MOVE ZEROS TO WS-IOF-ACHADO
           PERFORM VARYING WS-IOF-IND FROM 1 BY 1
                   UNTIL WS-IOF-IND > WS-IOF-QTD
               IF WS-IOF-CPF (WS-IOF-IND) = IOFM-CPF
                   AND WS-IOF-ACHADO = ZEROS
                   MOVE WS-IOF-IND TO WS-IOF-ACHADO
               END-IF
           END-PERFORM
           IF WS-IOF-ACHADO = ZEROS
               IF WS-IOF-QTD NOT < 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IOF-QTD
               MOVE WS-IOF-QTD TO WS-IOF-ACHADO
               MOVE IOFM-CPF   TO WS-IOF-CPF (WS-IOF-ACHADO)
               MOVE ZEROS      TO WS-IOF-VALOR (WS-IOF-ACHADO)
           END-IF
           ADD IOFM-VALOR-IOF TO WS-IOF-VALOR (WS-IOF-ACHADO).

      *    Um informe por CPF do mestre que tenha conta; o destino
      *    (expedicao ou espolio) e decidido pelo obito.
       EMITIR-INFORMES-POR-CPF.
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-NAO-ACHOU
               DISPLAY "CADCLI.DAT INDISPONIVEL - NENHUM INFORME"
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CADCLI-CPF
           START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
               INVALID KEY
                   SET CADCLI-FIM TO TRUE
           END-START
           PERFORM UNTIL CADCLI-FIM
               READ CADCLI-MESTRE NEXT RECORD
                   AT END
                       SET CADCLI-FIM TO TRUE
                   NOT AT END
                       PERFORM EMITIR-INFORME-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CADCLI-MESTRE.

       EMITIR-INFORME-CLIENTE.
           MOVE ZEROS TO WS-QTD-CONTAS-CPF
           PERFORM VARYING WS-CTA-IND FROM 1 BY 1
                   UNTIL WS-CTA-IND > WS-CTA-QTD
               IF WS-CTA-CPF (WS-CTA-IND) = CADCLI-CPF
                   ADD 1 TO WS-QTD-CONTAS-CPF
               END-IF
           END-PERFORM
           IF WS-QTD-CONTAS-CPF = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM ENDERECAR-RESPONSAVEL-LEGAL
      *    Endereco devolvido pelo correio: nada a expedir.
           IF CADCLI-ENDERECO-INVALIDO AND NOT CADCLI-FALECIDO
               PERFORM GRAVAR-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-FALECIDO
               MOVE "S" TO WS-DESTINO-ESPOLIO
               ADD 1 TO WS-INFORMES-ESPOLIO
           ELSE
               MOVE "N" TO WS-DESTINO-ESPOLIO
               ADD 1 TO WS-INFORMES-EXPEDIDOS
           END-IF
           MOVE ZEROS TO WS-TOTAL-RENDIMENTO WS-TOTAL-JUROS-DESC
                         WS-TOTAL-IOF-CPF

           PERFORM GRAVAR-CABECALHO-INFORME
           PERFORM VARYING WS-CTA-IND FROM 1 BY 1
                   UNTIL WS-CTA-IND > WS-CTA-QTD
               IF WS-CTA-CPF (WS-CTA-IND) = CADCLI-CPF
                   PERFORM GRAVAR-LINHA-CONTA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IOF-IND FROM 1 BY 1
                   UNTIL WS-IOF-IND > WS-IOF-QTD
               IF WS-IOF-CPF (WS-IOF-IND) = CADCLI-CPF
                   ADD WS-IOF-VALOR (WS-IOF-IND) TO WS-TOTAL-IOF-CPF
               END-IF
           END-PERFORM
           PERFORM GRAVAR-RODAPE-INFORME.

      *    Titular menor com responsavel no mestre: guarda nome e
      *    endereco do responsavel e poe o endereco dele no registro
      *    em memoria (a leitura e so de consulta). O titular e relido
      *    pela chave para a leitura sequencial seguir de onde estava.
       ENDERECAR-RESPONSAVEL-LEGAL.
           MOVE CADCLI-CPF TO WS-CPF-DESTINO
           MOVE SPACES TO WS-NOME-RESPONSAVEL
           IF NOT CADCLI-E-MENOR OR CADCLI-CPF-RESPONSAVEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-REC TO WS-REGISTRO-TITULAR
           MOVE CADCLI-CPF-RESPONSAVEL TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CADCLI-NOME     TO WS-NOME-RESPONSAVEL
                   MOVE CADCLI-CPF      TO WS-CPF-DESTINO
                   MOVE CADCLI-ENDERECO TO WS-ENDERECO-RESPONSAVEL
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-RESPONSAVEL
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-RESPONSAVEL
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
      *    A marca de endereco devolvido que vale e a do endereco
      *    usado.
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-ENDERECO-RESPONSAVEL TO CADCLI-ENDERECO
               MOVE WS-DEVOLVIDO-RESPONSAVEL TO CADCLI-END-DEVOLVIDO
               MOVE WS-DT-DEVOL-RESPONSAVEL TO CADCLI-DATA-DEVOLUCAO
           END-IF.

      *    Linha do relatorio comum de clientes sem endereco valido,
      *    com o CPF e o nome de quem receberia o informe.
       GRAVAR-SEM-ENDERECO.
           ADD 1 TO WS-INFORMES-SEM-ENDERECO
           MOVE CADCLI-NOME TO WS-NOME-SEMEND
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-NOME-RESPONSAVEL TO WS-NOME-SEMEND
           END-IF
           MOVE WS-CPF-DESTINO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " PROGRAMA=INFREND  DOC=I CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

       GRAVAR-CABECALHO-INFORME.
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING

           MOVE ALL "=" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-INFORME
           MOVE SPACES TO WS-REL-LINHA
           STRING "INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE "
               DELIMITED BY SIZE
               WS-ANO-BASE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME
           MOVE SPACES TO WS-REL-LINHA
           STRING "TITULAR: " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE SPACES TO WS-REL-LINHA
               STRING "A/C RESPONSAVEL LEGAL: " DELIMITED BY SIZE
                   WS-NOME-RESPONSAVEL DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INFORME
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF: " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME
           IF WS-DESTINO-ESPOLIO = "S"
               MOVE SPACES TO WS-REL-LINHA
               STRING "ESPOLIO - OBITO REGISTRADO EM " DELIMITED BY SIZE
                   CADCLI-DATA-OBITO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INFORME
           ELSE
               MOVE SPACES TO WS-REL-LINHA
               STRING FUNCTION TRIM(CADCLI-LOGRADOURO)
                   DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   CADCLI-NUMERO DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(CADCLI-BAIRRO) DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INFORME
               MOVE SPACES TO WS-REL-LINHA
               STRING FUNCTION TRIM(CADCLI-CIDADE) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CADCLI-UF DELIMITED BY SIZE
                   " CEP " DELIMITED BY SIZE
                   CADCLI-CEP DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INFORME
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONTA  TIPO    SALDO 31/12/" DELIMITED BY SIZE
               WS-ANO-ANTERIOR DELIMITED BY SIZE
               "    SALDO 31/12/" DELIMITED BY SIZE
               WS-ANO-BASE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME.

       GRAVAR-LINHA-CONTA.
           MOVE WS-CTA-SALDO-ANT (WS-CTA-IND)  TO WS-SALDO-ANT-EDITADO
           MOVE WS-CTA-SALDO-BASE (WS-CTA-IND) TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-CTA-NUMERO (WS-CTA-IND) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CTA-TIPO (WS-CTA-IND) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SALDO-ANT-EDITADO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME
           ADD WS-CTA-RENDIMENTO (WS-CTA-IND) TO WS-TOTAL-RENDIMENTO
           ADD WS-CTA-JUROS-DESC (WS-CTA-IND) TO WS-TOTAL-JUROS-DESC.

       GRAVAR-RODAPE-INFORME.
           MOVE WS-TOTAL-RENDIMENTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RENDIMENTO DE POUPANCA NO ANO (ISENTO)..: "
               DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME
           MOVE WS-TOTAL-JUROS-DESC TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "JUROS DE DESCOBERTO PAGOS NO ANO........: "
               DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME
           MOVE WS-TOTAL-IOF-CPF TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "IOF PAGO NO ANO.........................: "
               DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INFORME.

      *    Cada linha vai para o destino do CPF corrente; na fila de
      *    espolio com o CPF do titular na frente, para o ESPOLIO
      *    achar o informe de cada falecido.
       GRAVAR-LINHA-INFORME.
           IF WS-DESTINO-ESPOLIO = "S"
               MOVE CADCLI-CPF   TO IFE-CPF
               MOVE WS-ANO-BASE  TO IFE-ANO-BASE
               MOVE WS-REL-LINHA TO IFE-LINHA
               WRITE INFESP-REG
           ELSE
               MOVE WS-REL-LINHA TO INFORME-LINHA
               WRITE INFORME-LINHA
           END-IF.
