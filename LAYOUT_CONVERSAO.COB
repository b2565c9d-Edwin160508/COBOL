      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. LAYCONV.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Controle de versao do layout dos mestres (LAYOUT.CTL, ver  <*
      *>   copybooks/LAYOUTREC.CPY) e conversao generica de um        <*
      *>   mestre para o layout novo. Sob demanda (LAYCONV.JCL):      <*
      *>   - R (registrar): grava em LAYOUT.CTL a versao e o tamanho  <*
      *>     do registro de cada mestre ainda sem registro, como      <*
      *>     estao neste fonte (copybooks/LAYAPI.CPY) - a implantacao <*
      *>     do controle, ou um mestre novo. Mestre ja registrado nao <*
      *>     e tocado: mudou o layout, e conversao;                   <*
      *>   - C (converter): descarrega o mestre informado (CADCLI,    <*
      *>     CONTA, LEDGER ou FATURAS), na versao registrada, para    <*
      *>     <mestre>.UNL, recarrega o indexado no layout deste fonte <*
      *>     e o rele conferindo quantidade e total de controle       <*
      *>     (CADCLI: limite de credito; CONTA: soma dos numeros;     <*
      *>     LEDGER: saldo; FATURAS: valor) contra a descarga.        <*
      *>     Batendo, LAYOUT.CTL passa para a versao nova e os        <*
      *>     programas compilados com ela voltam a rodar.             <*
      *>   A conversao e a do campo acrescentado no fim do registro   <*
      *>   (regra de CADCLIREC.CPY): a imagem antiga entra inteira no <*
      *>   inicio do registro novo e o resto fica inicializado -      <*
      *>   brancos nos alfanumericos, zeros nos numericos. Registro   <*
      *>   novo menor que o antigo nao e dessa regra e e recusado     <*
      *>   (RETURN-CODE 8): mudanca assim pede um passo de conversao  <*
      *>   proprio, como foi o DOCCONV. Totais divergentes tambem dao <*
      *>   RETURN-CODE 8 e LAYOUT.CTL fica na versao antiga; os       <*
      *>   registros antigos continuam em <mestre>.UNL para a         <*
      *>   recuperacao. Contagem e hash de CPF do CADCLI.CTL nao      <*
      *>   mudam com a conversao.                                     <*
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
           SELECT LAYOUT-CONTROLE ASSIGN TO "LAYOUT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYCTL-STATUS.
      *    Os mestres lidos na versao registrada: registro de tamanho
      *    variavel, com as chaves nas mesmas posicoes de sempre.
           SELECT CADCLI-ANTIGO ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLI-CPF
               ALTERNATE RECORD KEY IS ANT-CLI-RG WITH DUPLICATES
               FILE STATUS IS WS-ANT-STATUS.
           SELECT CONTA-ANTIGO ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CTA-NUMERO
               FILE STATUS IS WS-ANT-STATUS.
           SELECT LEDGER-ANTIGO ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-LDG-CHAVE
               FILE STATUS IS WS-ANT-STATUS.
           SELECT FATURAS-ANTIGO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-FAT-NUMERO
               ALTERNATE RECORD KEY IS ANT-FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-ANT-STATUS.
      *    Os mestres recarregados no layout deste fonte.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
      *    Descarga do mestre - <mestre>.UNL, nome montado em
      *    WS-DESCARGA-NOME. Sequencial de registro (nao de linha): o
      *    ledger carrega saldo em COMP-3.
           SELECT DESCARGA-ARQ ASSIGN TO WS-DESCARGA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DESCARGA-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  LAYOUT-CONTROLE.
      *    Linha do controle de layout - ver copybooks/LAYOUTREC.CPY.
           COPY LAYOUTREC.

      *    Imagens na versao registrada: so a chave e o campo do
      *    total de controle tem posicao fixa aqui - e o registro tem
      *    que chegar ate eles.
       FD  CADCLI-ANTIGO
           RECORD IS VARYING IN SIZE FROM 192 TO 2000 CHARACTERS
           DEPENDING ON WS-ANT-TAMANHO.
       01  ANT-CLI-REG.
           02 ANT-CLI-CPF         PIC X(14).
           02 FILLER              PIC X(50).
           02 ANT-CLI-RG          PIC X(11).
           02 FILLER              PIC X(106).
           02 ANT-CLI-LIMITE-CRED PIC 9(09)V99.
           02 FILLER              PIC X(1808).

       FD  CONTA-ANTIGO
           RECORD IS VARYING IN SIZE FROM 6 TO 2000 CHARACTERS
           DEPENDING ON WS-ANT-TAMANHO.
       01  ANT-CTA-REG.
           02 ANT-CTA-NUMERO      PIC 9(06).
           02 FILLER              PIC X(1994).

       FD  LEDGER-ANTIGO
           RECORD IS VARYING IN SIZE FROM 26 TO 2000 CHARACTERS
           DEPENDING ON WS-ANT-TAMANHO.
       01  ANT-LDG-REG.
           02 ANT-LDG-CHAVE       PIC X(20).
           02 ANT-LDG-SALDO       PIC S9(9)V99 COMP-3.
           02 FILLER              PIC X(1974).

       FD  FATURAS-ANTIGO
           RECORD IS VARYING IN SIZE FROM 49 TO 2000 CHARACTERS
           DEPENDING ON WS-ANT-TAMANHO.
       01  ANT-FAT-REG.
           02 ANT-FAT-NUMERO      PIC 9(06).
           02 ANT-FAT-CPF         PIC X(14).
           02 FILLER              PIC X(16).
           02 ANT-FAT-VALOR       PIC 9(11)V99.
           02 FILLER              PIC X(1951).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do cadastro - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  DESCARGA-ARQ
           RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
           DEPENDING ON WS-DESCARGA-TAMANHO.
       01  DESCARGA-REG           PIC X(2000).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-LAYCTL-STATUS      PIC X(02) VALUE "00".
           88 LAYCTL-OK             VALUE "00".
       77 WS-LAYCTL-FIM         PIC X(01) VALUE "N".
           88 LAYCTL-FIM            VALUE "S".
       77 WS-ANT-STATUS         PIC X(02) VALUE "00".
           88 ANT-OK                VALUE "00".
       77 WS-ANT-FIM            PIC X(01) VALUE "N".
           88 ANT-FIM               VALUE "S".
       77 WS-ANT-TAMANHO        PIC 9(04) VALUE ZEROS.
       77 WS-ANT-ABERTO         PIC X(01) VALUE "N".
           88 ANT-ABERTO            VALUE "S".
       77 WS-IDX-STATUS         PIC X(02) VALUE "00".
           88 IDX-OK                VALUE "00".
       77 WS-IDX-FIM            PIC X(01) VALUE "N".
           88 IDX-FIM               VALUE "S".
       77 WS-DESCARGA-STATUS    PIC X(02) VALUE "00".
           88 DESCARGA-OK           VALUE "00".
       77 WS-DESCARGA-FIM       PIC X(01) VALUE "N".
           88 DESCARGA-FIM          VALUE "S".
       77 WS-DESCARGA-NOME      PIC X(40) VALUE SPACES.
       77 WS-DESCARGA-TAMANHO   PIC 9(04) VALUE ZEROS.

       77 WS-MODO-LAYOUT        PIC X(01) VALUE SPACES.
           88 MODO-REGISTRAR        VALUE "R".
           88 MODO-CONVERTER        VALUE "C".
       77 WS-MESTRE             PIC X(08) VALUE SPACES.
           88 MESTRE-CADCLI         VALUE "CADCLI".
           88 MESTRE-CONTA          VALUE "CONTA".
           88 MESTRE-LEDGER         VALUE "LEDGER".
           88 MESTRE-FATURAS        VALUE "FATURAS".
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *    Versoes deste fonte - ver copybooks/LAYAPI.CPY.
           COPY LAYAPI.

      *    LAYOUT.CTL em memoria, regravado inteiro no fim.
       01  WS-TABELA-LAYOUT.
           05 WS-LAY-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-LAY-ITEM OCCURS 20 TIMES.
              10 WS-LAY-MESTRE      PIC X(08).
              10 WS-LAY-VERSAO      PIC 9(03).
              10 WS-LAY-TAMANHO     PIC 9(04).
              10 WS-LAY-DATA        PIC 9(08).
              10 WS-LAY-PROGRAMA    PIC X(08).
       77 WS-LAY-IND            PIC 9(02) VALUE ZEROS.
       77 WS-LAY-ACHADO         PIC 9(02) VALUE ZEROS.

      *    Versao e tamanho do mestre da vez: o registrado e o deste
      *    fonte.
       77 WS-VERSAO-ANTIGA      PIC 9(03) VALUE ZEROS.
       77 WS-TAMANHO-ANTIGO     PIC 9(04) VALUE ZEROS.
       77 WS-VERSAO-NOVA        PIC 9(03) VALUE ZEROS.
       77 WS-TAMANHO-NOVO       PIC 9(04) VALUE ZEROS.

      *    Contagens e totais de controle antes (descarga) e depois
      *    (releitura do mestre recarregado).
       01  WS-TOTAIS-CONVERSAO.
           05 WS-QTD-DESCARGA       PIC 9(08) VALUE ZEROS.
           05 WS-QTD-CARGA          PIC 9(08) VALUE ZEROS.
           05 WS-QTD-REJEITADOS     PIC 9(08) VALUE ZEROS.
           05 WS-QTD-RELIDOS        PIC 9(08) VALUE ZEROS.
           05 WS-TOTAL-ANTES        PIC S9(15)V99 VALUE ZEROS.
           05 WS-TOTAL-DEPOIS       PIC S9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-EDITADO      PIC -(15)9.99.
       77 WS-CONVERSAO-DIVERGIU PIC X(01) VALUE "N".
           88 CONVERSAO-DIVERGIU    VALUE "S".
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MODO (R=REGISTRAR VERSOES C=CONVERTER MESTRE): "
           ACCEPT WS-MODO-LAYOUT
           PERFORM CARREGAR-CONTROLE-LAYOUT
           EVALUATE TRUE
               WHEN MODO-REGISTRAR
                   PERFORM REGISTRAR-VERSOES
               WHEN MODO-CONVERTER
                   PERFORM CONVERTER-MESTRE
               WHEN OTHER
                   DISPLAY "MODO INVALIDO: " WS-MODO-LAYOUT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       CARREGAR-CONTROLE-LAYOUT.
           MOVE ZEROS TO WS-LAY-QTD
           MOVE "N" TO WS-LAYCTL-FIM
           OPEN INPUT LAYOUT-CONTROLE
           IF NOT LAYCTL-OK
               DISPLAY "LAYOUT.CTL INEXISTENTE - NENHUM MESTRE "
                   "REGISTRADO"
               EXIT PARAGRAPH
           END-IF
           READ LAYOUT-CONTROLE
               AT END SET LAYCTL-FIM TO TRUE
           END-READ
           PERFORM UNTIL LAYCTL-FIM
               IF WS-LAY-QTD < 20 AND LAY-VERSAO IS NUMERIC
                   ADD 1 TO WS-LAY-QTD
                   MOVE LAY-MESTRE   TO WS-LAY-MESTRE (WS-LAY-QTD)
                   MOVE LAY-VERSAO   TO WS-LAY-VERSAO (WS-LAY-QTD)
                   MOVE LAY-TAMANHO  TO WS-LAY-TAMANHO (WS-LAY-QTD)
                   MOVE LAY-DATA     TO WS-LAY-DATA (WS-LAY-QTD)
                   MOVE LAY-PROGRAMA TO WS-LAY-PROGRAMA (WS-LAY-QTD)
               END-IF
               READ LAYOUT-CONTROLE
                   AT END SET LAYCTL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-CONTROLE.

       GRAVAR-CONTROLE-LAYOUT.
           OPEN OUTPUT LAYOUT-CONTROLE
           PERFORM VARYING WS-LAY-IND FROM 1 BY 1
                   UNTIL WS-LAY-IND > WS-LAY-QTD
               MOVE SPACES TO LAYOUT-CTL-REC
               MOVE WS-LAY-MESTRE (WS-LAY-IND)   TO LAY-MESTRE
               MOVE WS-LAY-VERSAO (WS-LAY-IND)   TO LAY-VERSAO
               MOVE WS-LAY-TAMANHO (WS-LAY-IND)  TO LAY-TAMANHO
               MOVE WS-LAY-DATA (WS-LAY-IND)     TO LAY-DATA
               MOVE WS-LAY-PROGRAMA (WS-LAY-IND) TO LAY-PROGRAMA
               WRITE LAYOUT-CTL-REC
           END-PERFORM
           CLOSE LAYOUT-CONTROLE.

      *    Posiciona WS-LAY-ACHADO na linha do mestre (zeros = sem
      *    registro).
       LOCALIZAR-MESTRE-CONTROLE.
           MOVE ZEROS TO WS-LAY-ACHADO
           PERFORM VARYING WS-LAY-IND FROM 1 BY 1
                   UNTIL WS-LAY-IND > WS-LAY-QTD
                      OR WS-LAY-ACHADO > ZEROS
               IF WS-LAY-MESTRE (WS-LAY-IND) = WS-MESTRE
                   MOVE WS-LAY-IND TO WS-LAY-ACHADO
               END-IF
           END-PERFORM.

      *    Versao e tamanho do registro do mestre neste fonte.
       OBTER-VERSAO-NOVA.
           EVALUATE TRUE
               WHEN MESTRE-CADCLI
                   MOVE LYX-VERSAO-CADCLI    TO WS-VERSAO-NOVA
                   MOVE LENGTH OF CADCLI-REC TO WS-TAMANHO-NOVO
               WHEN MESTRE-CONTA
                   MOVE LYX-VERSAO-CONTA     TO WS-VERSAO-NOVA
                   MOVE LENGTH OF CONTA-REC  TO WS-TAMANHO-NOVO
               WHEN MESTRE-LEDGER
                   MOVE LYX-VERSAO-LEDGER    TO WS-VERSAO-NOVA
                   MOVE LENGTH OF LEDGER-REC TO WS-TAMANHO-NOVO
               WHEN MESTRE-FATURAS
                   MOVE LYX-VERSAO-FATURAS   TO WS-VERSAO-NOVA
                   MOVE LENGTH OF FAT-REC    TO WS-TAMANHO-NOVO
           END-EVALUATE.

       REGISTRAR-VERSOES.
           MOVE "CADCLI" TO WS-MESTRE
           PERFORM REGISTRAR-MESTRE
           MOVE "CONTA" TO WS-MESTRE
           PERFORM REGISTRAR-MESTRE
           MOVE "LEDGER" TO WS-MESTRE
           PERFORM REGISTRAR-MESTRE
           MOVE "FATURAS" TO WS-MESTRE
           PERFORM REGISTRAR-MESTRE
           PERFORM GRAVAR-CONTROLE-LAYOUT.

       REGISTRAR-MESTRE.
           PERFORM LOCALIZAR-MESTRE-CONTROLE
           IF WS-LAY-ACHADO > ZEROS
               DISPLAY WS-MESTRE " JA REGISTRADO NA VERSAO "
                   WS-LAY-VERSAO (WS-LAY-ACHADO) " - NAO ALTERADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-VERSAO-NOVA
           ADD 1 TO WS-LAY-QTD
           MOVE WS-MESTRE       TO WS-LAY-MESTRE (WS-LAY-QTD)
           MOVE WS-VERSAO-NOVA  TO WS-LAY-VERSAO (WS-LAY-QTD)
           MOVE WS-TAMANHO-NOVO TO WS-LAY-TAMANHO (WS-LAY-QTD)
           MOVE WS-DATA-HOJE    TO WS-LAY-DATA (WS-LAY-QTD)
           MOVE "LAYCONV"       TO WS-LAY-PROGRAMA (WS-LAY-QTD)
           DISPLAY WS-MESTRE " REGISTRADO NA VERSAO " WS-VERSAO-NOVA
               " (REGISTRO DE " WS-TAMANHO-NOVO " POSICOES)".

       CONVERTER-MESTRE.
           DISPLAY "MESTRE A CONVERTER (CADCLI CONTA LEDGER FATURAS): "
           ACCEPT WS-MESTRE
           IF NOT MESTRE-CADCLI AND NOT MESTRE-CONTA
              AND NOT MESTRE-LEDGER AND NOT MESTRE-FATURAS
               DISPLAY "MESTRE INVALIDO: " WS-MESTRE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-MESTRE-CONTROLE
           IF WS-LAY-ACHADO = ZEROS
               DISPLAY WS-MESTRE " SEM VERSAO EM LAYOUT.CTL - "
                   "REGISTRAR ANTES (MODO R)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAY-VERSAO (WS-LAY-ACHADO)  TO WS-VERSAO-ANTIGA
           MOVE WS-LAY-TAMANHO (WS-LAY-ACHADO) TO WS-TAMANHO-ANTIGO
           PERFORM OBTER-VERSAO-NOVA
           IF WS-VERSAO-ANTIGA = WS-VERSAO-NOVA
               DISPLAY WS-MESTRE " JA ESTA NA VERSAO " WS-VERSAO-NOVA
                   " - NADA A CONVERTER"
               EXIT PARAGRAPH
           END-IF
           IF WS-VERSAO-ANTIGA > WS-VERSAO-NOVA
               DISPLAY WS-MESTRE " REGISTRADO NA VERSAO "
                   WS-VERSAO-ANTIGA ", MAIS NOVA QUE A DESTE PROGRAMA "
                   WS-VERSAO-NOVA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TAMANHO-ANTIGO > WS-TAMANHO-NOVO
               DISPLAY WS-MESTRE " - REGISTRO NOVO (" WS-TAMANHO-NOVO
                   ") MENOR QUE O ANTIGO (" WS-TAMANHO-ANTIGO
                   ") - CONVERSAO PEDE PASSO PROPRIO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-TOTAIS-CONVERSAO
           MOVE "N" TO WS-CONVERSAO-DIVERGIU WS-ANT-ABERTO
           MOVE SPACES TO WS-DESCARGA-NOME
           STRING WS-MESTRE DELIMITED BY SPACE
                  ".UNL"    DELIMITED BY SIZE
                  INTO WS-DESCARGA-NOME
           END-STRING
           DISPLAY WS-MESTRE " - CONVERSAO DA VERSAO " WS-VERSAO-ANTIGA
               " (" WS-TAMANHO-ANTIGO " POSICOES) PARA A "
               WS-VERSAO-NOVA " (" WS-TAMANHO-NOVO " POSICOES)"

           OPEN OUTPUT DESCARGA-ARQ
           IF NOT DESCARGA-OK
               DISPLAY WS-DESCARGA-NOME " NAO PODE SER CRIADO (STATUS "
                   WS-DESCARGA-STATUS ") - NADA CONVERTIDO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MESTRE-CADCLI
                   PERFORM DESCARREGAR-CADCLI
               WHEN MESTRE-CONTA
                   PERFORM DESCARREGAR-CONTA
               WHEN MESTRE-LEDGER
                   PERFORM DESCARREGAR-LEDGER
               WHEN MESTRE-FATURAS
                   PERFORM DESCARREGAR-FATURAS
           END-EVALUATE
           CLOSE DESCARGA-ARQ
           IF NOT ANT-ABERTO
               DISPLAY WS-MESTRE " NAO PODE SER ABERTO (STATUS "
                   WS-ANT-STATUS ") - NADA CONVERTIDO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN MESTRE-CADCLI
                   PERFORM RECARREGAR-CADCLI
                   PERFORM RELER-CADCLI
               WHEN MESTRE-CONTA
                   PERFORM RECARREGAR-CONTA
                   PERFORM RELER-CONTA
               WHEN MESTRE-LEDGER
                   PERFORM RECARREGAR-LEDGER
                   PERFORM RELER-LEDGER
               WHEN MESTRE-FATURAS
                   PERFORM RECARREGAR-FATURAS
                   PERFORM RELER-FATURAS
           END-EVALUATE
           PERFORM CONFERIR-TOTAIS-CONVERSAO.

      *    Antes x depois: a quantidade descarregada tem que ter sido
      *    toda recarregada e relida, com o mesmo total de controle.
       CONFERIR-TOTAIS-CONVERSAO.
           IF WS-QTD-CARGA NOT = WS-QTD-DESCARGA
              OR WS-QTD-RELIDOS NOT = WS-QTD-DESCARGA
              OR WS-TOTAL-DEPOIS NOT = WS-TOTAL-ANTES
               SET CONVERSAO-DIVERGIU TO TRUE
           END-IF
           DISPLAY WS-MESTRE " - ANTES:  DESCARREGADOS "
               WS-QTD-DESCARGA
           MOVE WS-TOTAL-ANTES TO WS-TOTAL-EDITADO
           DISPLAY WS-MESTRE " - ANTES:  TOTAL DE CONTROLE "
               WS-TOTAL-EDITADO
           DISPLAY WS-MESTRE " - DEPOIS: CARREGADOS " WS-QTD-CARGA
               " REJEITADOS " WS-QTD-REJEITADOS
               " RELIDOS " WS-QTD-RELIDOS
           MOVE WS-TOTAL-DEPOIS TO WS-TOTAL-EDITADO
           DISPLAY WS-MESTRE " - DEPOIS: TOTAL DE CONTROLE "
               WS-TOTAL-EDITADO
           IF CONVERSAO-DIVERGIU
               DISPLAY WS-MESTRE " - TOTAIS DIVERGENTES: LAYOUT.CTL "
                   "MANTIDO NA VERSAO " WS-VERSAO-ANTIGA
                   " - REGISTROS ANTIGOS EM " WS-DESCARGA-NOME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VERSAO-NOVA  TO WS-LAY-VERSAO (WS-LAY-ACHADO)
           MOVE WS-TAMANHO-NOVO TO WS-LAY-TAMANHO (WS-LAY-ACHADO)
           MOVE WS-DATA-HOJE    TO WS-LAY-DATA (WS-LAY-ACHADO)
           MOVE "LAYCONV"       TO WS-LAY-PROGRAMA (WS-LAY-ACHADO)
           PERFORM GRAVAR-CONTROLE-LAYOUT
           DISPLAY WS-MESTRE " CONVERTIDO - LAYOUT.CTL NA VERSAO "
               WS-VERSAO-NOVA.

      *    Descarga: cada registro vai para o .UNL com o tamanho com
      *    que foi lido.
       DESCARREGAR-CADCLI.
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT CADCLI-ANTIGO
           IF NOT ANT-OK
               EXIT PARAGRAPH
           END-IF
           SET ANT-ABERTO TO TRUE
           READ CADCLI-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-QTD-DESCARGA
               ADD ANT-CLI-LIMITE-CRED TO WS-TOTAL-ANTES
               MOVE WS-ANT-TAMANHO TO WS-DESCARGA-TAMANHO
               MOVE ANT-CLI-REG (1 : WS-ANT-TAMANHO) TO DESCARGA-REG
               WRITE DESCARGA-REG
               READ CADCLI-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-ANTIGO.

       DESCARREGAR-CONTA.
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT CONTA-ANTIGO
           IF NOT ANT-OK
               EXIT PARAGRAPH
           END-IF
           SET ANT-ABERTO TO TRUE
           READ CONTA-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-QTD-DESCARGA
               ADD ANT-CTA-NUMERO TO WS-TOTAL-ANTES
               MOVE WS-ANT-TAMANHO TO WS-DESCARGA-TAMANHO
               MOVE ANT-CTA-REG (1 : WS-ANT-TAMANHO) TO DESCARGA-REG
               WRITE DESCARGA-REG
               READ CONTA-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTA-ANTIGO.

       DESCARREGAR-LEDGER.
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT LEDGER-ANTIGO
           IF NOT ANT-OK
               EXIT PARAGRAPH
           END-IF
           SET ANT-ABERTO TO TRUE
           READ LEDGER-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-QTD-DESCARGA
               ADD ANT-LDG-SALDO TO WS-TOTAL-ANTES
               MOVE WS-ANT-TAMANHO TO WS-DESCARGA-TAMANHO
               MOVE ANT-LDG-REG (1 : WS-ANT-TAMANHO) TO DESCARGA-REG
               WRITE DESCARGA-REG
               READ LEDGER-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-ANTIGO.

       DESCARREGAR-FATURAS.
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT FATURAS-ANTIGO
           IF NOT ANT-OK
               EXIT PARAGRAPH
           END-IF
           SET ANT-ABERTO TO TRUE
           READ FATURAS-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-QTD-DESCARGA
               ADD ANT-FAT-VALOR TO WS-TOTAL-ANTES
               MOVE WS-ANT-TAMANHO TO WS-DESCARGA-TAMANHO
               MOVE ANT-FAT-REG (1 : WS-ANT-TAMANHO) TO DESCARGA-REG
               WRITE DESCARGA-REG
               READ FATURAS-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATURAS-ANTIGO.

      *    Recarga: registro novo inicializado (campos acrescentados
      *    em branco/zero) com a imagem antiga por cima, do inicio.
      *    A descarga saiu em ordem de chave - a carga sequencial do
      *    indexado aceita.
       RECARREGAR-CADCLI.
           MOVE "N" TO WS-DESCARGA-FIM
           OPEN INPUT DESCARGA-ARQ
           OPEN OUTPUT CADCLI-MESTRE
           READ DESCARGA-ARQ
               AT END SET DESCARGA-FIM TO TRUE
           END-READ
           PERFORM UNTIL DESCARGA-FIM
               IF WS-DESCARGA-TAMANHO > WS-TAMANHO-NOVO
                   MOVE WS-TAMANHO-NOVO TO WS-DESCARGA-TAMANHO
               END-IF
               INITIALIZE CADCLI-REC
               MOVE DESCARGA-REG (1 : WS-DESCARGA-TAMANHO)
                   TO CADCLI-REC (1 : WS-DESCARGA-TAMANHO)
               WRITE CADCLI-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "CLIENTE " CADCLI-CPF " NAO GRAVADO"
                           " (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CARGA
               END-WRITE
               READ DESCARGA-ARQ
                   AT END SET DESCARGA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-MESTRE
           CLOSE DESCARGA-ARQ.

       RECARREGAR-CONTA.
           MOVE "N" TO WS-DESCARGA-FIM
           OPEN INPUT DESCARGA-ARQ
           OPEN OUTPUT CONTA-ARQ
           READ DESCARGA-ARQ
               AT END SET DESCARGA-FIM TO TRUE
           END-READ
           PERFORM UNTIL DESCARGA-FIM
               IF WS-DESCARGA-TAMANHO > WS-TAMANHO-NOVO
                   MOVE WS-TAMANHO-NOVO TO WS-DESCARGA-TAMANHO
               END-IF
               INITIALIZE CONTA-REC
               MOVE DESCARGA-REG (1 : WS-DESCARGA-TAMANHO)
                   TO CONTA-REC (1 : WS-DESCARGA-TAMANHO)
               WRITE CONTA-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "CONTA " CONTA-NUMERO " NAO GRAVADA"
                           " (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CARGA
               END-WRITE
               READ DESCARGA-ARQ
                   AT END SET DESCARGA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ
           CLOSE DESCARGA-ARQ.

       RECARREGAR-LEDGER.
           MOVE "N" TO WS-DESCARGA-FIM
           OPEN INPUT DESCARGA-ARQ
           OPEN OUTPUT LEDGER-MESTRE
           READ DESCARGA-ARQ
               AT END SET DESCARGA-FIM TO TRUE
           END-READ
           PERFORM UNTIL DESCARGA-FIM
               IF WS-DESCARGA-TAMANHO > WS-TAMANHO-NOVO
                   MOVE WS-TAMANHO-NOVO TO WS-DESCARGA-TAMANHO
               END-IF
               INITIALIZE LEDGER-REC
               MOVE DESCARGA-REG (1 : WS-DESCARGA-TAMANHO)
                   TO LEDGER-REC (1 : WS-DESCARGA-TAMANHO)
               WRITE LEDGER-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "SALDO " LEDGER-CPF " " LEDGER-CONTA
                           " NAO GRAVADO (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CARGA
               END-WRITE
               READ DESCARGA-ARQ
                   AT END SET DESCARGA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-MESTRE
           CLOSE DESCARGA-ARQ.

       RECARREGAR-FATURAS.
           MOVE "N" TO WS-DESCARGA-FIM
           OPEN INPUT DESCARGA-ARQ
           OPEN OUTPUT FATURAS-ARQUIVO
           READ DESCARGA-ARQ
               AT END SET DESCARGA-FIM TO TRUE
           END-READ
           PERFORM UNTIL DESCARGA-FIM
               IF WS-DESCARGA-TAMANHO > WS-TAMANHO-NOVO
                   MOVE WS-TAMANHO-NOVO TO WS-DESCARGA-TAMANHO
               END-IF
               INITIALIZE FAT-REC
               MOVE DESCARGA-REG (1 : WS-DESCARGA-TAMANHO)
                   TO FAT-REC (1 : WS-DESCARGA-TAMANHO)
               WRITE FAT-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "FATURA " FAT-NUMERO " NAO GRAVADA"
                           " (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CARGA
               END-WRITE
               READ DESCARGA-ARQ
                   AT END SET DESCARGA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO
           CLOSE DESCARGA-ARQ.

      *    Releitura do mestre recarregado, ja no layout novo, para o
      *    total de depois.
       RELER-CADCLI.
           MOVE "N" TO WS-IDX-FIM
           OPEN INPUT CADCLI-MESTRE
           IF NOT IDX-OK
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-MESTRE
               AT END SET IDX-FIM TO TRUE
           END-READ
           PERFORM UNTIL IDX-FIM
               ADD 1 TO WS-QTD-RELIDOS
               ADD CADCLI-LIMITE-CRED TO WS-TOTAL-DEPOIS
               READ CADCLI-MESTRE
                   AT END SET IDX-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-MESTRE.

       RELER-CONTA.
           MOVE "N" TO WS-IDX-FIM
           OPEN INPUT CONTA-ARQ
           IF NOT IDX-OK
               EXIT PARAGRAPH
           END-IF
           READ CONTA-ARQ
               AT END SET IDX-FIM TO TRUE
           END-READ
           PERFORM UNTIL IDX-FIM
               ADD 1 TO WS-QTD-RELIDOS
               ADD CONTA-NUMERO TO WS-TOTAL-DEPOIS
               READ CONTA-ARQ
                   AT END SET IDX-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

       RELER-LEDGER.
           MOVE "N" TO WS-IDX-FIM
           OPEN INPUT LEDGER-MESTRE
           IF NOT IDX-OK
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-MESTRE
               AT END SET IDX-FIM TO TRUE
           END-READ
           PERFORM UNTIL IDX-FIM
               ADD 1 TO WS-QTD-RELIDOS
               ADD LEDGER-SALDO TO WS-TOTAL-DEPOIS
               READ LEDGER-MESTRE
                   AT END SET IDX-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-MESTRE.

       RELER-FATURAS.
           MOVE "N" TO WS-IDX-FIM
           OPEN INPUT FATURAS-ARQUIVO
           IF NOT IDX-OK
               EXIT PARAGRAPH
           END-IF
           READ FATURAS-ARQUIVO
               AT END SET IDX-FIM TO TRUE
           END-READ
           PERFORM UNTIL IDX-FIM
               ADD 1 TO WS-QTD-RELIDOS
               ADD FAT-VALOR TO WS-TOTAL-DEPOIS
               READ FATURAS-ARQUIVO
                   AT END SET IDX-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.
