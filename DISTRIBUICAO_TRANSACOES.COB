      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TRNDIST.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Distribuicao das transacoes processadas numa unica         <*
      *>   passada: le o LACO.TRN.ORD (ja ordenado por CPF) de ponta  <*
      *>   a ponta uma so vez, cruza cada CPF com o cadastro mestre   <*
      *>   uma so vez (na troca de CPF) e grava um extrato            <*
      *>   pre-cruzado para cada consumidor - CSUBTR.TRN,             <*
      *>   FATGERA.TRN, UFREL.TRN, SEGTIER.TRN e CLIEXTR.TRN (ver     <*
      *>   copybooks/TRNDISREC.CPY). Cada consumidor le so o seu      <*
      *>   extrato, em vez de cada um reler o arquivo inteiro e       <*
      *>   repetir as leituras aleatorias no CADCLI.DAT para os       <*
      *>   mesmos CPFs. A ordem e o conteudo das transacoes sao os    <*
      *>   do LACO.TRN.ORD; o que vem do mestre e o que cada          <*
      *>   consumidor buscava por conta propria: limite de credito    <*
      *>   (zero para menor de idade), ciclo de faturamento e UF/     <*
      *>   cidade do titular.                                         <*
      *>   LACO.TRN.ORD ausente grava os extratos vazios, para        <*
      *>   nenhum consumidor trabalhar sobre o extrato de outro dia.  <*
      *>   Extrato que nao abre para gravacao devolve RC 8.           <*
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
      *    Transacoes processadas, ja ordenadas por CPF pelo LACO.
           SELECT TRANS-ORDENADAS ASSIGN TO "LACO.TRN.ORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    Cadastro mestre - lido uma vez por CPF.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Os extratos pre-cruzados, um por consumidor.
           SELECT EXTRATO-CSUBTR ASSIGN TO "CSUBTR.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-CSUBTR-STATUS.
           SELECT EXTRATO-FATGERA ASSIGN TO "FATGERA.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FATGERA-STATUS.
           SELECT EXTRATO-UFREL ASSIGN TO "UFREL.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-UFREL-STATUS.
           SELECT EXTRATO-SEGTIER ASSIGN TO "SEGTIER.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-SEGTIER-STATUS.
           SELECT EXTRATO-CLIEXTR ASSIGN TO "CLIEXTR.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-CLIEXTR-STATUS.
      *    Log de operacoes compartilhado - inicio e fim do job para
      *    o painel da manha.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TRANS-ORDENADAS.
      *    Mesmo registro que o LACO grava - vai inteiro para a
      *    primeira parte do extrato (TRN-ORD-DADOS).
       01  LACO-ORD-REG               PIC X(69).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  EXTRATO-CSUBTR.
       01  EXT-CSUBTR-REG             PIC X(115).

       FD  EXTRATO-FATGERA.
       01  EXT-FATGERA-REG            PIC X(115).

       FD  EXTRATO-UFREL.
       01  EXT-UFREL-REG              PIC X(115).

       FD  EXTRATO-SEGTIER.
       01  EXT-SEGTIER-REG            PIC X(115).

       FD  EXTRATO-CLIEXTR.
       01  EXT-CLIEXTR-REG            PIC X(115).

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-TRANSACOES-STATUS  PIC X(02) VALUE "00".
           88 TRANSACOES-NAO-ACHOU  VALUE "35".
       77 WS-TRANSACOES-FIM     PIC X(01) VALUE "N".
           88 TRANSACOES-FIM        VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-CADCLI-DISPONIVEL  PIC X(01) VALUE "N".
       77 WS-EXT-CSUBTR-STATUS  PIC X(02) VALUE "00".
       77 WS-EXT-FATGERA-STATUS PIC X(02) VALUE "00".
       77 WS-EXT-UFREL-STATUS   PIC X(02) VALUE "00".
       77 WS-EXT-SEGTIER-STATUS PIC X(02) VALUE "00".
       77 WS-EXT-CLIEXTR-STATUS PIC X(02) VALUE "00".
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *    Registro do extrato montado uma vez e gravado nos cinco
      *    arquivos.
           COPY TRNDISREC.

      *    Cliente da transacao corrente - as transacoes vem
      *    ordenadas por CPF, entao o mestre so e lido na troca.
       77 WS-CPF-CORRENTE       PIC X(11) VALUE LOW-VALUES.
       77 WS-CLIENTE-ACHADO     PIC X(01) VALUE "N".
       77 WS-LIMITE-CLIENTE     PIC 9(09)V99 VALUE ZEROS.
       77 WS-CICLO-CLIENTE      PIC 9(02) VALUE ZEROS.
       77 WS-UF-CLIENTE         PIC X(02) VALUE SPACES.
       77 WS-CIDADE-CLIENTE     PIC X(20) VALUE SPACES.

      *    Totais de controle da passada.
       01  WS-TOTAIS-DISTRIBUICAO.
           05 WS-TRANS-LIDAS        PIC 9(07) VALUE ZEROS.
           05 WS-VALOR-LIDO         PIC 9(12)V99 VALUE ZEROS.
           05 WS-CPFS-DISTINTOS     PIC 9(07) VALUE ZEROS.
           05 WS-CPFS-SEM-CADASTRO  PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(11)9.99.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "TRNDIST" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG

           PERFORM ABRIR-EXTRATOS
           IF RETURN-CODE NOT = ZEROS
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
               GOBACK
           END-IF

           MOVE "N" TO WS-CADCLI-DISPONIVEL
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE "S" TO WS-CADCLI-DISPONIVEL
           ELSE
               DISPLAY "CADCLI.DAT INDISPONIVEL - EXTRATOS SAEM COM "
                   "TODOS OS CPFS SEM CADASTRO"
           END-IF

           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "LACO.TRN.ORD NAO ENCONTRADO - EXTRATOS "
                   "GRAVADOS VAZIOS"
           ELSE
               READ TRANS-ORDENADAS
                   AT END SET TRANSACOES-FIM TO TRUE
               END-READ
               PERFORM UNTIL TRANSACOES-FIM
                   PERFORM DISTRIBUIR-TRANSACAO-CORRENTE
                   READ TRANS-ORDENADAS
                       AT END SET TRANSACOES-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-ORDENADAS
           END-IF

           IF WS-CADCLI-DISPONIVEL = "S"
               CLOSE CADCLI-MESTRE
           END-IF
           CLOSE EXTRATO-CSUBTR EXTRATO-FATGERA EXTRATO-UFREL
                 EXTRATO-SEGTIER EXTRATO-CLIEXTR

           MOVE WS-VALOR-LIDO TO WS-VALOR-EDITADO
           DISPLAY "TRNDIST - TRANSACOES DISTRIBUIDAS: "
               WS-TRANS-LIDAS " VALOR: " WS-VALOR-EDITADO
           DISPLAY "TRNDIST - CPFS CRUZADOS COM O MESTRE: "
               WS-CPFS-DISTINTOS " SEM CADASTRO: "
               WS-CPFS-SEM-CADASTRO
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

      *    Os cinco extratos sao recriados a cada execucao; um que
      *    nao abra segura a cadeia antes de qualquer consumidor.
       ABRIR-EXTRATOS.
           OPEN OUTPUT EXTRATO-CSUBTR
           OPEN OUTPUT EXTRATO-FATGERA
           OPEN OUTPUT EXTRATO-UFREL
           OPEN OUTPUT EXTRATO-SEGTIER
           OPEN OUTPUT EXTRATO-CLIEXTR
           IF WS-EXT-CSUBTR-STATUS  NOT = "00"
               OR WS-EXT-FATGERA-STATUS NOT = "00"
               OR WS-EXT-UFREL-STATUS   NOT = "00"
               OR WS-EXT-SEGTIER-STATUS NOT = "00"
               OR WS-EXT-CLIEXTR-STATUS NOT = "00"
               DISPLAY "TRNDIST - EXTRATO NAO ABRIU PARA GRAVACAO: "
                   "CSUBTR=" WS-EXT-CSUBTR-STATUS
                   " FATGERA=" WS-EXT-FATGERA-STATUS
                   " UFREL=" WS-EXT-UFREL-STATUS
                   " SEGTIER=" WS-EXT-SEGTIER-STATUS
                   " CLIEXTR=" WS-EXT-CLIEXTR-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Transacao corrente: na troca de CPF le o mestre; monta o
      *    registro pre-cruzado e grava nos cinco extratos.
       DISTRIBUIR-TRANSACAO-CORRENTE.
           ADD 1 TO WS-TRANS-LIDAS
           MOVE SPACES TO TRN-ORD-REC
           MOVE LACO-ORD-REG TO TRN-ORD-DADOS
           ADD TRN-ORD-VALOR TO WS-VALOR-LIDO

           IF TRN-ORD-CPF NOT = WS-CPF-CORRENTE
               MOVE TRN-ORD-CPF TO WS-CPF-CORRENTE
               ADD 1 TO WS-CPFS-DISTINTOS
               PERFORM CRUZAR-CPF-COM-MESTRE
           END-IF

           MOVE WS-CLIENTE-ACHADO TO TRN-DIS-CLIENTE-ACHADO
           MOVE WS-LIMITE-CLIENTE TO TRN-DIS-LIMITE-CRED
           MOVE WS-CICLO-CLIENTE  TO TRN-DIS-CICLO-FAT
           MOVE WS-UF-CLIENTE     TO TRN-DIS-UF
           MOVE WS-CIDADE-CLIENTE TO TRN-DIS-CIDADE

           MOVE TRN-ORD-REC TO EXT-CSUBTR-REG
           WRITE EXT-CSUBTR-REG
           MOVE TRN-ORD-REC TO EXT-FATGERA-REG
           WRITE EXT-FATGERA-REG
           MOVE TRN-ORD-REC TO EXT-UFREL-REG
           WRITE EXT-UFREL-REG
           MOVE TRN-ORD-REC TO EXT-SEGTIER-REG
           WRITE EXT-SEGTIER-REG
           MOVE TRN-ORD-REC TO EXT-CLIEXTR-REG
           WRITE EXT-CLIEXTR-REG.

      *    Dados do titular que os consumidores usam. Sem registro
      *    (ou mestre indisponivel): limite zero - nenhuma exposicao
      *    permitida -, sem ciclo e sem UF/cidade.
       CRUZAR-CPF-COM-MESTRE.
           MOVE "N" TO WS-CLIENTE-ACHADO
           MOVE ZEROS TO WS-LIMITE-CLIENTE
           MOVE ZEROS TO WS-CICLO-CLIENTE
           MOVE SPACES TO WS-UF-CLIENTE
           MOVE SPACES TO WS-CIDADE-CLIENTE
           IF WS-CADCLI-DISPONIVEL NOT = "S"
               ADD 1 TO WS-CPFS-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-ORD-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   ADD 1 TO WS-CPFS-SEM-CADASTRO
               NOT INVALID KEY
                   MOVE "S" TO WS-CLIENTE-ACHADO
      *    Titular menor de idade nao entra no descoberto.
                   IF NOT CADCLI-E-MENOR
                       MOVE CADCLI-LIMITE-CRED TO WS-LIMITE-CLIENTE
                   END-IF
                   IF CADCLI-CICLO-FAT IS NUMERIC
                       MOVE CADCLI-CICLO-FAT TO WS-CICLO-CLIENTE
                   END-IF
                   MOVE CADCLI-UF     TO WS-UF-CLIENTE
                   MOVE CADCLI-CIDADE TO WS-CIDADE-CLIENTE
           END-READ.

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=TRNDIST SEQ=00000000"   DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-OPLOG) DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
