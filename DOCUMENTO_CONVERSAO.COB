      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. DOCCONV.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Conversao unica dos arquivos para o documento de 14        <*
      *>   posicoes (CPF ou CNPJ): o cadastro, as contas, o ledger e  <*
      *>   as faturas passaram a guardar o documento do cliente em    <*
      *>   X(14), com o CPF alinhado a esquerda e as 3 ultimas        <*
      *>   posicoes em branco. A operacao renomeia cada arquivo       <*
      *>   antigo para <nome>.ANT e roda este passo UMA VEZ:          <*
      *>   - CADCLI.ANT, CONTA.ANT, LEDGER.ANT e data/FATURAS.ANT     <*
      *>     (indexados, layout antigo de 11 posicoes) sao lidos em   <*
      *>     sequencia e recarregados nos indexados novos; o cliente  <*
      *>     antigo entra como pessoa fisica, sem nome fantasia;      <*
      *>   - os sequenciais que carregam o documento (trilhas,        <*
      *>     historicos, acumuladores e pendencias) sao regravados    <*
      *>     com 3 brancos inseridos depois do CPF antigo - arquivo   <*
      *>     .ANT ausente e so apontado (o arquivo ainda nao existia).<*
      *>   Sem CADCLI.ANT nada e convertido (RETURN-CODE 8). Totais   <*
      *>   de cada arquivo no console.                                <*
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
      *    Os indexados antigos, renomeados pela operacao - mesmas
      *    chaves com que foram criados.
           SELECT CADCLI-ANTIGO ASSIGN TO "CADCLI.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLI-CPF
               ALTERNATE RECORD KEY IS ANT-CLI-RG
               FILE STATUS IS WS-ANT-STATUS.
           SELECT CONTA-ANTIGO ASSIGN TO "CONTA.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CTA-NUMERO
               FILE STATUS IS WS-ANT-STATUS.
           SELECT LEDGER-ANTIGO ASSIGN TO "LEDGER.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-LDG-CHAVE
               FILE STATUS IS WS-ANT-STATUS.
           SELECT FATURAS-ANTIGO ASSIGN TO "data/FATURAS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-FAT-NUMERO
               ALTERNATE RECORD KEY IS ANT-FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-ANT-STATUS.
      *    Os indexados novos, criados por esta carga.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
      *    Sequenciais com o documento: o antigo (.ANT) e o novo, com
      *    o nome posto em WS-ANT-NOME / WS-ARQ-NOME antes de cada
      *    OPEN.
           SELECT SEQ-ANTIGO ASSIGN TO WS-ANT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT SEQ-NOVO ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
      *    Layout ANTIGO do cadastro (223 bytes): o CPF de 11, o nome,
      *    o RG e o resto do registro como estava.
       FD  CADCLI-ANTIGO.
       01  ANT-CLI-REG.
           02 ANT-CLI-CPF         PIC X(11).
           02 ANT-CLI-NOME        PIC X(50).
           02 ANT-CLI-RG          PIC X(11).
           02 ANT-CLI-RESTO       PIC X(151).

      *    Layout ANTIGO da conta (72 bytes).
       FD  CONTA-ANTIGO.
       01  ANT-CTA-REG.
           02 ANT-CTA-NUMERO      PIC 9(06).
           02 ANT-CTA-CPF         PIC X(11).
           02 ANT-CTA-RESTO       PIC X(55).

      *    Layout ANTIGO do ledger (29 bytes) - saldos em COMP-3,
      *    copiados sem tocar.
       FD  LEDGER-ANTIGO.
       01  ANT-LDG-REG.
           02 ANT-LDG-CHAVE.
              03 ANT-LDG-CPF      PIC X(11).
              03 ANT-LDG-CONTA    PIC 9(06).
           02 ANT-LDG-RESTO       PIC X(12).

      *    Layout ANTIGO da fatura (71 bytes).
       FD  FATURAS-ANTIGO.
       01  ANT-FAT-REG.
           02 ANT-FAT-NUMERO      PIC 9(06).
           02 ANT-FAT-CPF         PIC X(11).
           02 ANT-FAT-RESTO       PIC X(54).

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

       FD  SEQ-ANTIGO.
       01  SEQ-ANT-LINHA          PIC X(600).

       FD  SEQ-NOVO.
       01  SEQ-NOVA-LINHA         PIC X(600).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-ANT-STATUS         PIC X(02) VALUE "00".
           88 ANT-OK                VALUE "00".
           88 ANT-NAO-ACHOU         VALUE "35".
       77 WS-ANT-FIM            PIC X(01) VALUE "N".
           88 ANT-FIM               VALUE "S".
       77 WS-IDX-STATUS         PIC X(02) VALUE "00".

      *    Arquivo sequencial da vez: nome, posicao onde o CPF antigo
      *    comeca e tamanho do registro novo.
       77 WS-ARQ-NOME           PIC X(40) VALUE SPACES.
       77 WS-ANT-NOME           PIC X(40) VALUE SPACES.
       77 WS-ARQ-POSICAO        PIC 9(03) VALUE ZEROS.
       77 WS-ARQ-TAMANHO        PIC 9(03) VALUE ZEROS.
       77 WS-ARQ-CORTE          PIC 9(03) VALUE ZEROS.
       77 WS-ARQ-RESTO          PIC 9(03) VALUE ZEROS.

       01  WS-TOTAIS-CONVERSAO.
           05 WS-REGISTROS-LIDOS    PIC 9(06) VALUE ZEROS.
           05 WS-REGISTROS-CARGA    PIC 9(06) VALUE ZEROS.
           05 WS-REGISTROS-DUPLICADOS PIC 9(06) VALUE ZEROS.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           OPEN INPUT CADCLI-ANTIGO
           IF ANT-NAO-ACHOU
               DISPLAY "CADCLI.ANT NAO ENCONTRADO - RENOMEIE OS "
                   "ARQUIVOS ANTIGOS ANTES DA CONVERSAO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONVERTER-CADCLI
           PERFORM CONVERTER-CONTA
           PERFORM CONVERTER-LEDGER
           PERFORM CONVERTER-FATURAS

      *    CPF no inicio do registro.
           MOVE 1 TO WS-ARQ-POSICAO
           MOVE "CADCLI.CHGLOG" TO WS-ARQ-NOME
           MOVE 56 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "BUREAU.REMOVER" TO WS-ARQ-NOME
           MOVE 22 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "LIMITE.PEND" TO WS-ARQ-NOME
           MOVE 48 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "SCORE.PAG" TO WS-ARQ-NOME
           MOVE 44 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "RECAD.PEDIDOS" TO WS-ARQ-NOME
           MOVE 31 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "DESCOB.ACUM" TO WS-ARQ-NOME
           MOVE 48 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "COBRANCA.ETAPA" TO WS-ARQ-NOME
           MOVE 24 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL

      *    CPF depois de um campo de 8 (data ou sequencial).
           MOVE 9 TO WS-ARQ-POSICAO
           MOVE "LEDGER.JRN" TO WS-ARQ-NOME
           MOVE 95 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "SALDO.HIST" TO WS-ARQ-NOME
           MOVE 40 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "DORMENC.REATIV" TO WS-ARQ-NOME
           MOVE 36 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "IOF.MOV" TO WS-ARQ-NOME
           MOVE 51 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL
           MOVE "JUROPOUP.HIST" TO WS-ARQ-NOME
           MOVE 39 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL

      *    Historico do cadastro: o CPF e o inicio da imagem.
           MOVE 43 TO WS-ARQ-POSICAO
           MOVE "CADCLI.HIST" TO WS-ARQ-NOME
           MOVE 242 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL

      *    Fila de rework: o CPF vem depois do nome e do RG.
           MOVE 121 TO WS-ARQ-POSICAO
           MOVE "CADCLI.REWORK" TO WS-ARQ-NOME
           MOVE 301 TO WS-ARQ-TAMANHO
           PERFORM CONVERTER-SEQUENCIAL

           DISPLAY "CONVERSAO DO DOCUMENTO CONCLUIDA"
           GOBACK.

      *    Cliente antigo entra como pessoa fisica: o CPF alinhado a
      *    esquerda, o resto do registro deslocado 3 posicoes e o
      *    nome fantasia em branco.
       CONVERTER-CADCLI.
           INITIALIZE WS-TOTAIS-CONVERSAO
           MOVE "N" TO WS-ANT-FIM
           OPEN OUTPUT CADCLI-MESTRE
           READ CADCLI-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE SPACES TO CADCLI-REC
               MOVE ANT-CLI-CPF TO CADCLI-CPF
               MOVE ANT-CLI-REG (12 : 212) TO CADCLI-REC (15 : 212)
               SET CADCLI-PESSOA-FISICA TO TRUE
               MOVE SPACES TO CADCLI-NOME-FANTASIA
               WRITE CADCLI-REC
                   INVALID KEY
                       ADD 1 TO WS-REGISTROS-DUPLICADOS
                       DISPLAY "CLIENTE " ANT-CLI-CPF " NAO GRAVADO"
                           " (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTROS-CARGA
               END-WRITE
               READ CADCLI-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-MESTRE
           CLOSE CADCLI-ANTIGO
           DISPLAY "CADCLI.DAT - LIDOS " WS-REGISTROS-LIDOS
               " CARREGADOS " WS-REGISTROS-CARGA
               " REJEITADOS " WS-REGISTROS-DUPLICADOS.

       CONVERTER-CONTA.
           INITIALIZE WS-TOTAIS-CONVERSAO
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT CONTA-ANTIGO
           IF NOT ANT-OK
               DISPLAY "CONTA.ANT NAO ENCONTRADO - CONTAS NAO "
                   "CONVERTIDAS (STATUS " WS-ANT-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTA-ARQ
           READ CONTA-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE SPACES TO CONTA-REC
               MOVE ANT-CTA-NUMERO TO CONTA-NUMERO
               MOVE ANT-CTA-CPF    TO CONTA-CPF
               MOVE ANT-CTA-RESTO  TO CONTA-REC (21 : 55)
               WRITE CONTA-REC
                   INVALID KEY
                       ADD 1 TO WS-REGISTROS-DUPLICADOS
                       DISPLAY "CONTA " ANT-CTA-NUMERO " NAO GRAVADA"
                           " (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTROS-CARGA
               END-WRITE
               READ CONTA-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ
           CLOSE CONTA-ANTIGO
           DISPLAY "CONTA.DAT - LIDOS " WS-REGISTROS-LIDOS
               " CARREGADOS " WS-REGISTROS-CARGA
               " REJEITADOS " WS-REGISTROS-DUPLICADOS.

       CONVERTER-LEDGER.
           INITIALIZE WS-TOTAIS-CONVERSAO
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT LEDGER-ANTIGO
           IF NOT ANT-OK
               DISPLAY "LEDGER.ANT NAO ENCONTRADO - SALDOS NAO "
                   "CONVERTIDOS (STATUS " WS-ANT-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LEDGER-MESTRE
           READ LEDGER-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE SPACES TO LEDGER-CHAVE
               MOVE ANT-LDG-CPF    TO LEDGER-CPF
               MOVE ANT-LDG-CONTA  TO LEDGER-CONTA
               MOVE ANT-LDG-RESTO  TO LEDGER-REC (21 : 12)
               WRITE LEDGER-REC
                   INVALID KEY
                       ADD 1 TO WS-REGISTROS-DUPLICADOS
                       DISPLAY "SALDO " ANT-LDG-CPF " " ANT-LDG-CONTA
                           " NAO GRAVADO (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTROS-CARGA
               END-WRITE
               READ LEDGER-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-MESTRE
           CLOSE LEDGER-ANTIGO
           DISPLAY "LEDGER.CPF.DAT - LIDOS " WS-REGISTROS-LIDOS
               " CARREGADOS " WS-REGISTROS-CARGA
               " REJEITADOS " WS-REGISTROS-DUPLICADOS.

       CONVERTER-FATURAS.
           INITIALIZE WS-TOTAIS-CONVERSAO
           MOVE "N" TO WS-ANT-FIM
           OPEN INPUT FATURAS-ANTIGO
           IF NOT ANT-OK
               DISPLAY "data/FATURAS.ANT NAO ENCONTRADO - FATURAS NAO "
                   "CONVERTIDAS (STATUS " WS-ANT-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FATURAS-ARQUIVO
           READ FATURAS-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE SPACES TO FAT-REC
               MOVE ANT-FAT-NUMERO TO FAT-NUMERO
               MOVE ANT-FAT-CPF    TO FAT-CPF
               MOVE ANT-FAT-RESTO  TO FAT-REC (21 : 54)
               MOVE ZEROS TO FAT-DESCONTO-LIMITE
               MOVE ZEROS TO FAT-DESCONTO-VALOR
               MOVE ZEROS TO FAT-DESCONTO-CONCEDIDO
               MOVE ZEROS TO FAT-NFSE-LOTE
               MOVE ZEROS TO FAT-NFSE-NUMERO
               MOVE ZEROS TO FAT-VENCTO-ORIGINAL
               MOVE ZEROS TO FAT-ENCARGO-DISPENSADO
               WRITE FAT-REC
                   INVALID KEY
                       ADD 1 TO WS-REGISTROS-DUPLICADOS
                       DISPLAY "FATURA " ANT-FAT-NUMERO " NAO GRAVADA"
                           " (STATUS " WS-IDX-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTROS-CARGA
               END-WRITE
               READ FATURAS-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO
           CLOSE FATURAS-ANTIGO
           DISPLAY "data/FATURAS.DAT - LIDOS " WS-REGISTROS-LIDOS
               " CARREGADOS " WS-REGISTROS-CARGA
               " REJEITADOS " WS-REGISTROS-DUPLICADOS.

      *    Insere 3 brancos depois das 11 posicoes do CPF antigo, que
      *    comeca em WS-ARQ-POSICAO, e corta a linha no tamanho do
      *    registro novo.
       CONVERTER-SEQUENCIAL.
           INITIALIZE WS-TOTAIS-CONVERSAO
           MOVE "N" TO WS-ANT-FIM
           MOVE SPACES TO WS-ANT-NOME
           STRING WS-ARQ-NOME DELIMITED BY SPACE
                  ".ANT"      DELIMITED BY SIZE
                  INTO WS-ANT-NOME
           END-STRING
           OPEN INPUT SEQ-ANTIGO
           IF NOT ANT-OK
               DISPLAY WS-ANT-NOME " NAO ENCONTRADO - NADA A "
                   "CONVERTER (STATUS " WS-ANT-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ARQ-CORTE = WS-ARQ-POSICAO + 10
           COMPUTE WS-ARQ-RESTO = WS-ARQ-TAMANHO - WS-ARQ-CORTE - 3
           OPEN OUTPUT SEQ-NOVO
           READ SEQ-ANTIGO
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM UNTIL ANT-FIM
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE SPACES TO SEQ-NOVA-LINHA
               MOVE SEQ-ANT-LINHA (1 : WS-ARQ-CORTE)
                   TO SEQ-NOVA-LINHA (1 : WS-ARQ-CORTE)
               MOVE SEQ-ANT-LINHA (WS-ARQ-CORTE + 1 : WS-ARQ-RESTO)
                   TO SEQ-NOVA-LINHA (WS-ARQ-CORTE + 4 : WS-ARQ-RESTO)
               WRITE SEQ-NOVA-LINHA
               ADD 1 TO WS-REGISTROS-CARGA
               READ SEQ-ANTIGO
                   AT END SET ANT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE SEQ-NOVO
           CLOSE SEQ-ANTIGO
           DISPLAY WS-ARQ-NOME " - LIDOS " WS-REGISTROS-LIDOS
               " GRAVADOS " WS-REGISTROS-CARGA.
