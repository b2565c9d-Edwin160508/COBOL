      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GRPCONC.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Relatorio de concentracao de risco por grupo economico.    <*
      *>   Para cada grupo ativo de GRUPO.DAT soma a exposicao dos    <*
      *>   membros: limites de credito (CADCLI.DAT), descoberto das   <*
      *>   contas (saldo negativo no LEDGER.CPF.DAT), faturas em      <*
      *>   aberto (data/FATURAS.DAT) e a divida garantida -           <*
      *>   descoberto e faturas dos titulares de fora do grupo        <*
      *>   cujas contas ativas tem um membro como garantidor.         <*
      *>   Ordena os grupos pela exposicao total (SORT) e lista os    <*
      *>   maiores em CONCENTRA.REL, com o percentual sobre a         <*
      *>   exposicao da carteira inteira e * quando a soma dos        <*
      *>   limites passa do teto LIMITE-GRUPO.                        <*
      *>   Parametros em data/PARAMRUN.CTL: LIMITE-GRUPO (centavos,   <*
      *>   padrao 150.000,00) e CONCENTRACAO-TOP (padrao 50 grupos).  <*
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
      *    Grupos economicos - lidos pela chave alternada do codigo.
           SELECT GRUPO-ARQ ASSIGN TO "GRUPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CPF
               ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-GRUPO-STATUS.
      *    Cadastro mestre - limite de credito de cada membro.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Ledger de saldos - descoberto das contas de cada CPF.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Faturas da cobranca - saldo em aberto de cada CPF.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro de contas - garantias dadas pelos membros.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Parametros de execucao - teto do grupo e tamanho da lista.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Arquivo de trabalho do SORT que ordena os grupos pela
      *    exposicao total.
           SELECT GRUPO-SORT-WORK ASSIGN TO "CONCENTRA.SRT".
      *    Grupos ja ordenados - e esse arquivo que a lista le.
           SELECT GRUPO-ORDENADO ASSIGN TO "CONCENTRA.ORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADO-STATUS.
      *    Relatorio de concentracao.
           SELECT CONCENTRA-RELATORIO ASSIGN TO "CONCENTRA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  GRUPO-ARQ.
      *    Layout compartilhado do grupo economico - ver
      *    copybooks/GRUPOREC.CPY.
           COPY GRUPOREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).

       SD  GRUPO-SORT-WORK.
       01  SRT-REC.
           05 SRT-TOTAL               PIC 9(13)V99.
           05 SRT-CODIGO              PIC 9(06).
           05 SRT-MEMBROS             PIC 9(03).
           05 SRT-LIMITES             PIC 9(11)V99.
           05 SRT-DESCOBERTO          PIC 9(11)V99.
           05 SRT-FATURAS             PIC 9(11)V99.
           05 SRT-GARANTIDO           PIC 9(11)V99.

       FD  GRUPO-ORDENADO.
       01  ORD-REC.
           05 ORD-TOTAL               PIC 9(13)V99.
           05 ORD-CODIGO              PIC 9(06).
           05 ORD-MEMBROS             PIC 9(03).
           05 ORD-LIMITES             PIC 9(11)V99.
           05 ORD-DESCOBERTO          PIC 9(11)V99.
           05 ORD-FATURAS             PIC 9(11)V99.
           05 ORD-GARANTIDO           PIC 9(11)V99.

       FD  CONCENTRA-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-GRUPO-STATUS       PIC X(02) VALUE "00".
           88 GRUPO-OK              VALUE "00".
       77 WS-GRUPO-FIM          PIC X(01) VALUE "N".
           88 GRUPO-FIM             VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-LEDGER-FIM         PIC X(01) VALUE "N".
           88 LEDGER-FIM            VALUE "S".
       77 WS-LEDGER-ABERTO      PIC X(01) VALUE "N".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-OK            VALUE "00".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-FATURAS-ABERTO     PIC X(01) VALUE "N".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-ORDENADO-STATUS    PIC X(02) VALUE "00".
       77 WS-ORDENADO-FIM       PIC X(01) VALUE "N".
           88 ORDENADO-FIM          VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Teto de limites do grupo (LIMITE-GRUPO, centavos - o mesmo
      *    do GRPEXPO) e quantos grupos a lista mostra
      *    (CONCENTRACAO-TOP).
       77 WS-LIMITE-GRUPO       PIC 9(11)V99 VALUE 150000.
       77 WS-QTD-LISTA          PIC 9(05) VALUE 50.

      *    Garantias das contas ativas (garantidor, titular),
      *    carregadas uma vez de CONTA.DAT.
       01  WS-TABELA-GARANTIAS.
           05 WS-GAR-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-GAR-ITEM OCCURS 3000 TIMES.
              10 WS-GAR-GARANTIDOR  PIC X(14).
              10 WS-GAR-TITULAR     PIC X(14).
       77 WS-GAR-IND            PIC 9(04) VALUE ZEROS.
       77 WS-GAR-ESTOUROU       PIC X(01) VALUE "N".

      *    Membros ativos do grupo corrente e os titulares de fora
      *    que ele garante (cada um somado uma vez so).
       77 WS-CODIGO-CORRENTE    PIC 9(06) VALUE ZEROS.
       01  WS-TABELA-MEMBROS.
           05 WS-MEM-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-MEM-CPF            PIC X(14) OCCURS 200 TIMES.
       77 WS-MEM-IND            PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-GARANTIDOS.
           05 WS-GTD-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-GTD-CPF            PIC X(14) OCCURS 200 TIMES.
       77 WS-GTD-IND            PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU              PIC X(01) VALUE "N".
       77 WS-CPF-APURADO        PIC X(14) VALUE SPACES.
       77 WS-DESCOBERTO-CPF     PIC 9(11)V99 VALUE ZEROS.
       77 WS-FATURAS-CPF        PIC 9(11)V99 VALUE ZEROS.

      *    Exposicao do grupo corrente.
       01  WS-EXPOSICAO-GRUPO.
           05 WS-EXP-LIMITES        PIC 9(11)V99.
           05 WS-EXP-DESCOBERTO     PIC 9(11)V99.
           05 WS-EXP-FATURAS        PIC 9(11)V99.
           05 WS-EXP-GARANTIDO      PIC 9(11)V99.

      *    Carteira inteira (limites, descoberto e faturas de todos
      *    os clientes) - base do percentual de concentracao.
       01  WS-TOTAIS-CARTEIRA.
           05 WS-CAR-LIMITES        PIC 9(13)V99 VALUE ZEROS.
           05 WS-CAR-DESCOBERTO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-CAR-FATURAS        PIC 9(13)V99 VALUE ZEROS.
           05 WS-CAR-TOTAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAIS-LISTA.
           05 WS-LST-GRUPOS         PIC 9(05) VALUE ZEROS.
           05 WS-LST-ACIMA-TETO     PIC 9(05) VALUE ZEROS.
           05 WS-LST-TOTAL          PIC 9(13)V99 VALUE ZEROS.
           05 WS-TODOS-GRUPOS       PIC 9(05) VALUE ZEROS.
           05 WS-TODOS-TOTAL        PIC 9(13)V99 VALUE ZEROS.

       77 WS-POSICAO            PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO-EDITADA    PIC ZZZZ9.
       77 WS-MEMBROS-EDITADO    PIC ZZ9.
       77 WS-QTD-EDITADA        PIC ZZZZ9.
       77 WS-PERCENTUAL         PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-EDITADO        PIC ZZ9.99.
       77 WS-MARCA-TETO         PIC X(01) VALUE SPACES.
       77 WS-LIMITES-EDITADO    PIC Z(09)9.99.
       77 WS-DESCOBERTO-EDITADO PIC Z(09)9.99.
       77 WS-FATURAS-EDITADO    PIC Z(09)9.99.
       77 WS-GARANTIDO-EDITADO  PIC Z(09)9.99.
       77 WS-TOTAL-EDITADO      PIC Z(11)9.99.
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
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
           MOVE "GRPCONC" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-PARAMETROS-CONCENTRACAO

           OPEN INPUT GRUPO-ARQ
           IF NOT GRUPO-OK
               DISPLAY "GRUPO.DAT VAZIO - NENHUM GRUPO ECONOMICO "
                   "CADASTRADO"
               CLOSE GRUPO-ARQ
               GOBACK
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADCLI.DAT NAO ENCONTRADO"
               CLOSE CADCLI-MESTRE
               CLOSE GRUPO-ARQ
               GOBACK
           END-IF
           OPEN INPUT LEDGER-MESTRE
           IF LEDGER-OK
               MOVE "S" TO WS-LEDGER-ABERTO
           END-IF
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-OK
               MOVE "S" TO WS-FATURAS-ABERTO
           END-IF

           PERFORM CARREGAR-GARANTIAS
           PERFORM SOMAR-CARTEIRA
           SORT GRUPO-SORT-WORK
               ON DESCENDING KEY SRT-TOTAL
               ON ASCENDING KEY SRT-CODIGO
               INPUT PROCEDURE IS LIBERAR-GRUPOS
               GIVING GRUPO-ORDENADO

           CLOSE GRUPO-ARQ
           CLOSE CADCLI-MESTRE
           IF WS-LEDGER-ABERTO = "S"
               CLOSE LEDGER-MESTRE
           END-IF
           IF WS-FATURAS-ABERTO = "S"
               CLOSE FATURAS-ARQUIVO
           END-IF

           OPEN OUTPUT CONCENTRA-RELATORIO
           PERFORM EMITIR-CABECALHO
           PERFORM EMITIR-LISTA-GRUPOS
           PERFORM EMITIR-RESUMO
           CLOSE CONCENTRA-RELATORIO
           DISPLAY "CONCENTRACAO POR GRUPO ECONOMICO GRAVADA EM "
               "CONCENTRA.REL - " WS-TODOS-GRUPOS " GRUPO(S)"
           GOBACK.

      *    Parametros LIMITE-GRUPO (centavos) e CONCENTRACAO-TOP.
       LER-PARAMETROS-CONCENTRACAO.
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
               IF WS-PRM-NOME = "LIMITE-GRUPO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-LIMITE-GRUPO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR) / 100
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "CONCENTRACAO-TOP"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-QTD-LISTA EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Garantias das contas ATIVAS com garantidor - mesma base do
      *    teto LIMITE-GARANTIDOR do CTAABRE.
       CARREGAR-GARANTIAS.
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
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
                       IF CONTA-ATIVA
                           AND CONTA-CPF-GARANTIDOR NOT = SPACES
                           PERFORM GUARDAR-GARANTIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

       GUARDAR-GARANTIA.
           IF WS-GAR-QTD NOT < 3000
               IF WS-GAR-ESTOUROU = "N"
                   MOVE "S" TO WS-GAR-ESTOUROU
                   DISPLAY "MAIS DE 3000 CONTAS GARANTIDAS - "
                       "EXCEDENTE FORA DA SOMA DE GARANTIAS"
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GAR-QTD
           MOVE CONTA-CPF-GARANTIDOR TO WS-GAR-GARANTIDOR (WS-GAR-QTD)
           MOVE CONTA-CPF            TO WS-GAR-TITULAR (WS-GAR-QTD).

      *    Total da carteira: limites do mestre, descoberto do ledger
      *    e saldo das faturas em aberto de todos os clientes.
       SOMAR-CARTEIRA.
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
                       ADD CADCLI-LIMITE-CRED TO WS-CAR-LIMITES
               END-READ
           END-PERFORM
           IF WS-LEDGER-ABERTO = "S"
               MOVE LOW-VALUES TO LEDGER-CHAVE
               START LEDGER-MESTRE KEY IS NOT LESS THAN LEDGER-CHAVE
                   INVALID KEY
                       SET LEDGER-FIM TO TRUE
               END-START
               PERFORM UNTIL LEDGER-FIM
                   READ LEDGER-MESTRE NEXT RECORD
                       AT END
                           SET LEDGER-FIM TO TRUE
                       NOT AT END
                           IF LEDGER-SALDO < ZEROS
                               SUBTRACT LEDGER-SALDO
                                   FROM WS-CAR-DESCOBERTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FATURAS-ABERTO = "S"
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
                               AND FAT-VALOR > FAT-VALOR-PAGO
                               COMPUTE WS-CAR-FATURAS EQUAL
                                   WS-CAR-FATURAS + FAT-VALOR
                                   - FAT-VALOR-PAGO
                               END-COMPUTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-CAR-TOTAL EQUAL
               WS-CAR-LIMITES + WS-CAR-DESCOBERTO + WS-CAR-FATURAS
           END-COMPUTE.

      *    Membros ativos lidos pela chave do grupo; a cada quebra de
      *    codigo o grupo anterior e apurado e liberado para o SORT.
       LIBERAR-GRUPOS.
           MOVE ZEROS TO WS-MEM-QTD
           MOVE ZEROS TO WS-CODIGO-CORRENTE
           MOVE ZEROS TO GRP-CODIGO
           START GRUPO-ARQ KEY IS NOT LESS THAN GRP-CODIGO
               INVALID KEY
                   SET GRUPO-FIM TO TRUE
           END-START
           PERFORM UNTIL GRUPO-FIM
               READ GRUPO-ARQ NEXT RECORD
                   AT END
                       SET GRUPO-FIM TO TRUE
                   NOT AT END
                       IF GRP-ATIVO
                           IF GRP-CODIGO NOT = WS-CODIGO-CORRENTE
                               PERFORM APURAR-GRUPO
                               MOVE GRP-CODIGO TO WS-CODIGO-CORRENTE
                               MOVE ZEROS TO WS-MEM-QTD
                           END-IF
                           IF WS-MEM-QTD < 200
                               ADD 1 TO WS-MEM-QTD
                               MOVE GRP-CPF TO WS-MEM-CPF (WS-MEM-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM APURAR-GRUPO.

      *    Exposicao do grupo: limites de credito, descoberto e
      *    faturas em aberto dos membros, mais o descoberto e as
      *    faturas em aberto dos titulares de fora que algum membro
      *    garante.
       APURAR-GRUPO.
           IF WS-MEM-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-EXPOSICAO-GRUPO
           MOVE ZEROS TO WS-GTD-QTD
           PERFORM VARYING WS-MEM-IND FROM 1 BY 1
                   UNTIL WS-MEM-IND > WS-MEM-QTD
               MOVE WS-MEM-CPF (WS-MEM-IND) TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CADCLI-LIMITE-CRED TO WS-EXP-LIMITES
               END-READ
               MOVE WS-MEM-CPF (WS-MEM-IND) TO WS-CPF-APURADO
               PERFORM APURAR-DIVIDA-CPF
               ADD WS-DESCOBERTO-CPF TO WS-EXP-DESCOBERTO
               ADD WS-FATURAS-CPF    TO WS-EXP-FATURAS
           END-PERFORM
           PERFORM VARYING WS-GAR-IND FROM 1 BY 1
                   UNTIL WS-GAR-IND > WS-GAR-QTD
               PERFORM CONFERIR-GARANTIA-DO-GRUPO
           END-PERFORM

           MOVE WS-CODIGO-CORRENTE TO SRT-CODIGO
           MOVE WS-MEM-QTD         TO SRT-MEMBROS
           MOVE WS-EXP-LIMITES     TO SRT-LIMITES
           MOVE WS-EXP-DESCOBERTO  TO SRT-DESCOBERTO
           MOVE WS-EXP-FATURAS     TO SRT-FATURAS
           MOVE WS-EXP-GARANTIDO   TO SRT-GARANTIDO
           COMPUTE SRT-TOTAL EQUAL WS-EXP-LIMITES + WS-EXP-DESCOBERTO
               + WS-EXP-FATURAS + WS-EXP-GARANTIDO
           END-COMPUTE
           ADD 1 TO WS-TODOS-GRUPOS
           ADD SRT-TOTAL TO WS-TODOS-TOTAL
           RELEASE SRT-REC.

      *    Garantia de um membro a titular de fora do grupo, cada
      *    titular somado uma vez so no grupo.
       CONFERIR-GARANTIA-DO-GRUPO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-MEM-IND FROM 1 BY 1
                   UNTIL WS-MEM-IND > WS-MEM-QTD
               IF WS-MEM-CPF (WS-MEM-IND)
                   = WS-GAR-GARANTIDOR (WS-GAR-IND)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MEM-IND FROM 1 BY 1
                   UNTIL WS-MEM-IND > WS-MEM-QTD
               IF WS-MEM-CPF (WS-MEM-IND)
                   = WS-GAR-TITULAR (WS-GAR-IND)
                   MOVE "N" TO WS-ACHOU
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GTD-IND FROM 1 BY 1
                   UNTIL WS-GTD-IND > WS-GTD-QTD
               IF WS-GTD-CPF (WS-GTD-IND)
                   = WS-GAR-TITULAR (WS-GAR-IND)
                   MOVE "N" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = "S" OR WS-GTD-QTD NOT < 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GTD-QTD
           MOVE WS-GAR-TITULAR (WS-GAR-IND) TO WS-GTD-CPF (WS-GTD-QTD)
           MOVE WS-GAR-TITULAR (WS-GAR-IND) TO WS-CPF-APURADO
           PERFORM APURAR-DIVIDA-CPF
           ADD WS-DESCOBERTO-CPF TO WS-EXP-GARANTIDO
           ADD WS-FATURAS-CPF    TO WS-EXP-GARANTIDO.

      *    Descoberto (saldo negativo de qualquer conta do CPF no
      *    ledger) e saldo das faturas em aberto do CPF.
       APURAR-DIVIDA-CPF.
           MOVE ZEROS TO WS-DESCOBERTO-CPF WS-FATURAS-CPF
           IF WS-LEDGER-ABERTO = "S"
               MOVE "N" TO WS-LEDGER-FIM
               MOVE WS-CPF-APURADO TO LEDGER-CPF
               MOVE ZEROS          TO LEDGER-CONTA
               START LEDGER-MESTRE KEY IS NOT LESS THAN LEDGER-CHAVE
                   INVALID KEY
                       SET LEDGER-FIM TO TRUE
               END-START
               PERFORM UNTIL LEDGER-FIM
                   READ LEDGER-MESTRE NEXT RECORD
                       AT END
                           SET LEDGER-FIM TO TRUE
                       NOT AT END
                           IF LEDGER-CPF NOT = WS-CPF-APURADO
                               SET LEDGER-FIM TO TRUE
                           ELSE
                               IF LEDGER-SALDO < ZEROS
                                   SUBTRACT LEDGER-SALDO
                                       FROM WS-DESCOBERTO-CPF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FATURAS-ABERTO = "S"
               MOVE "N" TO WS-FATURAS-FIM
               MOVE WS-CPF-APURADO TO FAT-CPF
               START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-CPF
                   INVALID KEY
                       SET FATURAS-FIM TO TRUE
               END-START
               PERFORM UNTIL FATURAS-FIM
                   READ FATURAS-ARQUIVO NEXT RECORD
                       AT END
                           SET FATURAS-FIM TO TRUE
                       NOT AT END
                           IF FAT-CPF NOT = WS-CPF-APURADO
                               SET FATURAS-FIM TO TRUE
                           ELSE
                               IF FAT-ABERTA
                                   AND FAT-VALOR > FAT-VALOR-PAGO
                                   COMPUTE WS-FATURAS-CPF EQUAL
                                       WS-FATURAS-CPF + FAT-VALOR
                                       - FAT-VALOR-PAGO
                                   END-COMPUTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       EMITIR-CABECALHO.
           MOVE WS-LIMITE-GRUPO TO WS-LIMITES-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONCENTRACAO DE RISCO POR GRUPO ECONOMICO EM "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  TETO DE LIMITES " DELIMITED BY SIZE
               WS-LIMITES-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "(* = SOMA DOS LIMITES DO GRUPO ACIMA DO TETO; % SOBRE"
               TO WS-REL-LINHA
           MOVE " A EXPOSICAO DA CARTEIRA)" TO WS-REL-LINHA (54:25)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "  POS  GRUPO MEM       LIMITES    DESCOBERTO"
               DELIMITED BY SIZE
               "       FATURAS     GARANTIDO           TOTAL      %"
               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-LISTA-GRUPOS.
           OPEN INPUT GRUPO-ORDENADO
           READ GRUPO-ORDENADO
               AT END SET ORDENADO-FIM TO TRUE
           END-READ
           PERFORM UNTIL ORDENADO-FIM
               ADD 1 TO WS-POSICAO
               IF ORD-LIMITES > WS-LIMITE-GRUPO
                   ADD 1 TO WS-LST-ACIMA-TETO
               END-IF
               IF WS-POSICAO NOT > WS-QTD-LISTA
                   PERFORM GRAVAR-LINHA-GRUPO
               END-IF
               READ GRUPO-ORDENADO
                   AT END SET ORDENADO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE GRUPO-ORDENADO.

       GRAVAR-LINHA-GRUPO.
           ADD 1 TO WS-LST-GRUPOS
           ADD ORD-TOTAL TO WS-LST-TOTAL
           MOVE SPACE TO WS-MARCA-TETO
           IF ORD-LIMITES > WS-LIMITE-GRUPO
               MOVE "*" TO WS-MARCA-TETO
           END-IF
           MOVE ZEROS TO WS-PERCENTUAL
           IF WS-CAR-TOTAL > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED EQUAL
                   ORD-TOTAL * 100 / WS-CAR-TOTAL
               END-COMPUTE
           END-IF
           MOVE WS-POSICAO     TO WS-POSICAO-EDITADA
           MOVE ORD-MEMBROS    TO WS-MEMBROS-EDITADO
           MOVE ORD-LIMITES    TO WS-LIMITES-EDITADO
           MOVE ORD-DESCOBERTO TO WS-DESCOBERTO-EDITADO
           MOVE ORD-FATURAS    TO WS-FATURAS-EDITADO
           MOVE ORD-GARANTIDO  TO WS-GARANTIDO-EDITADO
           MOVE ORD-TOTAL      TO WS-TOTAL-EDITADO
           MOVE WS-PERCENTUAL  TO WS-PCT-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-POSICAO-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ORD-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEMBROS-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIMITES-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCOBERTO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FATURAS-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GARANTIDO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA-TETO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-RESUMO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-LST-GRUPOS TO WS-QTD-EDITADA
           MOVE WS-LST-TOTAL  TO WS-TOTAL-EDITADO
           MOVE ZEROS TO WS-PERCENTUAL
           IF WS-CAR-TOTAL > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED EQUAL
                   WS-LST-TOTAL * 100 / WS-CAR-TOTAL
               END-COMPUTE
           END-IF
           MOVE WS-PERCENTUAL TO WS-PCT-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "MAIORES " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               " GRUPO(S) LISTADO(S) - EXPOSICAO " DELIMITED BY SIZE
               WS-TOTAL-EDITADO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-PCT-EDITADO DELIMITED BY SIZE
               "% DA CARTEIRA)" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TODOS-GRUPOS TO WS-QTD-EDITADA
           MOVE WS-TODOS-TOTAL  TO WS-TOTAL-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TODOS OS GRUPOS: " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               " - EXPOSICAO " DELIMITED BY SIZE
               WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-LST-ACIMA-TETO TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING "GRUPOS COM LIMITES ACIMA DO TETO: " DELIMITED BY
               SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-CAR-TOTAL TO WS-TOTAL-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CARTEIRA (LIMITES + DESCOBERTO + FATURAS EM "
               DELIMITED BY SIZE
               "ABERTO): " DELIMITED BY SIZE
               WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
