      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. FRAUDVEL.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Triagem de fraude ANTES da postagem: roda entre a critica  <*
      *>   (EDITRN) e o LACO e pontua cada debito (tipos D e X) do    <*
      *>   arquivo limpo data/LACO_TRANSACOES.DAT contra a tabela de  <*
      *>   regras data/FRAUDE.REGRAS (codigo, ativa S/N, quantidade,  <*
      *>   valor, dias e descricao):                                  <*
      *>     VQ - mais de QTD debitos na mesma conta no arquivo do    <*
      *>          dia;                                                <*
      *>     VV - debitos da conta no dia somando mais que VALOR;     <*
      *>     CE - debito ate DIAS dias depois de troca de endereco ou <*
      *>          de contato do cliente (CADCLI.CHGLOG, acoes         <*
      *>          ENDERECO e CONTATO);                                <*
      *>     CN - primeiro movimento de conta aberta ha ate DIAS dias <*
      *>          (nada no journal do ledger depois do dia da         <*
      *>          abertura).                                          <*
      *>   O detalhe que bate em alguma regra sai do arquivo do dia e <*
      *>   vai para FRAUDE.RETIDAS (copybooks/FRAUDEREC.CPY) com as   <*
      *>   regras que apontaram; o arquivo e regravado com o trailer  <*
      *>   recalculado, como na critica. Correcoes (E/J) passam sem   <*
      *>   pontuacao. Transacao liberada pelo analista (FRAUDLIB,     <*
      *>   FRAUDE.LIBERADAS) passa uma vez sem nova retencao. Sem a   <*
      *>   tabela de regras nada e retido. Resumo em FRAUDVEL.REL.    <*
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
      *    Arquivo limpo do dia, gravado pela critica e consumido
      *    pelo LACO - regravado aqui sem os retidos.
           SELECT TRANS-LIMPA ASSIGN TO "data/LACO_TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMPA-STATUS.
      *    Copia de trabalho do arquivo limpo para a regravacao.
           SELECT FRAUDE-TRABALHO ASSIGN TO "FRAUDVEL.TRABALHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.
      *    Tabela de regras de velocidade e comportamento.
           SELECT FRAUDE-REGRAS ASSIGN TO "data/FRAUDE.REGRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.
      *    Log de mudancas do cadastro - trocas de endereco/contato.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Cadastro de contas - data de abertura.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Journal do ledger - movimento anterior das contas novas.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Transacoes retidas, acumuladas ate a decisao do analista.
           SELECT FRAUDE-RETIDAS ASSIGN TO "FRAUDE.RETIDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETIDAS-STATUS.
      *    Transacoes liberadas pelo analista - passam sem retencao.
           SELECT FRAUDE-LIBERADAS ASSIGN TO "FRAUDE.LIBERADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADAS-STATUS.
      *    Resumo da triagem.
           SELECT FRAUDE-RELATORIO ASSIGN TO "FRAUDVEL.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
      *    Mesmo layout limpo gravado pela critica (EDITRN).
       FD  TRANS-LIMPA.
       01  LMP-LINHA.
           05 LMP-TIPO                PIC X(01).
           05 LMP-CORPO               PIC X(76).
       01  LMP-DETALHE REDEFINES LMP-LINHA.
           05 FILLER                  PIC X(01).
           05 LMP-CPF                 PIC X(11).
           05 LMP-NUMERO              PIC X(06).
           05 LMP-VALOR               PIC 9(09)V99.
           05 LMP-CONTA               PIC X(06).
           05 FILLER                  PIC X(42).
       01  LMP-TRAILER REDEFINES LMP-LINHA.
           05 FILLER                  PIC X(01).
           05 LMP-TRL-QTD             PIC 9(06).
           05 LMP-TRL-HASH            PIC 9(11)V99.
           05 FILLER                  PIC X(57).

       FD  FRAUDE-TRABALHO.
       01  TRABALHO-LINHA             PIC X(77).

      *    Uma regra por linha.
       FD  FRAUDE-REGRAS.
       01  REGRA-REG.
           05 REGRA-CODIGO            PIC X(02).
           05 REGRA-ATIVA             PIC X(01).
           05 REGRA-QTD               PIC 9(03).
           05 REGRA-VALOR             PIC 9(09)V99.
           05 REGRA-DIAS              PIC 9(03).
           05 REGRA-DESCRICAO         PIC X(40).

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  FRAUDE-RETIDAS.
      *    Layout compartilhado da retida - ver
      *    copybooks/FRAUDEREC.CPY.
           COPY FRAUDEREC.

      *    Chave da transacao liberada: CPF, numero, conta e valor,
      *    como no arquivo limpo.
       FD  FRAUDE-LIBERADAS.
       01  LIBERADA-REG.
           05 LIB-CPF                 PIC X(11).
           05 LIB-NUMERO              PIC X(06).
           05 LIB-CONTA               PIC X(06).
           05 LIB-VALOR               PIC 9(09)V99.
           05 LIB-DATA                PIC 9(08).

       FD  FRAUDE-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-LIMPA-STATUS       PIC X(02) VALUE "00".
           88 LIMPA-NAO-ACHOU       VALUE "35".
       77 WS-LIMPA-FIM          PIC X(01) VALUE "N".
           88 LIMPA-FIM             VALUE "S".
       77 WS-TRABALHO-STATUS    PIC X(02) VALUE "00".
       77 WS-TRABALHO-FIM       PIC X(01) VALUE "N".
           88 TRABALHO-FIM          VALUE "S".
       77 WS-REGRAS-STATUS      PIC X(02) VALUE "00".
           88 REGRAS-NAO-ACHOU      VALUE "35".
       77 WS-REGRAS-FIM         PIC X(01) VALUE "N".
           88 REGRAS-FIM            VALUE "S".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-CHGLOG-FIM         PIC X(01) VALUE "N".
           88 CHGLOG-FIM            VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-JOURNAL-FIM        PIC X(01) VALUE "N".
           88 JOURNAL-FIM           VALUE "S".
       77 WS-RETIDAS-STATUS     PIC X(02) VALUE "00".
           88 RETIDAS-NAO-ACHOU     VALUE "35".
       77 WS-LIBERADAS-STATUS   PIC X(02) VALUE "00".
           88 LIBERADAS-NAO-ACHOU   VALUE "35".
       77 WS-LIBERADAS-FIM      PIC X(01) VALUE "N".
           88 LIBERADAS-FIM         VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Tabela de regras ativas.
       01  WS-TABELA-REGRAS.
           05 WS-REG-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-REG-ITEM OCCURS 20 TIMES.
              10 WS-REG-CODIGO      PIC X(02).
              10 WS-REG-LIMITE-QTD  PIC 9(03).
              10 WS-REG-LIMITE-VAL  PIC 9(09)V99.
              10 WS-REG-DIAS        PIC 9(03).
              10 WS-REG-DESCRICAO   PIC X(40).
              10 WS-REG-RETIDAS     PIC 9(06).
       77 WS-REG-IND            PIC 9(02) VALUE ZEROS.
      *    Maiores janelas em dias das regras CE e CN - so o que cabe
      *    nelas e carregado do log de mudancas e das contas.
       77 WS-JANELA-CE          PIC 9(03) VALUE ZEROS.
       77 WS-JANELA-CN          PIC 9(03) VALUE ZEROS.

      *    Debitos do dia por conta (regras VQ e VV).
       01  WS-TABELA-CONTAS-DIA.
           05 WS-CTD-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CTD-ITEM OCCURS 2000 TIMES.
              10 WS-CTD-CONTA       PIC X(06).
              10 WS-CTD-DEBITOS     PIC 9(05).
              10 WS-CTD-VALOR       PIC 9(11)V99.
       77 WS-CTD-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CTD-ACHADO         PIC 9(04) VALUE ZEROS.

      *    Ultima troca de endereco/contato por CPF (regra CE).
       01  WS-TABELA-MUDANCAS.
           05 WS-MUD-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-MUD-ITEM OCCURS 2000 TIMES.
              10 WS-MUD-CPF         PIC X(11).
              10 WS-MUD-DATA        PIC 9(08).
       77 WS-MUD-IND            PIC 9(04) VALUE ZEROS.
       77 WS-MUD-ACHADO         PIC 9(04) VALUE ZEROS.

      *    Contas novas e se ja tiveram movimento (regra CN).
       01  WS-TABELA-CONTAS-NOVAS.
           05 WS-NOV-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-NOV-ITEM OCCURS 1000 TIMES.
              10 WS-NOV-CONTA       PIC X(06).
              10 WS-NOV-NUMERO      PIC 9(06).
              10 WS-NOV-ABERTURA    PIC 9(08).
              10 WS-NOV-MOVIMENTOU  PIC X(01).
       77 WS-NOV-IND            PIC 9(04) VALUE ZEROS.
       77 WS-NOV-ACHADO         PIC 9(04) VALUE ZEROS.

      *    Transacoes liberadas pelo analista ainda nao reapresentadas.
       01  WS-TABELA-LIBERADAS.
           05 WS-LIB-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-LIB-ITEM OCCURS 500 TIMES.
              10 WS-LIB-REG         PIC X(42).
              10 WS-LIB-USADA       PIC X(01).
       77 WS-LIB-IND            PIC 9(03) VALUE ZEROS.
       77 WS-LIB-ACHADA         PIC 9(03) VALUE ZEROS.
       01  WS-CHAVE-LIBERADA.
           05 WS-CHL-CPF            PIC X(11).
           05 WS-CHL-NUMERO         PIC X(06).
           05 WS-CHL-CONTA          PIC X(06).
           05 WS-CHL-VALOR          PIC 9(09)V99.

      *    Pontuacao do detalhe corrente.
       77 WS-REGRAS-BATIDAS     PIC X(08) VALUE SPACES.
       77 WS-QTD-BATIDAS        PIC 9(01) VALUE ZEROS.
       77 WS-DESCRICAO-BATIDA   PIC X(40) VALUE SPACES.
       77 WS-DIAS-DECORRIDOS    PIC S9(05) VALUE ZEROS.
       77 WS-DATA-LIMITE        PIC 9(08) VALUE ZEROS.

      *    Regravacao do arquivo limpo.
       77 WS-QTD-TRAILER        PIC 9(06) VALUE ZEROS.
       77 WS-HASH-VALOR         PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAIS-FRAUDE.
           05 WS-DETALHES-LIDOS     PIC 9(06) VALUE ZEROS.
           05 WS-DETALHES-RETIDOS   PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-RETIDO       PIC 9(11)V99 VALUE ZEROS.
           05 WS-LIBERADAS-PASSARAM PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
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
           MOVE "FRAUDVEL" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGAR-REGRAS-FRAUDE
           IF WS-REG-QTD = ZEROS
               DISPLAY "SEM REGRAS ATIVAS EM data/FRAUDE.REGRAS - "
                   "NADA RETIDO"
               GOBACK
           END-IF

           PERFORM COPIAR-ARQUIVO-DO-DIA
           IF LIMPA-NAO-ACHOU
               DISPLAY "ARQUIVO LIMPO NAO ENCONTRADO: "
                   "data/LACO_TRANSACOES.DAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-JANELA-CE > ZEROS
               PERFORM CARREGAR-MUDANCAS-CADASTRO
           END-IF
           IF WS-JANELA-CN > ZEROS
               PERFORM CARREGAR-CONTAS-NOVAS
           END-IF
           PERFORM CARREGAR-LIBERADAS

           PERFORM TRIAR-ARQUIVO-DO-DIA
           PERFORM REGRAVAR-LIBERADAS
           PERFORM EMITIR-RESUMO-TRIAGEM

           DISPLAY "TRIAGEM DE FRAUDE - DETALHES " WS-DETALHES-LIDOS
               " RETIDOS " WS-DETALHES-RETIDOS
           GOBACK.

      *    Carrega as regras ativas; as janelas CE/CN limitam a carga
      *    do log de mudancas e das contas.
       CARREGAR-REGRAS-FRAUDE.
           OPEN INPUT FRAUDE-REGRAS
           IF REGRAS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FRAUDE-REGRAS
               AT END SET REGRAS-FIM TO TRUE
           END-READ
           PERFORM UNTIL REGRAS-FIM
               IF REGRA-ATIVA = "S" AND WS-REG-QTD < 20
                   ADD 1 TO WS-REG-QTD
                   MOVE REGRA-CODIGO TO WS-REG-CODIGO (WS-REG-QTD)
                   MOVE REGRA-QTD    TO WS-REG-LIMITE-QTD (WS-REG-QTD)
                   MOVE REGRA-VALOR  TO WS-REG-LIMITE-VAL (WS-REG-QTD)
                   MOVE REGRA-DIAS   TO WS-REG-DIAS (WS-REG-QTD)
                   MOVE REGRA-DESCRICAO
                       TO WS-REG-DESCRICAO (WS-REG-QTD)
                   MOVE ZEROS TO WS-REG-RETIDAS (WS-REG-QTD)
                   IF REGRA-CODIGO = "CE" AND REGRA-DIAS > WS-JANELA-CE
                       MOVE REGRA-DIAS TO WS-JANELA-CE
                   END-IF
                   IF REGRA-CODIGO = "CN" AND REGRA-DIAS > WS-JANELA-CN
                       MOVE REGRA-DIAS TO WS-JANELA-CN
                   END-IF
               END-IF
               READ FRAUDE-REGRAS
                   AT END SET REGRAS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FRAUDE-REGRAS.

      *    Copia o arquivo limpo para o trabalho e soma os debitos
      *    do dia por conta (D e a conta debitada do X).
       COPIAR-ARQUIVO-DO-DIA.
           OPEN INPUT TRANS-LIMPA
           IF LIMPA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FRAUDE-TRABALHO
           READ TRANS-LIMPA
               AT END SET LIMPA-FIM TO TRUE
           END-READ
           PERFORM UNTIL LIMPA-FIM
               MOVE LMP-LINHA TO TRABALHO-LINHA
               WRITE TRABALHO-LINHA
               IF LMP-TIPO = "D" OR LMP-TIPO = "X"
                   PERFORM ACUMULAR-DEBITO-DA-CONTA
               END-IF
               READ TRANS-LIMPA
                   AT END SET LIMPA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FRAUDE-TRABALHO
           CLOSE TRANS-LIMPA
           MOVE "00" TO WS-LIMPA-STATUS.

       ACUMULAR-DEBITO-DA-CONTA.
           PERFORM LOCALIZAR-CONTA-DO-DIA
           IF WS-CTD-ACHADO = ZEROS
               IF WS-CTD-QTD < 2000
                   ADD 1 TO WS-CTD-QTD
                   MOVE WS-CTD-QTD TO WS-CTD-ACHADO
                   MOVE LMP-CONTA TO WS-CTD-CONTA (WS-CTD-ACHADO)
                   MOVE ZEROS TO WS-CTD-DEBITOS (WS-CTD-ACHADO)
                   MOVE ZEROS TO WS-CTD-VALOR (WS-CTD-ACHADO)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CTD-DEBITOS (WS-CTD-ACHADO)
           ADD LMP-VALOR TO WS-CTD-VALOR (WS-CTD-ACHADO).

       LOCALIZAR-CONTA-DO-DIA.
           MOVE ZEROS TO WS-CTD-ACHADO
           PERFORM VARYING WS-CTD-IND FROM 1 BY 1
                   UNTIL WS-CTD-IND > WS-CTD-QTD
                      OR WS-CTD-ACHADO > ZEROS
               IF WS-CTD-CONTA (WS-CTD-IND) = LMP-CONTA
                   MOVE WS-CTD-IND TO WS-CTD-ACHADO
               END-IF
           END-PERFORM.

      *    Ultima troca de endereco ou contato por CPF dentro da
      *    maior janela CE.
       CARREGAR-MUDANCAS-CADASTRO.
           COMPUTE WS-DATA-LIMITE EQUAL
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-JANELA-CE)
           END-COMPUTE
           OPEN INPUT CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-CHGLOG
               AT END SET CHGLOG-FIM TO TRUE
           END-READ
           PERFORM UNTIL CHGLOG-FIM
               IF (CHG-ACAO = "ENDERECO" OR CHG-ACAO = "CONTATO")
                   AND CHG-DATA NOT < WS-DATA-LIMITE
                   PERFORM ANOTAR-MUDANCA-CPF
               END-IF
               READ CADCLI-CHGLOG
                   AT END SET CHGLOG-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-CHGLOG.

       ANOTAR-MUDANCA-CPF.
           MOVE ZEROS TO WS-MUD-ACHADO
           PERFORM VARYING WS-MUD-IND FROM 1 BY 1
                   UNTIL WS-MUD-IND > WS-MUD-QTD
                      OR WS-MUD-ACHADO > ZEROS
               IF WS-MUD-CPF (WS-MUD-IND) = CHG-CPF (1 : 11)
                   MOVE WS-MUD-IND TO WS-MUD-ACHADO
               END-IF
           END-PERFORM
           IF WS-MUD-ACHADO = ZEROS
               IF WS-MUD-QTD < 2000
                   ADD 1 TO WS-MUD-QTD
                   MOVE CHG-CPF (1 : 11) TO WS-MUD-CPF (WS-MUD-QTD)
                   MOVE CHG-DATA TO WS-MUD-DATA (WS-MUD-QTD)
               END-IF
           ELSE
               IF CHG-DATA > WS-MUD-DATA (WS-MUD-ACHADO)
                   MOVE CHG-DATA TO WS-MUD-DATA (WS-MUD-ACHADO)
               END-IF
           END-IF.

      *    Contas abertas dentro da maior janela CN; uma passada no
      *    journal marca as que ja movimentaram depois do dia da
      *    abertura.
       CARREGAR-CONTAS-NOVAS.
           COMPUTE WS-DATA-LIMITE EQUAL
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-JANELA-CN)
           END-COMPUTE
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
                       IF CONTA-DATA-ABERTURA NOT < WS-DATA-LIMITE
                           AND WS-NOV-QTD < 1000
                           ADD 1 TO WS-NOV-QTD
                           MOVE CONTA-NUMERO
                               TO WS-NOV-NUMERO (WS-NOV-QTD)
                           MOVE WS-NOV-NUMERO (WS-NOV-QTD)
                               TO WS-NOV-CONTA (WS-NOV-QTD)
                           MOVE CONTA-DATA-ABERTURA
                               TO WS-NOV-ABERTURA (WS-NOV-QTD)
                           MOVE "N" TO WS-NOV-MOVIMENTOU (WS-NOV-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ
           IF WS-NOV-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-JOURNAL
               AT END SET JOURNAL-FIM TO TRUE
           END-READ
           PERFORM UNTIL JOURNAL-FIM
               PERFORM VARYING WS-NOV-IND FROM 1 BY 1
                       UNTIL WS-NOV-IND > WS-NOV-QTD
                   IF WS-NOV-NUMERO (WS-NOV-IND) = JRN-CONTA
                       AND JRN-DATA > WS-NOV-ABERTURA (WS-NOV-IND)
                       MOVE "S" TO WS-NOV-MOVIMENTOU (WS-NOV-IND)
                   END-IF
               END-PERFORM
               READ LEDGER-JOURNAL
                   AT END SET JOURNAL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-JOURNAL.

      *    Liberadas pelo analista que ainda nao voltaram num ciclo.
       CARREGAR-LIBERADAS.
           OPEN INPUT FRAUDE-LIBERADAS
           IF LIBERADAS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FRAUDE-LIBERADAS
               AT END SET LIBERADAS-FIM TO TRUE
           END-READ
           PERFORM UNTIL LIBERADAS-FIM
               IF WS-LIB-QTD < 500
                   ADD 1 TO WS-LIB-QTD
                   MOVE LIBERADA-REG TO WS-LIB-REG (WS-LIB-QTD)
                   MOVE "N" TO WS-LIB-USADA (WS-LIB-QTD)
               END-IF
               READ FRAUDE-LIBERADAS
                   AT END SET LIBERADAS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FRAUDE-LIBERADAS.

      *    Regrava o arquivo limpo a partir do trabalho: header como
      *    veio, detalhes que nao bateram em regra, trailer
      *    recalculado (contagem + hash de valor, como na critica).
       TRIAR-ARQUIVO-DO-DIA.
           OPEN INPUT FRAUDE-TRABALHO
           OPEN OUTPUT TRANS-LIMPA
           OPEN EXTEND FRAUDE-RETIDAS
           IF RETIDAS-NAO-ACHOU
               CLOSE FRAUDE-RETIDAS
               OPEN OUTPUT FRAUDE-RETIDAS
           END-IF
           READ FRAUDE-TRABALHO
               AT END SET TRABALHO-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRABALHO-FIM
               MOVE TRABALHO-LINHA TO LMP-LINHA
               EVALUATE LMP-TIPO
                   WHEN "H"
                       WRITE LMP-LINHA
                   WHEN "T"
                       CONTINUE
                   WHEN "D"
                   WHEN "X"
                       ADD 1 TO WS-DETALHES-LIDOS
                       PERFORM PONTUAR-DETALHE-CORRENTE
                       IF WS-QTD-BATIDAS > ZEROS
                           PERFORM RETER-DETALHE-CORRENTE
                       ELSE
                           PERFORM MANTER-DETALHE-CORRENTE
                       END-IF
                   WHEN OTHER
                       PERFORM MANTER-DETALHE-CORRENTE
               END-EVALUATE
               READ FRAUDE-TRABALHO
                   AT END SET TRABALHO-FIM TO TRUE
               END-READ
           END-PERFORM
           MOVE SPACES TO LMP-LINHA
           MOVE "T" TO LMP-TIPO
           MOVE WS-QTD-TRAILER TO LMP-TRL-QTD
           MOVE WS-HASH-VALOR TO LMP-TRL-HASH
           WRITE LMP-LINHA
           CLOSE FRAUDE-RETIDAS
           CLOSE TRANS-LIMPA
           CLOSE FRAUDE-TRABALHO.

       MANTER-DETALHE-CORRENTE.
           ADD 1 TO WS-QTD-TRAILER
           ADD LMP-VALOR TO WS-HASH-VALOR
           WRITE LMP-LINHA.

       RETER-DETALHE-CORRENTE.
           ADD 1 TO WS-DETALHES-RETIDOS
           ADD LMP-VALOR TO WS-VALOR-RETIDO
           MOVE SPACES TO FRAUDE-RETIDA-REG
           MOVE LMP-LINHA           TO FRT-LINHA
           MOVE WS-DATA-HOJE        TO FRT-DATA-RETENCAO
           MOVE WS-REGRAS-BATIDAS   TO FRT-REGRAS
           MOVE WS-DESCRICAO-BATIDA TO FRT-DESCRICAO
           WRITE FRAUDE-RETIDA-REG.

      *    Confronta o detalhe com cada regra ativa; a liberada pelo
      *    analista passa direto (uma vez).
       PONTUAR-DETALHE-CORRENTE.
           MOVE SPACES TO WS-REGRAS-BATIDAS
           MOVE SPACES TO WS-DESCRICAO-BATIDA
           MOVE ZEROS TO WS-QTD-BATIDAS
           PERFORM LOCALIZAR-LIBERADA
           IF WS-LIB-ACHADA > ZEROS
               MOVE "S" TO WS-LIB-USADA (WS-LIB-ACHADA)
               ADD 1 TO WS-LIBERADAS-PASSARAM
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-CONTA-DO-DIA
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               EVALUATE WS-REG-CODIGO (WS-REG-IND)
                   WHEN "VQ"
                       IF WS-CTD-ACHADO > ZEROS
                           AND WS-CTD-DEBITOS (WS-CTD-ACHADO) >
                               WS-REG-LIMITE-QTD (WS-REG-IND)
                           PERFORM ANOTAR-REGRA-BATIDA
                       END-IF
                   WHEN "VV"
                       IF WS-CTD-ACHADO > ZEROS
                           AND WS-CTD-VALOR (WS-CTD-ACHADO) >
                               WS-REG-LIMITE-VAL (WS-REG-IND)
                           PERFORM ANOTAR-REGRA-BATIDA
                       END-IF
                   WHEN "CE"
                       PERFORM CONFERIR-TROCA-CADASTRAL
                   WHEN "CN"
                       PERFORM CONFERIR-CONTA-NOVA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       CONFERIR-TROCA-CADASTRAL.
           MOVE ZEROS TO WS-MUD-ACHADO
           PERFORM VARYING WS-MUD-IND FROM 1 BY 1
                   UNTIL WS-MUD-IND > WS-MUD-QTD
                      OR WS-MUD-ACHADO > ZEROS
               IF WS-MUD-CPF (WS-MUD-IND) = LMP-CPF
                   MOVE WS-MUD-IND TO WS-MUD-ACHADO
               END-IF
           END-PERFORM
           IF WS-MUD-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-DECORRIDOS EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(WS-MUD-DATA (WS-MUD-ACHADO))
           END-COMPUTE
           IF WS-DIAS-DECORRIDOS NOT > WS-REG-DIAS (WS-REG-IND)
               PERFORM ANOTAR-REGRA-BATIDA
           END-IF.

       CONFERIR-CONTA-NOVA.
           MOVE ZEROS TO WS-NOV-ACHADO
           PERFORM VARYING WS-NOV-IND FROM 1 BY 1
                   UNTIL WS-NOV-IND > WS-NOV-QTD
                      OR WS-NOV-ACHADO > ZEROS
               IF WS-NOV-CONTA (WS-NOV-IND) = LMP-CONTA
                   MOVE WS-NOV-IND TO WS-NOV-ACHADO
               END-IF
           END-PERFORM
           IF WS-NOV-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-NOV-MOVIMENTOU (WS-NOV-ACHADO) = "S"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-DECORRIDOS EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(
                   WS-NOV-ABERTURA (WS-NOV-ACHADO))
           END-COMPUTE
           IF WS-DIAS-DECORRIDOS NOT > WS-REG-DIAS (WS-REG-IND)
               PERFORM ANOTAR-REGRA-BATIDA
           END-IF.

      *    Ate 4 codigos por retida; a descricao e a da primeira.
       ANOTAR-REGRA-BATIDA.
           ADD 1 TO WS-REG-RETIDAS (WS-REG-IND)
           IF WS-QTD-BATIDAS < 4
               ADD 1 TO WS-QTD-BATIDAS
               MOVE WS-REG-CODIGO (WS-REG-IND)
                   TO WS-REGRAS-BATIDAS (WS-QTD-BATIDAS * 2 - 1 : 2)
           END-IF
           IF WS-DESCRICAO-BATIDA = SPACES
               MOVE WS-REG-DESCRICAO (WS-REG-IND)
                   TO WS-DESCRICAO-BATIDA
           END-IF.

       LOCALIZAR-LIBERADA.
           MOVE ZEROS TO WS-LIB-ACHADA
           MOVE LMP-CPF    TO WS-CHL-CPF
           MOVE LMP-NUMERO TO WS-CHL-NUMERO
           MOVE LMP-CONTA  TO WS-CHL-CONTA
           MOVE LMP-VALOR  TO WS-CHL-VALOR
           PERFORM VARYING WS-LIB-IND FROM 1 BY 1
                   UNTIL WS-LIB-IND > WS-LIB-QTD
                      OR WS-LIB-ACHADA > ZEROS
               IF WS-LIB-REG (WS-LIB-IND) (1 : 34) = WS-CHAVE-LIBERADA
                   AND WS-LIB-USADA (WS-LIB-IND) = "N"
                   MOVE WS-LIB-IND TO WS-LIB-ACHADA
               END-IF
           END-PERFORM.

      *    A lista volta so com as liberadas que ainda nao passaram.
       REGRAVAR-LIBERADAS.
           IF WS-LIB-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FRAUDE-LIBERADAS
           PERFORM VARYING WS-LIB-IND FROM 1 BY 1
                   UNTIL WS-LIB-IND > WS-LIB-QTD
               IF WS-LIB-USADA (WS-LIB-IND) = "N"
                   MOVE WS-LIB-REG (WS-LIB-IND) TO LIBERADA-REG
                   WRITE LIBERADA-REG
               END-IF
           END-PERFORM
           CLOSE FRAUDE-LIBERADAS.

       EMITIR-RESUMO-TRIAGEM.
           OPEN OUTPUT FRAUDE-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TRIAGEM DE FRAUDE ANTES DA POSTAGEM  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-RETIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEBITOS TRIADOS: " DELIMITED BY SIZE
               WS-DETALHES-LIDOS DELIMITED BY SIZE
               "  RETIDOS: " DELIMITED BY SIZE
               WS-DETALHES-RETIDOS DELIMITED BY SIZE
               "  VALOR RETIDO: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           STRING "LIBERADAS PELO ANALISTA REAPRESENTADAS: "
               DELIMITED BY SIZE
               WS-LIBERADAS-PASSARAM DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           PERFORM VARYING WS-REG-IND FROM 1 BY 1
                   UNTIL WS-REG-IND > WS-REG-QTD
               MOVE SPACES TO WS-REL-LINHA
               STRING "REGRA " DELIMITED BY SIZE
                   WS-REG-CODIGO (WS-REG-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REG-DESCRICAO (WS-REG-IND) DELIMITED BY SIZE
                   " APONTOU: " DELIMITED BY SIZE
                   WS-REG-RETIDAS (WS-REG-IND) DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM
           CLOSE FRAUDE-RELATORIO.
