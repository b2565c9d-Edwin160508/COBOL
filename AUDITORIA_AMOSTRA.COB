      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. AUDAMOST.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Amostra trimestral da auditoria interna, estratificada     <*
      *>   por faixa de valor, com a trilha ponta a ponta de cada     <*
      *>   transacao sorteada. O auditor informa o periodo, quantas   <*
      *>   transacoes por faixa (AUDITORIA-AMOSTRA-FAIXA de           <*
      *>   data/PARAMRUN.CTL, default 5, maximo 50) e a semente do    <*
      *>   sorteio (branco = pela hora); a semente sai no relatorio   <*
      *>   e repete a mesma amostra. Faixas: ate AUDITORIA-FAIXA-1,   <*
      *>   -2 e -3 (default 100, 1000 e 10000 reais) e acima disso.   <*
      *>   A populacao e o TRNPROC.REG do periodo, com o arquivo      <*
      *>   morto; em cada faixa toda transacao tem a mesma chance.    <*
      *>   Para cada sorteada grava EVIDENCIA.<data>.<ciclo>.<num>    <*
      *>   com: registro bruto e aceite da critica (EDITRN.TRILHA),   <*
      *>   postagem do LACO (TRNPROC.REG), imagens antes/depois do    <*
      *>   CPF no LEDGER.JRN ate AUDITORIA-JANELA-DIAS (default 3)    <*
      *>   depois do header, linha do dia no razao (RAZAO.MOV - o     <*
      *>   GLPOST sumariza por dia e conta), correcoes E/J que        <*
      *>   apontam para ela e o caso de contestacao (CONTEST.DAT).    <*
      *>   AUDITORIA.REL traz populacao e amostra por faixa, a        <*
      *>   lista sorteada e cada elo ausente (bruto, critica,         <*
      *>   journal, razao); correcao e contestacao so existem         <*
      *>   quando houve. RC 4 com elo ausente; RC 8 com periodo       <*
      *>   invalido.                                                  <*
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
      *    Registro de transacoes processadas da vez (TRNPROC.REG e
      *    o arquivo morto dele) - o nome fisico e posto em
      *    WS-ARQ-NOME antes de cada OPEN (mesma tecnica de
      *    HOUSEKEEPING_RETENCAO.COB).
           SELECT TRNPROC-ARQ ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPROC-STATUS.
      *    Trilha da critica EDITRN: linha bruta e aceite.
           SELECT EDIT-TRILHA ASSIGN TO "EDITRN.TRILHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRILHA-STATUS.
      *    Journal do ledger - imagens antes/depois da postagem.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Movimento do razao contabil.
           SELECT RAZAO-MOV ASSIGN TO "RAZAO.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAZAO-STATUS.
      *    Casos de contestacao, pela transacao original - so
      *    leitura.
           SELECT CONTEST-ARQ ASSIGN TO "CONTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTS-CHAVE
               FILE STATUS IS WS-CONTEST-STATUS.
      *    Parametros de execucao (faixas de valor, tamanho da
      *    amostra, janela do journal).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Pacote de evidencia da transacao sorteada - um arquivo
      *    por transacao, nome montado em WS-EVD-NOME.
           SELECT EVIDENCIA-ARQ ASSIGN TO WS-EVD-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCIA-STATUS.
      *    Relatorio da amostra e dos elos ausentes.
           SELECT AUDITORIA-RELATORIO ASSIGN TO "AUDITORIA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
      *    Mesmo layout gravado pelo LACO (TRNPROC-REG); o arquivo
      *    morto traz ainda as linhas separadoras do housekeeping
      *    ("*** HOUSEKEEPING CORTE ..."), que nao sao numericas.
       FD  TRNPROC-ARQ.
       01  TRNPROC-REG.
           05 REG-NUMERO              PIC 9(06).
           05 REG-DATA                PIC 9(08).
           05 REG-CPF                 PIC X(11).
           05 REG-CICLO               PIC 9(02).
           05 REG-AGENCIA             PIC X(08).
           05 REG-TIPO                PIC X(01).
           05 REG-VALOR               PIC 9(09)V99.
       01  TRNPROC-LINHA REDEFINES TRNPROC-REG PIC X(47).

       FD  EDIT-TRILHA.
      *    Layout compartilhado da trilha da critica - ver
      *    copybooks/EDTRILREC.CPY.
           COPY EDTRILREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver
      *    copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RAZAO-MOV.
      *    Layout compartilhado do razao - ver copybooks/GLRAZREC.CPY.
           COPY GLRAZREC.

       FD  CONTEST-ARQ.
      *    Layout compartilhado do caso de contestacao - ver
      *    copybooks/CONTESTREC.CPY.
           COPY CONTESTREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).

       FD  EVIDENCIA-ARQ.
       01  EVD-LINHA              PIC X(132) VALUE SPACES.

       FD  AUDITORIA-RELATORIO.
       01  REL-LINHA              PIC X(132) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-TRNPROC-STATUS     PIC X(02) VALUE "00".
           88 TRNPROC-NAO-ACHOU     VALUE "35".
       77 WS-TRILHA-STATUS      PIC X(02) VALUE "00".
           88 TRILHA-NAO-ACHOU      VALUE "35".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RAZAO-STATUS       PIC X(02) VALUE "00".
           88 RAZAO-NAO-ACHOU       VALUE "35".
       77 WS-CONTEST-STATUS     PIC X(02) VALUE "00".
           88 CONTEST-OK            VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-EVIDENCIA-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQ-FIM            PIC X(01) VALUE "N".
           88 ARQ-FIM               VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-ARQ-NOME           PIC X(40) VALUE SPACES.
       77 WS-EVD-NOME           PIC X(40) VALUE SPACES.

      *    Periodo, tamanho da amostra por faixa e semente, pedidos
      *    ao auditor. A semente sai no relatorio: a mesma semente
      *    sobre os mesmos arquivos sorteia a mesma amostra.
       77 WS-DATA-INICIO-X      PIC X(08) VALUE SPACES.
       77 WS-DATA-FIM-X         PIC X(08) VALUE SPACES.
       77 WS-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
       77 WS-QTD-FAIXA-X        PIC X(02) VALUE SPACES.
       77 WS-SEMENTE-X          PIC X(09) VALUE SPACES.

      *    Transacoes sorteadas por faixa (default 5, maximo 50),
      *    trocado por AUDITORIA-AMOSTRA-FAIXA de data/PARAMRUN.CTL
      *    ou pelo auditor na hora.
       77 WS-AMOSTRA-FAIXA      PIC 9(02) VALUE 5.
      *    Dias depois da data do header em que a postagem ainda e
      *    procurada no journal (AUDITORIA-JANELA-DIAS, default 3):
      *    transmissao que chega no fim do dia posta no seguinte.
       77 WS-JANELA-DIAS        PIC 9(02) VALUE 3.

      *    Tetos das faixas de valor (AUDITORIA-FAIXA-1 a 3, em
      *    reais); a 4a faixa e tudo acima do 3o teto.
       01  WS-TABELA-FAIXAS.
           05 WS-FAIXA-TETO         PIC 9(09)V99 OCCURS 3 TIMES.
       01  WS-TABELA-ESTRATOS.
           05 WS-EST-ITEM OCCURS 4 TIMES.
              10 WS-EST-POPULACAO   PIC 9(07).
              10 WS-EST-VALOR-POP   PIC 9(13)V99.
              10 WS-EST-QUOTA       PIC 9(02).
              10 WS-EST-VISTOS      PIC 9(07).
              10 WS-EST-SORTEADOS   PIC 9(02).
       77 WS-EST-IND            PIC 9(01) VALUE ZEROS.
       77 WS-FAIXA-CORRENTE     PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-CORRENTE     PIC 9(09)V99 VALUE ZEROS.
       77 WS-POPULACAO-TOTAL    PIC 9(07) VALUE ZEROS.

      *    1 = contagem da populacao por faixa; 2 = sorteio.
       77 WS-PASSADA            PIC 9(01) VALUE ZEROS.
           88 PASSADA-CONTAGEM      VALUE 1.
           88 PASSADA-SORTEIO       VALUE 2.

      *    Gerador congruencial linear - mesmo de GERADOR_TESTE.COB.
       77 WS-SEMENTE            PIC 9(09) VALUE ZEROS.
       77 WS-SEMENTE-INICIAL    PIC 9(09) VALUE ZEROS.
       77 WS-TRABALHO-18        PIC 9(18) VALUE ZEROS.
       77 WS-LIMIAR-18          PIC 9(18) VALUE ZEROS.

      *    Transacoes sorteadas, com cada elo da trilha achado.
       01  WS-TABELA-AMOSTRA.
           05 WS-AMO-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-AMO-ITEM OCCURS 200 TIMES.
              10 WS-AMO-FAIXA       PIC 9(01).
              10 WS-AMO-REGISTRO    PIC X(47).
              10 WS-AMO-NUMERO      PIC 9(06).
              10 WS-AMO-DATA        PIC 9(08).
              10 WS-AMO-DIA-INT     PIC 9(07).
              10 WS-AMO-CPF         PIC X(11).
              10 WS-AMO-CICLO       PIC 9(02).
              10 WS-AMO-AGENCIA     PIC X(08).
              10 WS-AMO-TIPO        PIC X(01).
              10 WS-AMO-VALOR       PIC 9(09)V99.
      *    Transmissao bruta e critica (EDITRN.TRILHA).
              10 WS-AMO-BRUTO       PIC X(79).
              10 WS-AMO-EDT-RESULT  PIC X(01).
              10 WS-AMO-EDT-DATA    PIC 9(08).
              10 WS-AMO-EDT-ORIGEM  PIC X(08).
              10 WS-AMO-EDT-MOTIVO  PIC X(60).
      *    Postagem no ledger (LEDGER.JRN): primeira imagem do
      *    bloco do CPF na janela e quantas houve.
              10 WS-AMO-JRN-QTD     PIC 9(03).
              10 WS-AMO-JRN-DATA    PIC 9(08).
              10 WS-AMO-JRN-LINHA   PIC X(120).
      *    Linha do razao do dia da postagem (RAZAO.MOV).
              10 WS-AMO-RAZ-LINHA   PIC X(120).
      *    Correcoes (E/J) que apontam para a transacao e o caso de
      *    contestacao - ausencia aqui nao e elo faltante.
              10 WS-AMO-COR-QTD     PIC 9(03).
              10 WS-AMO-COR-LINHA   PIC X(120).
              10 WS-AMO-CTS-LINHA   PIC X(120).
              10 WS-AMO-ELOS-FALTA  PIC 9(01).
       77 WS-AMO-IND            PIC 9(03) VALUE ZEROS.

      *    Chave comparada contra a trilha da critica.
       77 WS-CHAVE-NUMERO       PIC X(06) VALUE SPACES.
       77 WS-CHAVE-CICLO        PIC X(02) VALUE SPACES.
       77 WS-JRN-DIA-INT        PIC 9(07) VALUE ZEROS.
       77 WS-RAZAO-DATA-ALVO    PIC 9(08) VALUE ZEROS.
       77 WS-RAZAO-CONTA-ALVO   PIC 9(05) VALUE ZEROS.
       77 WS-CONTEST-DISPONIVEL PIC X(01) VALUE "N".

      *    Elo ausente corrente, para o relatorio.
       77 WS-ELO-NOME           PIC X(08) VALUE SPACES.
       77 WS-ELO-MOTIVO         PIC X(60) VALUE SPACES.
       77 WS-QTD-ELOS-AUSENTES  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TRILHA-INCOMPL PIC 9(03) VALUE ZEROS.

      *    Edicao de valores e saldos nas linhas.
       77 WS-VALOR-EDITADO      PIC Z(08)9.99.
       77 WS-TETO-EDITADO       PIC Z(08)9.99.
       77 WS-SALDO-ANTES-ED     PIC -(9)9.99.
       77 WS-SALDO-DEPOIS-ED    PIC -(9)9.99.
       77 WS-QTD-EDITADA        PIC ZZZZZZ9.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(132) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE 100   TO WS-FAIXA-TETO (1)
           MOVE 1000  TO WS-FAIXA-TETO (2)
           MOVE 10000 TO WS-FAIXA-TETO (3)
           PERFORM LER-PARAMETROS-AUDITORIA
           PERFORM PEDIR-PARAMETROS-AMOSTRA
           IF RETURN-CODE = 8
               GOBACK
           END-IF

      *    Primeira passada conta a populacao de cada faixa; a
      *    segunda sorteia dentro da faixa sabendo o tamanho dela.
           INITIALIZE WS-TABELA-ESTRATOS
           INITIALIZE WS-TABELA-AMOSTRA
           SET PASSADA-CONTAGEM TO TRUE
           PERFORM PERCORRER-PROCESSADAS
           IF WS-POPULACAO-TOTAL = ZEROS
               DISPLAY "AUDAMOST - NENHUMA TRANSACAO PROCESSADA ENTRE "
                   WS-DATA-INICIO " E " WS-DATA-FIM
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CALCULAR-QUOTAS
           SET PASSADA-SORTEIO TO TRUE
           PERFORM PERCORRER-PROCESSADAS

      *    Cada elo da trilha em uma passada so do arquivo, contra
      *    toda a amostra.
           PERFORM LER-TRILHA-CRITICA
           PERFORM LER-JOURNAL-LEDGER
           PERFORM LER-RAZAO-CONTABIL
           PERFORM CONSULTAR-CONTESTACOES

           PERFORM GRAVAR-PACOTES-EVIDENCIA
           PERFORM EMITIR-RELATORIO-AUDITORIA

           DISPLAY "AUDAMOST - AMOSTRA EM AUDITORIA.REL, PACOTES EM "
               "EVIDENCIA.<DATA>.<CICLO>.<NUMERO>"
           DISPLAY "  SEMENTE.............: " WS-SEMENTE-INICIAL
           DISPLAY "  POPULACAO...........: " WS-POPULACAO-TOTAL
           DISPLAY "  SORTEADAS...........: " WS-AMO-QTD
           DISPLAY "  TRILHAS INCOMPLETAS.: " WS-QTD-TRILHA-INCOMPL
           DISPLAY "  ELOS AUSENTES.......: " WS-QTD-ELOS-AUSENTES
           IF WS-QTD-ELOS-AUSENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Parametros AUDITORIA-FAIXA-1/2/3, AUDITORIA-AMOSTRA-FAIXA
      *    e AUDITORIA-JANELA-DIAS.
       LER-PARAMETROS-AUDITORIA.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PARAMRUN-CTL
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               MOVE SPACES TO WS-PRM-NOME WS-PRM-VALOR
               UNSTRING PARAMRUN-LINHA DELIMITED BY "="
                   INTO WS-PRM-NOME WS-PRM-VALOR
               END-UNSTRING
               IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   EVALUATE WS-PRM-NOME
                       WHEN "AUDITORIA-FAIXA-1"
                           COMPUTE WS-FAIXA-TETO (1) EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "AUDITORIA-FAIXA-2"
                           COMPUTE WS-FAIXA-TETO (2) EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "AUDITORIA-FAIXA-3"
                           COMPUTE WS-FAIXA-TETO (3) EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "AUDITORIA-AMOSTRA-FAIXA"
                           COMPUTE WS-AMOSTRA-FAIXA EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "AUDITORIA-JANELA-DIAS"
                           COMPUTE WS-JANELA-DIAS EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Periodo obrigatorio; tamanho da amostra e semente em
      *    branco ficam com o parametro e com a hora da execucao.
       PEDIR-PARAMETROS-AMOSTRA.
           DISPLAY "AMOSTRA DE AUDITORIA INTERNA - TRNPROC.REG"
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD): "
           ACCEPT WS-DATA-INICIO-X
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD): "
           ACCEPT WS-DATA-FIM-X
           IF WS-DATA-INICIO-X IS NOT NUMERIC
               OR WS-DATA-FIM-X IS NOT NUMERIC
               DISPLAY "AUDAMOST - PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-INICIO-X TO WS-DATA-INICIO
           MOVE WS-DATA-FIM-X TO WS-DATA-FIM
           IF WS-DATA-INICIO < 16010101
               OR WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY "AUDAMOST - PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "TRANSACOES POR FAIXA (BRANCO = "
               WS-AMOSTRA-FAIXA "): "
           ACCEPT WS-QTD-FAIXA-X
           IF WS-QTD-FAIXA-X NOT = SPACES
               IF FUNCTION TRIM(WS-QTD-FAIXA-X) IS NUMERIC
                   COMPUTE WS-AMOSTRA-FAIXA EQUAL
                       FUNCTION NUMVAL(WS-QTD-FAIXA-X)
                   END-COMPUTE
               ELSE
                   DISPLAY "AUDAMOST - TAMANHO DE AMOSTRA INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-AMOSTRA-FAIXA = ZEROS
               MOVE 1 TO WS-AMOSTRA-FAIXA
           END-IF
           IF WS-AMOSTRA-FAIXA > 50
               MOVE 50 TO WS-AMOSTRA-FAIXA
           END-IF

           DISPLAY "SEMENTE DO SORTEIO (BRANCO = PELA HORA): "
           ACCEPT WS-SEMENTE-X
           IF WS-SEMENTE-X NOT = SPACES
               AND FUNCTION TRIM(WS-SEMENTE-X) IS NUMERIC
               COMPUTE WS-SEMENTE EQUAL
                   FUNCTION NUMVAL(WS-SEMENTE-X)
               END-COMPUTE
           ELSE
               COMPUTE WS-TRABALHO-18 EQUAL
                   (WS-HORA-AGORA * 1000) + WS-DATA-HOJE
               END-COMPUTE
               COMPUTE WS-SEMENTE EQUAL
                   FUNCTION MOD(WS-TRABALHO-18, 1000000000)
               END-COMPUTE
           END-IF
           MOVE WS-SEMENTE TO WS-SEMENTE-INICIAL.

      *    Arquivo morto primeiro, depois o vivo - as duas passadas
      *    veem os registros na mesma ordem.
       PERCORRER-PROCESSADAS.
           MOVE "TRNPROC.REG.ARQMORTO" TO WS-ARQ-NOME
           PERFORM LER-ARQUIVO-PROCESSADAS
           MOVE "TRNPROC.REG" TO WS-ARQ-NOME
           PERFORM LER-ARQUIVO-PROCESSADAS.

       LER-ARQUIVO-PROCESSADAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT TRNPROC-ARQ
           IF TRNPROC-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ TRNPROC-ARQ
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               IF REG-NUMERO IS NUMERIC
                   AND REG-DATA IS NUMERIC
                   AND REG-DATA NOT < WS-DATA-INICIO
                   AND REG-DATA NOT > WS-DATA-FIM
                   PERFORM CLASSIFICAR-FAIXA-VALOR
                   IF PASSADA-CONTAGEM
                       ADD 1 TO WS-EST-POPULACAO (WS-FAIXA-CORRENTE)
                       ADD WS-VALOR-CORRENTE
                           TO WS-EST-VALOR-POP (WS-FAIXA-CORRENTE)
                       ADD 1 TO WS-POPULACAO-TOTAL
                   ELSE
                       PERFORM SORTEAR-REGISTRO
                   END-IF
               END-IF
               READ TRNPROC-ARQ
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRNPROC-ARQ.

      *    Registro antigo sem valor cai na primeira faixa.
       CLASSIFICAR-FAIXA-VALOR.
           MOVE ZEROS TO WS-VALOR-CORRENTE
           IF REG-VALOR IS NUMERIC
               MOVE REG-VALOR TO WS-VALOR-CORRENTE
           END-IF
           MOVE 4 TO WS-FAIXA-CORRENTE
           PERFORM VARYING WS-EST-IND FROM 3 BY -1
                   UNTIL WS-EST-IND < 1
               IF WS-VALOR-CORRENTE NOT > WS-FAIXA-TETO (WS-EST-IND)
                   MOVE WS-EST-IND TO WS-FAIXA-CORRENTE
               END-IF
           END-PERFORM.

      *    Faixa com menos transacoes que o pedido entra inteira.
       CALCULAR-QUOTAS.
           PERFORM VARYING WS-EST-IND FROM 1 BY 1
                   UNTIL WS-EST-IND > 4
               IF WS-EST-POPULACAO (WS-EST-IND) < WS-AMOSTRA-FAIXA
                   MOVE WS-EST-POPULACAO (WS-EST-IND)
                       TO WS-EST-QUOTA (WS-EST-IND)
               ELSE
                   MOVE WS-AMOSTRA-FAIXA TO WS-EST-QUOTA (WS-EST-IND)
               END-IF
           END-PERFORM.

      *    Sorteio sequencial dentro da faixa: faltando sortear q
      *    de r ainda nao vistos, o registro entra com chance q/r -
      *    sai exatamente a quota, e toda transacao da faixa tem a
      *    mesma chance. A comparacao e feita em inteiros: r vezes
      *    o numero sorteado (0 a 999999999) contra q vezes 10**9.
       SORTEAR-REGISTRO.
           IF WS-EST-SORTEADOS (WS-FAIXA-CORRENTE)
                   NOT < WS-EST-QUOTA (WS-FAIXA-CORRENTE)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRABALHO-18 EQUAL
               (WS-SEMENTE * 1103515245) + 12345
           END-COMPUTE
           COMPUTE WS-SEMENTE EQUAL
               FUNCTION MOD(WS-TRABALHO-18, 1000000000)
           END-COMPUTE
           COMPUTE WS-TRABALHO-18 EQUAL
               (WS-EST-POPULACAO (WS-FAIXA-CORRENTE)
                - WS-EST-VISTOS (WS-FAIXA-CORRENTE)) * WS-SEMENTE
           END-COMPUTE
           COMPUTE WS-LIMIAR-18 EQUAL
               (WS-EST-QUOTA (WS-FAIXA-CORRENTE)
                - WS-EST-SORTEADOS (WS-FAIXA-CORRENTE)) * 1000000000
           END-COMPUTE
           ADD 1 TO WS-EST-VISTOS (WS-FAIXA-CORRENTE)
           IF WS-TRABALHO-18 < WS-LIMIAR-18
               AND WS-AMO-QTD < 200
               ADD 1 TO WS-EST-SORTEADOS (WS-FAIXA-CORRENTE)
               ADD 1 TO WS-AMO-QTD
               MOVE WS-AMO-QTD TO WS-AMO-IND
               MOVE WS-FAIXA-CORRENTE  TO WS-AMO-FAIXA (WS-AMO-IND)
               MOVE TRNPROC-LINHA      TO WS-AMO-REGISTRO (WS-AMO-IND)
               MOVE REG-NUMERO         TO WS-AMO-NUMERO (WS-AMO-IND)
               MOVE REG-DATA           TO WS-AMO-DATA (WS-AMO-IND)
               COMPUTE WS-AMO-DIA-INT (WS-AMO-IND) EQUAL
                   FUNCTION INTEGER-OF-DATE(REG-DATA)
               END-COMPUTE
               MOVE REG-CPF            TO WS-AMO-CPF (WS-AMO-IND)
               IF REG-CICLO IS NUMERIC
                   MOVE REG-CICLO      TO WS-AMO-CICLO (WS-AMO-IND)
               END-IF
               MOVE REG-AGENCIA        TO WS-AMO-AGENCIA (WS-AMO-IND)
               MOVE REG-TIPO           TO WS-AMO-TIPO (WS-AMO-IND)
               MOVE WS-VALOR-CORRENTE  TO WS-AMO-VALOR (WS-AMO-IND)
           END-IF.

      *    Trilha da critica: o detalhe da propria transacao (mesma
      *    data e ciclo do header, numero e CPF) da a linha bruta e
      *    o aceite; um aceite vale mais que um rejeito anterior da
      *    mesma chave (retransmissao). Correcoes E/J aceitas que
      *    apontam para o numero dela entram como correcao.
       LER-TRILHA-CRITICA.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT EDIT-TRILHA
           IF TRILHA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ EDIT-TRILHA
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                       UNTIL WS-AMO-IND > WS-AMO-QTD
                   PERFORM CONFERIR-LINHA-TRILHA
               END-PERFORM
               READ EDIT-TRILHA
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE EDIT-TRILHA.

       CONFERIR-LINHA-TRILHA.
           IF EDT-CPF NOT = WS-AMO-CPF (WS-AMO-IND)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMO-NUMERO (WS-AMO-IND) TO WS-CHAVE-NUMERO
           MOVE WS-AMO-CICLO (WS-AMO-IND) TO WS-CHAVE-CICLO
           IF EDT-NUMERO = WS-CHAVE-NUMERO
               AND EDT-DATA = WS-AMO-DATA (WS-AMO-IND)
               AND EDT-CICLO = WS-CHAVE-CICLO
               IF WS-AMO-EDT-RESULT (WS-AMO-IND) NOT = "A"
                   MOVE EDT-LINHA-BRUTA
                       TO WS-AMO-BRUTO (WS-AMO-IND)
                   MOVE EDT-RESULTADO
                       TO WS-AMO-EDT-RESULT (WS-AMO-IND)
                   MOVE EDT-DATA-CRITICA
                       TO WS-AMO-EDT-DATA (WS-AMO-IND)
                   MOVE EDT-ORIGEM
                       TO WS-AMO-EDT-ORIGEM (WS-AMO-IND)
                   MOVE EDT-MOTIVO
                       TO WS-AMO-EDT-MOTIVO (WS-AMO-IND)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF (EDT-TIPO = "E" OR EDT-TIPO = "J")
               AND EDT-ACEITO
               AND EDT-COR-ORIGINAL = WS-CHAVE-NUMERO
               AND EDT-DATA NOT < WS-AMO-DATA (WS-AMO-IND)
               ADD 1 TO WS-AMO-COR-QTD (WS-AMO-IND)
               IF WS-AMO-COR-QTD (WS-AMO-IND) = 1
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "TIPO "             DELIMITED BY SIZE
                          EDT-TIPO            DELIMITED BY SIZE
                          " NUMERO "          DELIMITED BY SIZE
                          EDT-NUMERO          DELIMITED BY SIZE
                          " DATA "            DELIMITED BY SIZE
                          EDT-DATA            DELIMITED BY SIZE
                          " CICLO "           DELIMITED BY SIZE
                          EDT-CICLO           DELIMITED BY SIZE
                          " VALOR "           DELIMITED BY SIZE
                          EDT-VALOR           DELIMITED BY SIZE
                          " ORIGEM "          DELIMITED BY SIZE
                          EDT-ORIGEM          DELIMITED BY SIZE
                          INTO WS-REL-LINHA
                   END-STRING
                   MOVE WS-REL-LINHA TO WS-AMO-COR-LINHA (WS-AMO-IND)
               END-IF
           END-IF.

      *    Journal do ledger: a postagem do CPF entre a data do
      *    header e a janela de dias depois. O CSUBTR grava uma
      *    imagem por bloco de CPF, nao por transacao - o pacote
      *    leva a primeira imagem e quantas houve na janela.
       LER-JOURNAL-LEDGER.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-JOURNAL
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               IF JRN-DATA IS NUMERIC
                   AND JRN-DATA NOT < 16010101
                   COMPUTE WS-JRN-DIA-INT EQUAL
                       FUNCTION INTEGER-OF-DATE(JRN-DATA)
                   END-COMPUTE
                   PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                           UNTIL WS-AMO-IND > WS-AMO-QTD
                       PERFORM CONFERIR-IMAGEM-JOURNAL
                   END-PERFORM
               END-IF
               READ LEDGER-JOURNAL
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGER-JOURNAL.

       CONFERIR-IMAGEM-JOURNAL.
           IF WS-AMO-CPF (WS-AMO-IND) = SPACES
               OR JRN-CPF (1 : 11) NOT = WS-AMO-CPF (WS-AMO-IND)
               OR JRN-CPF (12 : 3) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-JRN-DIA-INT < WS-AMO-DIA-INT (WS-AMO-IND)
               OR WS-JRN-DIA-INT - WS-AMO-DIA-INT (WS-AMO-IND)
                   > WS-JANELA-DIAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AMO-JRN-QTD (WS-AMO-IND)
           IF WS-AMO-JRN-QTD (WS-AMO-IND) > 1
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-DATA TO WS-AMO-JRN-DATA (WS-AMO-IND)
           MOVE JRN-SALDO-ANTES TO WS-SALDO-ANTES-ED
           MOVE JRN-SALDO-DEPOIS TO WS-SALDO-DEPOIS-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "SEQ "                 DELIMITED BY SIZE
                  JRN-SEQUENCIAL         DELIMITED BY SIZE
                  " CONTA "              DELIMITED BY SIZE
                  JRN-CONTA              DELIMITED BY SIZE
                  " ANTES "              DELIMITED BY SIZE
                  WS-SALDO-ANTES-ED      DELIMITED BY SIZE
                  " DEPOIS "             DELIMITED BY SIZE
                  WS-SALDO-DEPOIS-ED     DELIMITED BY SIZE
                  " DATA "               DELIMITED BY SIZE
                  JRN-DATA               DELIMITED BY SIZE
                  " HORA "               DELIMITED BY SIZE
                  JRN-HORA               DELIMITED BY SIZE
                  " AGENCIA "            DELIMITED BY SIZE
                  JRN-AGENCIA            DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO WS-AMO-JRN-LINHA (WS-AMO-IND).

      *    Razao: o GLPOST sumariza o dia por conta, entao o elo e a
      *    linha da conta no dia da postagem (data do journal; sem
      *    journal, a do header) - 51001 saidas para o debito, 11001
      *    caixa para a correcao. Transferencia entre contas do mesmo
      *    cliente nao passa pelo razao.
       LER-RAZAO-CONTABIL.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT RAZAO-MOV
           IF RAZAO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ RAZAO-MOV
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                       UNTIL WS-AMO-IND > WS-AMO-QTD
                   PERFORM CONFERIR-LINHA-RAZAO
               END-PERFORM
               READ RAZAO-MOV
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE RAZAO-MOV.

       CONFERIR-LINHA-RAZAO.
           IF WS-AMO-TIPO (WS-AMO-IND) = "T"
               OR WS-AMO-RAZ-LINHA (WS-AMO-IND) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AMO-JRN-DATA (WS-AMO-IND) > ZEROS
               MOVE WS-AMO-JRN-DATA (WS-AMO-IND) TO WS-RAZAO-DATA-ALVO
           ELSE
               MOVE WS-AMO-DATA (WS-AMO-IND) TO WS-RAZAO-DATA-ALVO
           END-IF
           IF WS-AMO-TIPO (WS-AMO-IND) = "C"
               MOVE 11001 TO WS-RAZAO-CONTA-ALVO
           ELSE
               MOVE 51001 TO WS-RAZAO-CONTA-ALVO
           END-IF
           IF GRZ-DATA NOT = WS-RAZAO-DATA-ALVO
               OR GRZ-CONTA NOT = WS-RAZAO-CONTA-ALVO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERIODO "             DELIMITED BY SIZE
                  GRZ-PERIODO            DELIMITED BY SIZE
                  " CONTA "              DELIMITED BY SIZE
                  GRZ-CONTA              DELIMITED BY SIZE
                  " DATA "               DELIMITED BY SIZE
                  GRZ-DATA               DELIMITED BY SIZE
                  " DEBITO "             DELIMITED BY SIZE
                  GRZ-DEBITO             DELIMITED BY SIZE
                  " CREDITO "            DELIMITED BY SIZE
                  GRZ-CREDITO            DELIMITED BY SIZE
                  " (TOTAL DO DIA)"      DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO WS-AMO-RAZ-LINHA (WS-AMO-IND).

      *    Contestacao pela chave numero + data da transacao.
       CONSULTAR-CONTESTACOES.
           OPEN INPUT CONTEST-ARQ
           IF NOT CONTEST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTEST-DISPONIVEL
           PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                   UNTIL WS-AMO-IND > WS-AMO-QTD
               MOVE WS-AMO-NUMERO (WS-AMO-IND) TO CTS-TRN-NUMERO
               MOVE WS-AMO-DATA (WS-AMO-IND) TO CTS-TRN-DATA
               READ CONTEST-ARQ
                   NOT INVALID KEY
                       PERFORM GUARDAR-CONTESTACAO
               END-READ
           END-PERFORM
           CLOSE CONTEST-ARQ.

       GUARDAR-CONTESTACAO.
           MOVE CTS-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ABERTA EM "           DELIMITED BY SIZE
                  CTS-DATA-ABERTURA      DELIMITED BY SIZE
                  " POR "                DELIMITED BY SIZE
                  CTS-OPERADOR           DELIMITED BY SIZE
                  " VALOR "              DELIMITED BY SIZE
                  WS-VALOR-EDITADO       DELIMITED BY SIZE
                  " SITUACAO "           DELIMITED BY SIZE
                  CTS-SITUACAO           DELIMITED BY SIZE
                  " PROVISORIO "         DELIMITED BY SIZE
                  CTS-PROVISORIO         DELIMITED BY SIZE
                  " ENCERRADA EM "       DELIMITED BY SIZE
                  CTS-DATA-ENCERRAMENTO  DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO WS-AMO-CTS-LINHA (WS-AMO-IND).

      *    Um pacote por transacao sorteada, elo por elo.
       GRAVAR-PACOTES-EVIDENCIA.
           PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                   UNTIL WS-AMO-IND > WS-AMO-QTD
               PERFORM CONTAR-ELOS-AUSENTES
               PERFORM GRAVAR-PACOTE-TRANSACAO
           END-PERFORM.

      *    Elos obrigatorios: bruto, aceite da critica, journal e
      *    razao (este, fora da transferencia). Correcao e
      *    contestacao so existem quando houve.
       CONTAR-ELOS-AUSENTES.
           MOVE ZEROS TO WS-AMO-ELOS-FALTA (WS-AMO-IND)
           IF WS-AMO-BRUTO (WS-AMO-IND) = SPACES
               ADD 1 TO WS-AMO-ELOS-FALTA (WS-AMO-IND)
           END-IF
           IF WS-AMO-EDT-RESULT (WS-AMO-IND) NOT = "A"
               ADD 1 TO WS-AMO-ELOS-FALTA (WS-AMO-IND)
           END-IF
           IF WS-AMO-JRN-QTD (WS-AMO-IND) = ZEROS
               ADD 1 TO WS-AMO-ELOS-FALTA (WS-AMO-IND)
           END-IF
           IF WS-AMO-TIPO (WS-AMO-IND) NOT = "T"
               AND WS-AMO-RAZ-LINHA (WS-AMO-IND) = SPACES
               ADD 1 TO WS-AMO-ELOS-FALTA (WS-AMO-IND)
           END-IF
           IF WS-AMO-ELOS-FALTA (WS-AMO-IND) > ZEROS
               ADD 1 TO WS-QTD-TRILHA-INCOMPL
               ADD WS-AMO-ELOS-FALTA (WS-AMO-IND)
                   TO WS-QTD-ELOS-AUSENTES
           END-IF.

       GRAVAR-PACOTE-TRANSACAO.
           MOVE SPACES TO WS-EVD-NOME
           STRING "EVIDENCIA."               DELIMITED BY SIZE
                  WS-AMO-DATA (WS-AMO-IND)   DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WS-AMO-CICLO (WS-AMO-IND)  DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WS-AMO-NUMERO (WS-AMO-IND) DELIMITED BY SIZE
                  INTO WS-EVD-NOME
           END-STRING
           OPEN OUTPUT EVIDENCIA-ARQ

           MOVE SPACES TO WS-REL-LINHA
           STRING "AUDAMOST - PACOTE DE EVIDENCIA DA AMOSTRA DE "
                                         DELIMITED BY SIZE
                  "AUDITORIA INTERNA - EMITIDO EM "
                                         DELIMITED BY SIZE
                  WS-DATA-HOJE           DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE WS-AMO-VALOR (WS-AMO-IND) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TRANSACAO "                DELIMITED BY SIZE
                  WS-AMO-NUMERO (WS-AMO-IND)  DELIMITED BY SIZE
                  " DATA "                    DELIMITED BY SIZE
                  WS-AMO-DATA (WS-AMO-IND)    DELIMITED BY SIZE
                  " CICLO "                   DELIMITED BY SIZE
                  WS-AMO-CICLO (WS-AMO-IND)   DELIMITED BY SIZE
                  " CPF "                     DELIMITED BY SIZE
                  WS-AMO-CPF (WS-AMO-IND)     DELIMITED BY SIZE
                  " AGENCIA "                 DELIMITED BY SIZE
                  WS-AMO-AGENCIA (WS-AMO-IND) DELIMITED BY SIZE
                  " TIPO "                    DELIMITED BY SIZE
                  WS-AMO-TIPO (WS-AMO-IND)    DELIMITED BY SIZE
                  " VALOR "                   DELIMITED BY SIZE
                  WS-VALOR-EDITADO            DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           STRING "FAIXA "                    DELIMITED BY SIZE
                  WS-AMO-FAIXA (WS-AMO-IND)   DELIMITED BY SIZE
                  " PERIODO "                 DELIMITED BY SIZE
                  WS-DATA-INICIO              DELIMITED BY SIZE
                  " A "                       DELIMITED BY SIZE
                  WS-DATA-FIM                 DELIMITED BY SIZE
                  " SEMENTE "                 DELIMITED BY SIZE
                  WS-SEMENTE-INICIAL          DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA

           MOVE "1. REGISTRO BRUTO DA TRANSMISSAO (EDITRN.TRILHA)"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           IF WS-AMO-BRUTO (WS-AMO-IND) = SPACES
               STRING "   ** ELO AUSENTE - DETALHE NAO ENCONTRADO "
                                               DELIMITED BY SIZE
                      "NA TRILHA DA CRITICA"   DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
           ELSE
               STRING "   "                      DELIMITED BY SIZE
                      WS-AMO-BRUTO (WS-AMO-IND)  DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-EVIDENCIA

           MOVE "2. CRITICA EDITRN" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           EVALUATE WS-AMO-EDT-RESULT (WS-AMO-IND)
               WHEN "A"
                   STRING "   ACEITO NA CRITICA DE "  DELIMITED BY SIZE
                          WS-AMO-EDT-DATA (WS-AMO-IND)
                                                   DELIMITED BY SIZE
                          " - ORIGEM DO HEADER "   DELIMITED BY SIZE
                          WS-AMO-EDT-ORIGEM (WS-AMO-IND)
                                                   DELIMITED BY SIZE
                          INTO WS-REL-LINHA
                   END-STRING
               WHEN "R"
                   STRING "   ** ELO AUSENTE - SO HA REJEITO NA "
                                                   DELIMITED BY SIZE
                          "CRITICA DE "            DELIMITED BY SIZE
                          WS-AMO-EDT-DATA (WS-AMO-IND)
                                                   DELIMITED BY SIZE
                          ": "                     DELIMITED BY SIZE
                          WS-AMO-EDT-MOTIVO (WS-AMO-IND)
                                                   DELIMITED BY SIZE
                          INTO WS-REL-LINHA
                   END-STRING
               WHEN OTHER
                   MOVE "   ** ELO AUSENTE - SEM REGISTRO DA CRITICA"
                       TO WS-REL-LINHA
           END-EVALUATE
           PERFORM GRAVAR-LINHA-EVIDENCIA

           MOVE "3. POSTAGEM DO LACO (TRNPROC.REG)" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           STRING "   "                         DELIMITED BY SIZE
                  WS-AMO-REGISTRO (WS-AMO-IND)  DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EVIDENCIA

           MOVE "4. IMAGENS ANTES/DEPOIS DO LEDGER (LEDGER.JRN)"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           IF WS-AMO-JRN-QTD (WS-AMO-IND) = ZEROS
               STRING "   ** ELO AUSENTE - NENHUMA IMAGEM DO CPF "
                                               DELIMITED BY SIZE
                      "NA JANELA DA POSTAGEM"  DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-EVIDENCIA
           ELSE
               STRING "   "                         DELIMITED BY SIZE
                      WS-AMO-JRN-LINHA (WS-AMO-IND) DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-EVIDENCIA
               MOVE WS-AMO-JRN-QTD (WS-AMO-IND) TO WS-QTD-EDITADA
               MOVE SPACES TO WS-REL-LINHA
               STRING "   IMAGENS DO CPF NA JANELA: " DELIMITED BY SIZE
                      WS-QTD-EDITADA           DELIMITED BY SIZE
                      " (O JOURNAL E POR BLOCO DE CPF, NAO POR "
                                               DELIMITED BY SIZE
                      "TRANSACAO)"             DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-EVIDENCIA
           END-IF

           MOVE "5. LINHA DO RAZAO CONTABIL (RAZAO.MOV)"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           IF WS-AMO-TIPO (WS-AMO-IND) = "T"
               STRING "   NAO SE APLICA - TRANSFERENCIA ENTRE "
                                               DELIMITED BY SIZE
                      "CONTAS DO MESMO CLIENTE" DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
           ELSE
               IF WS-AMO-RAZ-LINHA (WS-AMO-IND) = SPACES
                   STRING "   ** ELO AUSENTE - CONTA SEM LINHA NO "
                                               DELIMITED BY SIZE
                          "RAZAO NO DIA DA POSTAGEM"
                                               DELIMITED BY SIZE
                          INTO WS-REL-LINHA
                   END-STRING
               ELSE
                   STRING "   "                    DELIMITED BY SIZE
                          WS-AMO-RAZ-LINHA (WS-AMO-IND)
                                                   DELIMITED BY SIZE
                          INTO WS-REL-LINHA
                   END-STRING
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-EVIDENCIA

           MOVE "6. CORRECOES (ESTORNO/AJUSTE)" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           IF WS-AMO-COR-QTD (WS-AMO-IND) = ZEROS
               MOVE "   NENHUMA" TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-EVIDENCIA
           ELSE
               STRING "   "                         DELIMITED BY SIZE
                      WS-AMO-COR-LINHA (WS-AMO-IND) DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-EVIDENCIA
               MOVE WS-AMO-COR-QTD (WS-AMO-IND) TO WS-QTD-EDITADA
               MOVE SPACES TO WS-REL-LINHA
               STRING "   CORRECOES APONTANDO PARA A TRANSACAO: "
                                               DELIMITED BY SIZE
                      WS-QTD-EDITADA           DELIMITED BY SIZE
                      INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-EVIDENCIA
           END-IF

           MOVE "7. CONTESTACAO (CONTEST.DAT)" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           IF WS-CONTEST-DISPONIVEL NOT = "S"
               MOVE "   CADASTRO DE CONTESTACOES INDISPONIVEL"
                   TO WS-REL-LINHA
           ELSE
               IF WS-AMO-CTS-LINHA (WS-AMO-IND) = SPACES
                   MOVE "   NENHUMA" TO WS-REL-LINHA
               ELSE
                   STRING "   "                    DELIMITED BY SIZE
                          WS-AMO-CTS-LINHA (WS-AMO-IND)
                                                   DELIMITED BY SIZE
                          INTO WS-REL-LINHA
                   END-STRING
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-EVIDENCIA

           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-EVIDENCIA
           MOVE SPACES TO WS-REL-LINHA
           STRING "ELOS AUSENTES NA TRILHA: " DELIMITED BY SIZE
                  WS-AMO-ELOS-FALTA (WS-AMO-IND)
                                              DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EVIDENCIA
           CLOSE EVIDENCIA-ARQ.

       GRAVAR-LINHA-EVIDENCIA.
           MOVE WS-REL-LINHA TO EVD-LINHA
           WRITE EVD-LINHA
           MOVE SPACES TO WS-REL-LINHA.

      *    Populacao e amostra por faixa, a lista sorteada e os elos
      *    ausentes, um por linha.
       EMITIR-RELATORIO-AUDITORIA.
           OPEN OUTPUT AUDITORIA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "AUDAMOST - AMOSTRA DE AUDITORIA INTERNA COM TRILHA "
                                         DELIMITED BY SIZE
                  "PONTA A PONTA - EMITIDO EM "
                                         DELIMITED BY SIZE
                  WS-DATA-HOJE           DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERIODO "             DELIMITED BY SIZE
                  WS-DATA-INICIO         DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  WS-DATA-FIM            DELIMITED BY SIZE
                  "   SEMENTE "          DELIMITED BY SIZE
                  WS-SEMENTE-INICIAL     DELIMITED BY SIZE
                  "   AMOSTRA POR FAIXA " DELIMITED BY SIZE
                  WS-AMOSTRA-FAIXA       DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "FAIXA     VALOR ATE     POPULACAO  AMOSTRA"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-EST-IND FROM 1 BY 1
                   UNTIL WS-EST-IND > 4
               MOVE SPACES TO WS-REL-LINHA
               MOVE WS-EST-IND TO WS-REL-LINHA (3 : 1)
               IF WS-EST-IND < 4
                   MOVE WS-FAIXA-TETO (WS-EST-IND) TO WS-TETO-EDITADO
                   MOVE WS-TETO-EDITADO TO WS-REL-LINHA (8 : 12)
               ELSE
                   MOVE "(ACIMA)" TO WS-REL-LINHA (13 : 7)
               END-IF
               MOVE WS-EST-POPULACAO (WS-EST-IND) TO WS-QTD-EDITADA
               MOVE WS-QTD-EDITADA TO WS-REL-LINHA (27 : 7)
               MOVE WS-EST-SORTEADOS (WS-EST-IND)
                   TO WS-REL-LINHA (41 : 2)
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "AMOSTRA SORTEADA" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           STRING "FX NUMERO DATA     CI CPF         T        VALOR "
                                         DELIMITED BY SIZE
                  "BRUTO CRIT JRN RAZAO COR CONT ELOS-AUSENTES"
                                         DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                   UNTIL WS-AMO-IND > WS-AMO-QTD
               PERFORM EMITIR-LINHA-AMOSTRA
           END-PERFORM
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "ELOS AUSENTES NA TRILHA" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           IF WS-QTD-ELOS-AUSENTES = ZEROS
               MOVE "   NENHUM - TODAS AS TRILHAS COMPLETAS"
                   TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-RELATORIO
           ELSE
               PERFORM VARYING WS-AMO-IND FROM 1 BY 1
                       UNTIL WS-AMO-IND > WS-AMO-QTD
                   PERFORM EMITIR-ELOS-AUSENTES
               END-PERFORM
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SORTEADAS "           DELIMITED BY SIZE
                  WS-AMO-QTD             DELIMITED BY SIZE
                  " DE "                 DELIMITED BY SIZE
                  WS-POPULACAO-TOTAL     DELIMITED BY SIZE
                  " - TRILHAS INCOMPLETAS " DELIMITED BY SIZE
                  WS-QTD-TRILHA-INCOMPL  DELIMITED BY SIZE
                  " - ELOS AUSENTES "    DELIMITED BY SIZE
                  WS-QTD-ELOS-AUSENTES   DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           CLOSE AUDITORIA-RELATORIO.

       EMITIR-LINHA-AMOSTRA.
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-AMO-FAIXA (WS-AMO-IND)   TO WS-REL-LINHA (2 : 1)
           MOVE WS-AMO-NUMERO (WS-AMO-IND)  TO WS-REL-LINHA (4 : 6)
           MOVE WS-AMO-DATA (WS-AMO-IND)    TO WS-REL-LINHA (11 : 8)
           MOVE WS-AMO-CICLO (WS-AMO-IND)   TO WS-REL-LINHA (20 : 2)
           MOVE WS-AMO-CPF (WS-AMO-IND)     TO WS-REL-LINHA (23 : 11)
           MOVE WS-AMO-TIPO (WS-AMO-IND)    TO WS-REL-LINHA (35 : 1)
           MOVE WS-AMO-VALOR (WS-AMO-IND)   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO            TO WS-REL-LINHA (38 : 12)
           MOVE "--"                        TO WS-REL-LINHA (51 : 2)
           IF WS-AMO-BRUTO (WS-AMO-IND) NOT = SPACES
               MOVE "OK"                    TO WS-REL-LINHA (51 : 2)
           END-IF
           MOVE "--"                        TO WS-REL-LINHA (57 : 2)
           IF WS-AMO-EDT-RESULT (WS-AMO-IND) = "A"
               MOVE "OK"                    TO WS-REL-LINHA (57 : 2)
           END-IF
           MOVE "--"                        TO WS-REL-LINHA (62 : 2)
           IF WS-AMO-JRN-QTD (WS-AMO-IND) > ZEROS
               MOVE "OK"                    TO WS-REL-LINHA (62 : 2)
           END-IF
           EVALUATE TRUE
               WHEN WS-AMO-TIPO (WS-AMO-IND) = "T"
                   MOVE "NA"                TO WS-REL-LINHA (66 : 2)
               WHEN WS-AMO-RAZ-LINHA (WS-AMO-IND) NOT = SPACES
                   MOVE "OK"                TO WS-REL-LINHA (66 : 2)
               WHEN OTHER
                   MOVE "--"                TO WS-REL-LINHA (66 : 2)
           END-EVALUATE
           MOVE WS-AMO-COR-QTD (WS-AMO-IND) TO WS-REL-LINHA (72 : 3)
           MOVE "NAO"                       TO WS-REL-LINHA (76 : 3)
           IF WS-AMO-CTS-LINHA (WS-AMO-IND) NOT = SPACES
               MOVE "SIM"                   TO WS-REL-LINHA (76 : 3)
           END-IF
           MOVE WS-AMO-ELOS-FALTA (WS-AMO-IND)
                                            TO WS-REL-LINHA (81 : 1)
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-ELOS-AUSENTES.
           IF WS-AMO-BRUTO (WS-AMO-IND) = SPACES
               MOVE "BRUTO" TO WS-ELO-NOME
               MOVE "DETALHE NAO ENCONTRADO NA TRILHA DA CRITICA"
                   TO WS-ELO-MOTIVO
               PERFORM EMITIR-ELO-AUSENTE
           END-IF
           EVALUATE WS-AMO-EDT-RESULT (WS-AMO-IND)
               WHEN "A"
                   CONTINUE
               WHEN "R"
                   MOVE "CRITICA" TO WS-ELO-NOME
                   MOVE "SO HA REJEITO NA CRITICA - POSTADO SEM ACEITE"
                       TO WS-ELO-MOTIVO
                   PERFORM EMITIR-ELO-AUSENTE
               WHEN OTHER
                   MOVE "CRITICA" TO WS-ELO-NOME
                   MOVE "SEM REGISTRO DA CRITICA EDITRN"
                       TO WS-ELO-MOTIVO
                   PERFORM EMITIR-ELO-AUSENTE
           END-EVALUATE
           IF WS-AMO-JRN-QTD (WS-AMO-IND) = ZEROS
               MOVE "JOURNAL" TO WS-ELO-NOME
               IF WS-AMO-CPF (WS-AMO-IND) = SPACES
                   MOVE "REGISTRO PROCESSADO SEM CPF"
                       TO WS-ELO-MOTIVO
               ELSE
                   MOVE "NENHUMA IMAGEM DO CPF NA JANELA DA POSTAGEM"
                       TO WS-ELO-MOTIVO
               END-IF
               PERFORM EMITIR-ELO-AUSENTE
           END-IF
           IF WS-AMO-TIPO (WS-AMO-IND) NOT = "T"
               AND WS-AMO-RAZ-LINHA (WS-AMO-IND) = SPACES
               MOVE "RAZAO" TO WS-ELO-NOME
               MOVE "CONTA SEM LINHA NO RAZAO NO DIA DA POSTAGEM"
                   TO WS-ELO-MOTIVO
               PERFORM EMITIR-ELO-AUSENTE
           END-IF.

       EMITIR-ELO-AUSENTE.
           MOVE SPACES TO WS-REL-LINHA
           STRING "   ELO AUSENTE "             DELIMITED BY SIZE
                  WS-ELO-NOME                   DELIMITED BY SIZE
                  " NUMERO "                    DELIMITED BY SIZE
                  WS-AMO-NUMERO (WS-AMO-IND)    DELIMITED BY SIZE
                  " DATA "                      DELIMITED BY SIZE
                  WS-AMO-DATA (WS-AMO-IND)      DELIMITED BY SIZE
                  " CICLO "                     DELIMITED BY SIZE
                  WS-AMO-CICLO (WS-AMO-IND)     DELIMITED BY SIZE
                  " - "                         DELIMITED BY SIZE
                  WS-ELO-MOTIVO                 DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA.
