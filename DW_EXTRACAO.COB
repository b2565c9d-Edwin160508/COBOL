      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. DWEXTR.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Extrato diario para o data warehouse da gerencia (BI), em  <*
      *>   formato fato/dimensao, delimitado por ponto e virgula e    <*
      *>   com ponto decimal - a gerencia analisa clientes, contas e  <*
      *>   movimento na ferramenta dela em vez de depender so dos     <*
      *>   relatorios fixos (PAINEL, FECHAMES, UFREL). Um arquivo por <*
      *>   tabela:                                                    <*
      *>     DW.DIM.CLIENTE    clientes (CADCLI.DAT), so os mudados   <*
      *>                       desde a passada anterior segundo o     <*
      *>                       CADCLI.CHGLOG - cada linha e uma versao<*
      *>                       nova do cliente, com o carimbo e a     <*
      *>                       acao da mudanca, para o warehouse      <*
      *>                       guardar o historico. Sem DWEXTR.CTL    <*
      *>                       (primeira execucao) sai o mestre       <*
      *>                       inteiro como carga (acao CARGA);       <*
      *>     DW.DIM.CONTA      contas (CONTA.DAT), fotografia inteira;<*
      *>     DW.DIM.AGENCIA    agencias (data/AGENCIA.MST);           <*
      *>     DW.DIM.CONTABIL   plano de contas contabil (PLANO.CTA);  <*
      *>     DW.DIM.DATA       toda data citada nos demais arquivos,  <*
      *>                       com ano, mes, trimestre e dia da semana<*
      *>     DW.FATO.TRANSACAO transacoes processadas na data de      <*
      *>                       referencia (TRNPROC.REG);              <*
      *>     DW.FATO.FATURA    faturas (data/FATURAS.DAT), fotografia <*
      *>                       inteira do dia;                        <*
      *>     DW.FATO.SALDO     fotografia de saldo da data de         <*
      *>                       referencia (SALDO.HIST, do SALDODIA).  <*
      *>   Cada arquivo abre com um header (H) e fecha com um trailer <*
      *>   (T) com a quantidade de detalhes (D) e um total de         <*
      *>   controle - valor ou soma das chaves numericas - para a     <*
      *>   carga do warehouse conferir antes de aceitar o arquivo.    <*
      *>   O CPF nunca sai real: vira o mesmo token do extrato        <*
      *>   pseudonimizado do CADEXTR, pelo mesmo de-para restrito     <*
      *>   CADCLI.DEPARA (o mesmo cliente tem o mesmo token nos dois  <*
      *>   extratos e em todos os arquivos daqui); nome, RG,          <*
      *>   endereco, contatos e data de nascimento completa nao saem. <*
      *>   O CNPJ da pessoa juridica sai real, como no CADEXTR.       <*
      *>   Cliente sem token (de-para lotado) fica fora de todos os   <*
      *>   arquivos e devolve RC 4. CADCLI, CONTA ou FATURAS          <*
      *>   indisponivel, ou delta maior que a tabela, devolve RC 8 e  <*
      *>   a marca DWEXTR.CTL nao avanca: a proxima passada repete    <*
      *>   as mudancas.                                               <*
      *>   SYSIN: data de referencia AAAAMMDD (brancos = hoje).       <*
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
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT AGENCIA-MST ASSIGN TO "data/AGENCIA.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCIA-STATUS.
           SELECT PLANO-CONTAS ASSIGN TO "data/PLANO.CTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANOCTA-STATUS.
      *    Registro de transacoes processadas gravado pelo LACO.
           SELECT TRNPROC-ARQ ASSIGN TO "TRNPROC.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPROC-STATUS.
      *    Fotografias diarias de saldo gravadas pelo SALDODIA.
           SELECT SALDO-HISTORICO ASSIGN TO "SALDO.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Log de mudancas do mestre - fonte da dimensao de clientes.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Marca da ultima passada (data + hora), mesma tecnica do
      *    EXTRATO.CTL do CADEXTR.
           SELECT DW-CTL ASSIGN TO "DWEXTR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DWCTL-STATUS.
      *    De-para restrito CPF real x token, compartilhado com o modo
      *    pseudonimizado do CADEXTR.
           SELECT CADCLI-DEPARA ASSIGN TO "CADCLI.DEPARA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARA-STATUS.
      *    Arquivo do warehouse da vez - o nome fisico e posto em
      *    WS-DW-NOME antes do OPEN, um arquivo por tabela.
           SELECT DW-ARQUIVO ASSIGN TO WS-DW-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.
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
       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  AGENCIA-MST.
      *    Layout compartilhado do cadastro de agencias - ver
      *    copybooks/AGENCREC.CPY.
           COPY AGENCREC.

      *    Mesmo layout lido pelo CONTABIL_RAZAO.COB.
       FD  PLANO-CONTAS.
       01  PLANOCTA-REG.
           05 PCT-CONTA               PIC 9(05).
           05 PCT-DESCRICAO           PIC X(30).
           05 PCT-SITUACAO            PIC X(01).

      *    Mesmo layout gravado pelo LACO (TRNPROC-REG); as linhas
      *    separadoras do housekeeping nao tem numero nem data.
       FD  TRNPROC-ARQ.
       01  TRNPROC-REG.
           05 REG-NUMERO              PIC 9(06).
           05 REG-DATA                PIC 9(08).
           05 REG-CPF                 PIC X(11).
           05 REG-CICLO               PIC X(02).
           05 REG-AGENCIA             PIC X(08).
           05 REG-TIPO                PIC X(01).
           05 REG-VALOR               PIC 9(09)V99.

      *    Mesmo layout gravado pelo SALDO_DIARIO.COB.
       FD  SALDO-HISTORICO.
       01  SALDO-HIST-REG.
           02 SNP-DATA            PIC 9(08).
           02 SNP-CPF             PIC X(14).
           02 SNP-CONTA           PIC 9(06).
           02 SNP-SALDO           PIC S9(9)V99 SIGN IS TRAILING
                                  SEPARATE CHARACTER.

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  DW-CTL.
       01  DWCTL-REC.
           02 DWCTL-DATA          PIC 9(08).
           02 DWCTL-HORA          PIC 9(08).

      *    Mesmo layout do de-para do CADCLI_EXTRACT.COB.
       FD  CADCLI-DEPARA.
       01  DEPARA-REG.
           02 DEP-CPF-REAL        PIC X(11).
           02 DEP-CPF-TOKEN       PIC X(11).
           02 DEP-RG-TOKEN        PIC X(11).

       FD  DW-ARQUIVO.
       01  DW-LINHA               PIC X(300).

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-OK            VALUE "00".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-AGENCIA-STATUS     PIC X(02) VALUE "00".
           88 AGENCIA-NAO-ACHOU     VALUE "35".
       77 WS-AGENCIA-FIM        PIC X(01) VALUE "N".
           88 AGENCIA-FIM           VALUE "S".
       77 WS-PLANOCTA-STATUS    PIC X(02) VALUE "00".
           88 PLANOCTA-NAO-ACHOU    VALUE "35".
       77 WS-PLANOCTA-FIM       PIC X(01) VALUE "N".
           88 PLANOCTA-FIM          VALUE "S".
       77 WS-TRNPROC-STATUS     PIC X(02) VALUE "00".
           88 TRNPROC-NAO-ACHOU     VALUE "35".
       77 WS-TRNPROC-FIM        PIC X(01) VALUE "N".
           88 TRNPROC-FIM           VALUE "S".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-HISTORICO-FIM      PIC X(01) VALUE "N".
           88 HISTORICO-FIM         VALUE "S".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-CHGLOG-FIM         PIC X(01) VALUE "N".
           88 CHGLOG-FIM            VALUE "S".
       77 WS-DWCTL-STATUS       PIC X(02) VALUE "00".
           88 DWCTL-OK              VALUE "00".
       77 WS-DW-STATUS          PIC X(02) VALUE "00".
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Carimbo desta passada (hora do inicio) - vira a marca.
       77 WS-HORA-EXTRACAO      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF-X         PIC X(08) VALUE SPACES.
       77 WS-DATA-REF           PIC 9(08) VALUE ZEROS.

      *    Marca da passada anterior (zeros = primeira execucao, a
      *    dimensao de clientes sai como carga inteira).
       77 WS-MARCA-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-MARCA-HORA         PIC 9(08) VALUE ZEROS.

      *    Arquivo do warehouse da vez: nome, tipo de carga do header
      *    (T = fotografia/carga inteira, D = so as mudancas) e os
      *    controles do trailer.
       77 WS-DW-NOME            PIC X(40) VALUE SPACES.
       77 WS-DW-CARGA           PIC X(01) VALUE "T".
       77 WS-DW-QTD             PIC 9(09) VALUE ZEROS.
       77 WS-DW-TOTAL           PIC S9(15)V99 VALUE ZEROS.
       77 WS-DW-BUFFER          PIC X(300) VALUE SPACES.
      *    Valores com ponto decimal e sinal a esquerda, sem zeros a
      *    esquerda (o FUNCTION TRIM tira os brancos na montagem).
       77 WS-FMT-VALOR          PIC -(15)9.99.
       77 WS-FMT-VALOR-2        PIC -(15)9.99.

      *    Clientes distintos com mudanca no log depois da marca, com
      *    o carimbo e a acao da ultima mudanca de cada um.
       01  WS-TABELA-DELTA.
           05 WS-DLT-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-DLT-ITEM OCCURS 2000 TIMES.
              10 WS-DLT-CPF      PIC X(14).
              10 WS-DLT-DATA     PIC 9(08).
              10 WS-DLT-HORA     PIC 9(08).
              10 WS-DLT-ACAO     PIC X(10).
       77 WS-DLT-IND            PIC 9(04) VALUE ZEROS.
       77 WS-DLT-ACHADO         PIC 9(04) VALUE ZEROS.
       77 WS-DLT-TRUNCADO       PIC X(01) VALUE "N".

      *    Carimbo e acao da versao do cliente sendo gravada.
       77 WS-MUD-DATA           PIC 9(08) VALUE ZEROS.
       77 WS-MUD-HORA           PIC 9(08) VALUE ZEROS.
       77 WS-MUD-ACAO           PIC X(10) VALUE SPACES.
       77 WS-QTD-AUSENTES       PIC 9(06) VALUE ZEROS.

      *    Atributos normalizados S/N da dimensao de clientes.
       77 WS-CLI-TIPO           PIC X(01) VALUE SPACES.
       77 WS-CLI-NEGATIVADO     PIC X(01) VALUE SPACES.
       77 WS-CLI-MENOR          PIC X(01) VALUE SPACES.
       77 WS-CLI-OBITO          PIC X(01) VALUE SPACES.
       77 WS-CTA-QTD-COTIT      PIC 9(01) VALUE ZEROS.
       77 WS-CTA-IND            PIC 9(01) VALUE ZEROS.
       77 WS-CTA-GARANTIDOR     PIC X(01) VALUE SPACES.

      *    Documento real a pseudonimizar e a chave de cliente que
      *    sai nos arquivos (token do CPF ou o CNPJ).
       77 WS-DOC-REAL           PIC X(14) VALUE SPACES.
       77 WS-CHAVE-CLIENTE      PIC X(14) VALUE SPACES.

      *    De-para em memoria e calculo do digito verificador do
      *    token - mesmo algoritmo do CADCLI_EXTRACT.COB, para o
      *    token de um cliente ser um so nos dois extratos.
       77 WS-DEPARA-STATUS      PIC X(02) VALUE "00".
           88 DEPARA-NAO-ACHOU      VALUE "35".
       77 WS-DEPARA-FIM         PIC X(01) VALUE "N".
           88 DEPARA-FIM            VALUE "S".
       01  WS-TABELA-DEPARA.
           05 WS-DEP-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-DEP-ITEM OCCURS 2000 TIMES.
              10 WS-DEP-REAL     PIC X(11).
              10 WS-DEP-TOKEN    PIC X(11).
              10 WS-DEP-RG       PIC X(11).
       77 WS-DEP-IND            PIC 9(04) VALUE ZEROS.
       77 WS-DEP-ACHADO         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MAPEADOS-NOVOS PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-TOKEN      PIC 9(06) VALUE ZEROS.
       01  WS-TOKEN-MONTAGEM.
           05 WS-TOK-NUM          PIC 9(11).
           05 WS-TOK-DIGITOS REDEFINES WS-TOK-NUM
                                   PIC 9 OCCURS 11 TIMES.
           05 WS-TOK-SOMA         PIC 9(04).
           05 WS-TOK-PESO         PIC 9(02).
           05 WS-TOK-RESTO        PIC 9(02).
           05 WS-TOK-DV1          PIC 9(01).
           05 WS-TOK-DV2          PIC 9(01).
           05 WS-TOK-IND          PIC 9(02).
       77 WS-TOK-BASE           PIC 9(09) VALUE ZEROS.
       77 WS-RG-SEQUENCIA       PIC 9(07) VALUE ZEROS.

      *    Datas citadas nos arquivos do dia - viram a dimensao de
      *    datas no fim da passada.
       01  WS-TABELA-DATAS.
           05 WS-DAT-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-DAT-DATA        PIC 9(08) OCCURS 3000 TIMES.
       77 WS-DAT-IND            PIC 9(04) VALUE ZEROS.
       77 WS-DAT-JA-EXISTE      PIC X(01) VALUE "N".
       77 WS-DAT-TRUNCADO       PIC X(01) VALUE "N".
       01  WS-DATA-INCLUIR      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PARTES REDEFINES WS-DATA-INCLUIR.
           05 WS-DTP-ANO         PIC 9(04).
           05 WS-DTP-MES         PIC 9(02).
           05 WS-DTP-DIA         PIC 9(02).
       77 WS-DIA-INTEIRO        PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA-CALC    PIC 9(01) VALUE ZEROS.
       77 WS-DIA-SEMANA         PIC 9(01) VALUE ZEROS.
       77 WS-TRIMESTRE          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-SEMANA         PIC X(01) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "DWEXTR" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXTRACAO FROM TIME
           DISPLAY "DATA DE REFERENCIA AAAAMMDD (BRANCOS = HOJE): "
           ACCEPT WS-DATA-REF-X
           IF WS-DATA-REF-X IS NUMERIC AND WS-DATA-REF-X NOT = ZEROS
               MOVE WS-DATA-REF-X TO WS-DATA-REF
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-REF
           END-IF
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           PERFORM CARREGAR-DEPARA-EXISTENTE
           PERFORM LER-MARCA-DW
           MOVE WS-DATA-REF TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO

      *    Sem o mestre nao ha dimensao de clientes: nada sai e a
      *    marca fica onde esta.
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "DWEXTR - CADCLI.DAT INDISPONIVEL, STATUS "
                   WS-CADCLI-STATUS " - EXTRATO NAO GERADO"
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM EXTRAIR-DIM-CLIENTE
           CLOSE CADCLI-MESTRE

           PERFORM EXTRAIR-DIM-CONTA
           PERFORM EXTRAIR-DIM-AGENCIA
           PERFORM EXTRAIR-DIM-CONTABIL
           PERFORM EXTRAIR-FATO-TRANSACAO
           PERFORM EXTRAIR-FATO-FATURA
           PERFORM EXTRAIR-FATO-SALDO
      *    Por ultimo: so agora todas as datas citadas sao conhecidas.
           PERFORM EXTRAIR-DIM-DATA

      *    Tokens novos ja sairam nos arquivos - o de-para e
      *    regravado mesmo numa passada com erro.
           IF WS-QTD-MAPEADOS-NOVOS > ZEROS
               PERFORM REGRAVAR-DEPARA-COMPLETO
           END-IF
           IF WS-QTD-SEM-TOKEN > ZEROS
               DISPLAY "DE-PARA LOTADO (2000) - " WS-QTD-SEM-TOKEN
                   " LINHAS DE CLIENTE SEM TOKEN FICARAM FORA DO "
                   "EXTRATO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               PERFORM GRAVAR-MARCA-DW
           END-IF
           IF RETURN-CODE = ZEROS
               MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           ELSE
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
           END-IF
           PERFORM GRAVAR-LINHA-OPLOG
           DISPLAY "DWEXTR - EXTRATO DO WAREHOUSE DE " WS-DATA-REF
               " CONCLUIDO - RC " RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      *    Dimensao de clientes
      *----------------------------------------------------------------*
      *    Primeira execucao: o mestre inteiro (acao CARGA, carimbo
      *    desta passada). Depois: uma versao por cliente mudado no
      *    log desde a marca, com o carimbo da ultima mudanca.
       EXTRAIR-DIM-CLIENTE.
           MOVE "DW.DIM.CLIENTE" TO WS-DW-NOME
           IF WS-MARCA-DATA = ZEROS
               MOVE "T" TO WS-DW-CARGA
           ELSE
               MOVE "D" TO WS-DW-CARGA
           END-IF
           PERFORM ABRIR-ARQUIVO-DW
           IF WS-MARCA-DATA = ZEROS
               MOVE WS-DATA-HOJE     TO WS-MUD-DATA
               MOVE WS-HORA-EXTRACAO TO WS-MUD-HORA
               MOVE "CARGA"          TO WS-MUD-ACAO
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
                           PERFORM GRAVAR-LINHA-CLIENTE
                   END-READ
               END-PERFORM
           ELSE
               PERFORM COLETAR-CLIENTES-MUDADOS
               PERFORM VARYING WS-DLT-IND FROM 1 BY 1
                       UNTIL WS-DLT-IND > WS-DLT-QTD
                   MOVE WS-DLT-DATA (WS-DLT-IND) TO WS-MUD-DATA
                   MOVE WS-DLT-HORA (WS-DLT-IND) TO WS-MUD-HORA
                   MOVE WS-DLT-ACAO (WS-DLT-IND) TO WS-MUD-ACAO
                   MOVE WS-DLT-CPF (WS-DLT-IND)  TO CADCLI-CPF
                   READ CADCLI-MESTRE
                       INVALID KEY
                           PERFORM GRAVAR-CLIENTE-AUSENTE
                       NOT INVALID KEY
                           PERFORM GRAVAR-LINHA-CLIENTE
                   END-READ
               END-PERFORM
               IF WS-QTD-AUSENTES > ZEROS
                   DISPLAY "DW.DIM.CLIENTE - " WS-QTD-AUSENTES
                       " CLIENTES DO LOG AUSENTES DO MESTRE (SAEM "
                       "COM SITUACAO X)"
               END-IF
               IF WS-DLT-TRUNCADO = "S"
                   DISPLAY "ATENCAO - MUDANCAS ALEM DE 2000 CLIENTES "
                       "DISTINTOS FICARAM FORA DE DW.DIM.CLIENTE - "
                       "MARCA NAO AVANCA"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM FECHAR-ARQUIVO-DW
           MOVE "T" TO WS-DW-CARGA.

      *    CPFs distintos do log posteriores a marca; o log e gravado
      *    em ordem de tempo, entao a ultima linha de cada CPF traz o
      *    carimbo e a acao vigentes.
       COLETAR-CLIENTES-MUDADOS.
           OPEN INPUT CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               DISPLAY "CADCLI.CHGLOG NAO ENCONTRADO - NENHUM CLIENTE "
                   "MUDADO"
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-CHGLOG
               AT END SET CHGLOG-FIM TO TRUE
           END-READ
           PERFORM UNTIL CHGLOG-FIM
               IF CHG-DATA > WS-MARCA-DATA
                   OR (CHG-DATA = WS-MARCA-DATA
                       AND CHG-HORA > WS-MARCA-HORA)
                   PERFORM INCLUIR-CLIENTE-DELTA
               END-IF
               READ CADCLI-CHGLOG
                   AT END SET CHGLOG-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-CHGLOG.

       INCLUIR-CLIENTE-DELTA.
           MOVE ZEROS TO WS-DLT-ACHADO
           PERFORM VARYING WS-DLT-IND FROM 1 BY 1
                   UNTIL WS-DLT-IND > WS-DLT-QTD
                      OR WS-DLT-ACHADO > ZEROS
               IF WS-DLT-CPF (WS-DLT-IND) = CHG-CPF
                   MOVE WS-DLT-IND TO WS-DLT-ACHADO
               END-IF
           END-PERFORM
           IF WS-DLT-ACHADO = ZEROS
               IF WS-DLT-QTD < 2000
                   ADD 1 TO WS-DLT-QTD
                   MOVE WS-DLT-QTD TO WS-DLT-ACHADO
                   MOVE CHG-CPF TO WS-DLT-CPF (WS-DLT-ACHADO)
               ELSE
                   MOVE "S" TO WS-DLT-TRUNCADO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CHG-DATA TO WS-DLT-DATA (WS-DLT-ACHADO)
           MOVE CHG-HORA TO WS-DLT-HORA (WS-DLT-ACHADO)
           MOVE CHG-ACAO TO WS-DLT-ACAO (WS-DLT-ACHADO).

      *    So atributos que nao identificam o titular: do nascimento
      *    sai o ano, do endereco a cidade e a UF.
       GRAVAR-LINHA-CLIENTE.
           MOVE CADCLI-CPF TO WS-DOC-REAL
           PERFORM OBTER-CHAVE-CLIENTE
           IF WS-CHAVE-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-PESSOA-JURIDICA
               MOVE "J" TO WS-CLI-TIPO
           ELSE
               MOVE "F" TO WS-CLI-TIPO
           END-IF
           IF CADCLI-ESTA-NEGATIVADO
               MOVE "S" TO WS-CLI-NEGATIVADO
           ELSE
               MOVE "N" TO WS-CLI-NEGATIVADO
           END-IF
           IF CADCLI-E-MENOR
               MOVE "S" TO WS-CLI-MENOR
           ELSE
               MOVE "N" TO WS-CLI-MENOR
           END-IF
           IF CADCLI-FALECIDO
               MOVE "S" TO WS-CLI-OBITO
           ELSE
               MOVE "N" TO WS-CLI-OBITO
           END-IF
           IF CADCLI-LIMITE-CRED IS NOT NUMERIC
               MOVE ZEROS TO CADCLI-LIMITE-CRED
           END-IF
           IF CADCLI-CICLO-FAT IS NOT NUMERIC
               MOVE ZEROS TO CADCLI-CICLO-FAT
           END-IF
           INSPECT CADCLI-CIDADE REPLACING ALL ";" BY ","
           MOVE CADCLI-LIMITE-CRED TO WS-FMT-VALOR
           MOVE SPACES TO WS-DW-BUFFER
           STRING "D;"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAVE-CLIENTE) DELIMITED BY SIZE
                  ";" WS-CLI-TIPO ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(CADCLI-CIDADE)  DELIMITED BY SIZE
                  ";" CADCLI-UF ";"             DELIMITED BY SIZE
                  FUNCTION TRIM(CADCLI-ANO)     DELIMITED BY SIZE
                  ";" CADCLI-GENERO             DELIMITED BY SIZE
                  ";" CADCLI-SITUACAO           DELIMITED BY SIZE
                  ";" CADCLI-TIER ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-VALOR)   DELIMITED BY SIZE
                  ";" CADCLI-CICLO-FAT          DELIMITED BY SIZE
                  ";" WS-CLI-NEGATIVADO         DELIMITED BY SIZE
                  ";" WS-CLI-MENOR              DELIMITED BY SIZE
                  ";" WS-CLI-OBITO              DELIMITED BY SIZE
                  ";" WS-MUD-DATA               DELIMITED BY SIZE
                  ";" WS-MUD-HORA ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MUD-ACAO)    DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           PERFORM GRAVAR-DETALHE-DW
           ADD CADCLI-LIMITE-CRED TO WS-DW-TOTAL
           MOVE WS-MUD-DATA TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO.

      *    Cliente do log que nao esta mais no mestre (fusao): a
      *    versao sai so com a chave, o carimbo e situacao X, para o
      *    warehouse fechar a versao vigente.
       GRAVAR-CLIENTE-AUSENTE.
           MOVE WS-DLT-CPF (WS-DLT-IND) TO WS-DOC-REAL
           PERFORM OBTER-CHAVE-CLIENTE
           IF WS-CHAVE-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-AUSENTES
           MOVE SPACES TO WS-DW-BUFFER
           STRING "D;"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAVE-CLIENTE) DELIMITED BY SIZE
                  ";;;;;;X;;0.00;00;;;;"        DELIMITED BY SIZE
                  WS-MUD-DATA                   DELIMITED BY SIZE
                  ";" WS-MUD-HORA ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MUD-ACAO)    DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           PERFORM GRAVAR-DETALHE-DW
           MOVE WS-MUD-DATA TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO.

      *----------------------------------------------------------------*
      *    Demais dimensoes
      *----------------------------------------------------------------*
      *    Fotografia inteira do cadastro de contas; total de controle
      *    = soma dos numeros de conta.
       EXTRAIR-DIM-CONTA.
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               DISPLAY "DWEXTR - CONTA.DAT INDISPONIVEL, STATUS "
                   WS-CONTA-STATUS " - DW.DIM.CONTA NAO GERADO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DW.DIM.CONTA" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
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
                       PERFORM GRAVAR-LINHA-CONTA
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ
           PERFORM FECHAR-ARQUIVO-DW.

      *    O garantidor e os co-titulares saem so como indicadores -
      *    o CPF deles nao interessa a analise.
       GRAVAR-LINHA-CONTA.
           MOVE CONTA-CPF TO WS-DOC-REAL
           PERFORM OBTER-CHAVE-CLIENTE
           IF WS-CHAVE-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CTA-QTD-COTIT
           PERFORM VARYING WS-CTA-IND FROM 1 BY 1
                   UNTIL WS-CTA-IND > 3
               IF CONTA-COTITULAR-CPF (WS-CTA-IND) NOT = SPACES
                   ADD 1 TO WS-CTA-QTD-COTIT
               END-IF
           END-PERFORM
           IF CONTA-CPF-GARANTIDOR = SPACES
               MOVE "N" TO WS-CTA-GARANTIDOR
           ELSE
               MOVE "S" TO WS-CTA-GARANTIDOR
           END-IF
           MOVE SPACES TO WS-DW-BUFFER
           STRING "D;" CONTA-NUMERO ";"         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAVE-CLIENTE) DELIMITED BY SIZE
                  ";" CONTA-TIPO                DELIMITED BY SIZE
                  ";" CONTA-DATA-ABERTURA       DELIMITED BY SIZE
                  ";" CONTA-SITUACAO            DELIMITED BY SIZE
                  ";" CONTA-MOVIMENTACAO        DELIMITED BY SIZE
                  ";" WS-CTA-QTD-COTIT          DELIMITED BY SIZE
                  ";" WS-CTA-GARANTIDOR         DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           PERFORM GRAVAR-DETALHE-DW
           ADD CONTA-NUMERO TO WS-DW-TOTAL
           MOVE CONTA-DATA-ABERTURA TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO.

      *    Cadastro de agencias inteiro; sem total de controle.
       EXTRAIR-DIM-AGENCIA.
           MOVE "DW.DIM.AGENCIA" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
           OPEN INPUT AGENCIA-MST
           IF AGENCIA-NAO-ACHOU
               DISPLAY "AGENCIA.MST AUSENTE - DW.DIM.AGENCIA VAZIO"
           ELSE
               READ AGENCIA-MST
                   AT END SET AGENCIA-FIM TO TRUE
               END-READ
               PERFORM UNTIL AGENCIA-FIM
                   INSPECT AGM-NOME REPLACING ALL ";" BY ","
                   MOVE SPACES TO WS-DW-BUFFER
                   STRING "D;"                      DELIMITED BY SIZE
                          FUNCTION TRIM(AGM-CODIGO) DELIMITED BY SIZE
                          ";"                       DELIMITED BY SIZE
                          FUNCTION TRIM(AGM-NOME)   DELIMITED BY SIZE
                          INTO WS-DW-BUFFER
                   END-STRING
                   PERFORM GRAVAR-DETALHE-DW
                   READ AGENCIA-MST
                       AT END SET AGENCIA-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AGENCIA-MST
           END-IF
           PERFORM FECHAR-ARQUIVO-DW.

      *    Plano de contas contabil; total de controle = soma dos
      *    codigos de conta.
       EXTRAIR-DIM-CONTABIL.
           MOVE "DW.DIM.CONTABIL" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
           OPEN INPUT PLANO-CONTAS
           IF PLANOCTA-NAO-ACHOU
               DISPLAY "PLANO.CTA AUSENTE - DW.DIM.CONTABIL VAZIO"
           ELSE
               READ PLANO-CONTAS
                   AT END SET PLANOCTA-FIM TO TRUE
               END-READ
               PERFORM UNTIL PLANOCTA-FIM
                   IF PCT-CONTA IS NUMERIC
                       INSPECT PCT-DESCRICAO REPLACING ALL ";" BY ","
                       MOVE SPACES TO WS-DW-BUFFER
                       STRING "D;" PCT-CONTA ";"   DELIMITED BY SIZE
                              FUNCTION TRIM(PCT-DESCRICAO)
                                                   DELIMITED BY SIZE
                              ";" PCT-SITUACAO     DELIMITED BY SIZE
                              INTO WS-DW-BUFFER
                       END-STRING
                       PERFORM GRAVAR-DETALHE-DW
                       ADD PCT-CONTA TO WS-DW-TOTAL
                   END-IF
                   READ PLANO-CONTAS
                       AT END SET PLANOCTA-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLANO-CONTAS
           END-IF
           PERFORM FECHAR-ARQUIVO-DW.

      *    Uma linha por data citada: ano, mes, dia, trimestre, dia
      *    da semana (1 = domingo ... 7 = sabado) e fim de semana.
      *    Total de controle = soma das datas.
       EXTRAIR-DIM-DATA.
           MOVE "DW.DIM.DATA" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
           PERFORM VARYING WS-DAT-IND FROM 1 BY 1
                   UNTIL WS-DAT-IND > WS-DAT-QTD
               MOVE WS-DAT-DATA (WS-DAT-IND) TO WS-DATA-INCLUIR
               COMPUTE WS-DIA-INTEIRO EQUAL
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INCLUIR)
               END-COMPUTE
               COMPUTE WS-DIA-SEMANA-CALC EQUAL
                   FUNCTION MOD(WS-DIA-INTEIRO 7)
               END-COMPUTE
               COMPUTE WS-DIA-SEMANA EQUAL WS-DIA-SEMANA-CALC + 1
               COMPUTE WS-TRIMESTRE EQUAL (WS-DTP-MES + 2) / 3
               IF WS-DIA-SEMANA-CALC = 0 OR WS-DIA-SEMANA-CALC = 6
                   MOVE "S" TO WS-FIM-SEMANA
               ELSE
                   MOVE "N" TO WS-FIM-SEMANA
               END-IF
               MOVE SPACES TO WS-DW-BUFFER
               STRING "D;" WS-DATA-INCLUIR     DELIMITED BY SIZE
                      ";" WS-DTP-ANO           DELIMITED BY SIZE
                      ";" WS-DTP-MES           DELIMITED BY SIZE
                      ";" WS-DTP-DIA           DELIMITED BY SIZE
                      ";" WS-TRIMESTRE         DELIMITED BY SIZE
                      ";" WS-DIA-SEMANA        DELIMITED BY SIZE
                      ";" WS-FIM-SEMANA        DELIMITED BY SIZE
                      INTO WS-DW-BUFFER
               END-STRING
               PERFORM GRAVAR-DETALHE-DW
               ADD WS-DATA-INCLUIR TO WS-DW-TOTAL
           END-PERFORM
           PERFORM FECHAR-ARQUIVO-DW
           IF WS-DAT-TRUNCADO = "S"
               DISPLAY "ATENCAO - DATAS ALEM DE 3000 FICARAM FORA DE "
                   "DW.DIM.DATA - FATOS SEM A DATA NA DIMENSAO"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Data valida e ainda nao vista entra na tabela da dimensao;
      *    zeros (data nao informada) e lixo ficam fora.
       INCLUIR-DATA-DIMENSAO.
           IF WS-DATA-INCLUIR IS NOT NUMERIC
               OR WS-DTP-ANO < 1601
               OR WS-DTP-MES < 1 OR WS-DTP-MES > 12
               OR WS-DTP-DIA < 1 OR WS-DTP-DIA > 31
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DAT-JA-EXISTE
           PERFORM VARYING WS-DAT-IND FROM 1 BY 1
                   UNTIL WS-DAT-IND > WS-DAT-QTD
                      OR WS-DAT-JA-EXISTE = "S"
               IF WS-DAT-DATA (WS-DAT-IND) = WS-DATA-INCLUIR
                   MOVE "S" TO WS-DAT-JA-EXISTE
               END-IF
           END-PERFORM
           IF WS-DAT-JA-EXISTE = "N"
               IF WS-DAT-QTD < 3000
                   ADD 1 TO WS-DAT-QTD
                   MOVE WS-DATA-INCLUIR TO WS-DAT-DATA (WS-DAT-QTD)
               ELSE
                   MOVE "S" TO WS-DAT-TRUNCADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    Fatos
      *----------------------------------------------------------------*
      *    Transacoes processadas com data igual a de referencia;
      *    total de controle = soma dos valores.
       EXTRAIR-FATO-TRANSACAO.
           MOVE "DW.FATO.TRANSACAO" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
           OPEN INPUT TRNPROC-ARQ
           IF TRNPROC-NAO-ACHOU
               DISPLAY "TRNPROC.REG AUSENTE - DW.FATO.TRANSACAO VAZIO"
           ELSE
               READ TRNPROC-ARQ
                   AT END SET TRNPROC-FIM TO TRUE
               END-READ
               PERFORM UNTIL TRNPROC-FIM
                   IF REG-NUMERO IS NUMERIC
                       AND REG-DATA IS NUMERIC
                       AND REG-DATA = WS-DATA-REF
                       AND REG-VALOR IS NUMERIC
                       PERFORM GRAVAR-LINHA-TRANSACAO
                   END-IF
                   READ TRNPROC-ARQ
                       AT END SET TRNPROC-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRNPROC-ARQ
           END-IF
           PERFORM FECHAR-ARQUIVO-DW.

      *    O registro de processadas guarda o documento em 11
      *    posicoes: sai sempre como token.
       GRAVAR-LINHA-TRANSACAO.
           MOVE REG-CPF TO WS-DOC-REAL
           PERFORM OBTER-CHAVE-CLIENTE
           IF WS-CHAVE-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE REG-VALOR TO WS-FMT-VALOR
           MOVE SPACES TO WS-DW-BUFFER
           STRING "D;" REG-NUMERO               DELIMITED BY SIZE
                  ";" REG-DATA ";"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAVE-CLIENTE) DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(REG-AGENCIA)    DELIMITED BY SIZE
                  ";" REG-CICLO                 DELIMITED BY SIZE
                  ";" REG-TIPO ";"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-VALOR)   DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           PERFORM GRAVAR-DETALHE-DW
           ADD REG-VALOR TO WS-DW-TOTAL.

      *    Fotografia inteira das faturas; total de controle = soma
      *    do valor faturado.
       EXTRAIR-FATO-FATURA.
           OPEN INPUT FATURAS-ARQUIVO
           IF NOT FATURAS-OK
               DISPLAY "DWEXTR - FATURAS.DAT INDISPONIVEL, STATUS "
                   WS-FATURAS-STATUS " - DW.FATO.FATURA NAO GERADO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "DW.FATO.FATURA" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
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
                       PERFORM GRAVAR-LINHA-FATURA
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO
           PERFORM FECHAR-ARQUIVO-DW.

       GRAVAR-LINHA-FATURA.
           MOVE FAT-CPF TO WS-DOC-REAL
           PERFORM OBTER-CHAVE-CLIENTE
           IF WS-CHAVE-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-VALOR      TO WS-FMT-VALOR
           MOVE FAT-VALOR-PAGO TO WS-FMT-VALOR-2
           MOVE SPACES TO WS-DW-BUFFER
           STRING "D;" FAT-NUMERO ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAVE-CLIENTE) DELIMITED BY SIZE
                  ";" FAT-DATA-EMISSAO          DELIMITED BY SIZE
                  ";" FAT-DATA-VENCTO ";"       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-VALOR)   DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-VALOR-2) DELIMITED BY SIZE
                  ";" FAT-DATA-PGTO             DELIMITED BY SIZE
                  ";" FAT-SITUACAO              DELIMITED BY SIZE
                  ";" FAT-ORIGEM                DELIMITED BY SIZE
                  ";" FAT-BANCO                 DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           PERFORM GRAVAR-DETALHE-DW
           ADD FAT-VALOR TO WS-DW-TOTAL
           MOVE FAT-DATA-EMISSAO TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO
           MOVE FAT-DATA-VENCTO TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO
           MOVE FAT-DATA-PGTO TO WS-DATA-INCLUIR
           PERFORM INCLUIR-DATA-DIMENSAO.

      *    Fotografias de saldo tiradas na data de referencia; total
      *    de controle = soma algebrica dos saldos.
       EXTRAIR-FATO-SALDO.
           MOVE "DW.FATO.SALDO" TO WS-DW-NOME
           PERFORM ABRIR-ARQUIVO-DW
           OPEN INPUT SALDO-HISTORICO
           IF HISTORICO-NAO-ACHOU
               DISPLAY "SALDO.HIST AUSENTE - DW.FATO.SALDO VAZIO"
           ELSE
               READ SALDO-HISTORICO
                   AT END SET HISTORICO-FIM TO TRUE
               END-READ
               PERFORM UNTIL HISTORICO-FIM
                   IF SNP-DATA IS NUMERIC
                       AND SNP-DATA = WS-DATA-REF
                       AND SNP-SALDO IS NUMERIC
                       PERFORM GRAVAR-LINHA-SALDO
                   END-IF
                   READ SALDO-HISTORICO
                       AT END SET HISTORICO-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALDO-HISTORICO
           END-IF
           IF WS-DW-QTD = ZEROS
               DISPLAY "SALDO.HIST SEM FOTOGRAFIA EM " WS-DATA-REF
                   " - RODAR O SALDODIA (MODO S) ANTES"
           END-IF
           PERFORM FECHAR-ARQUIVO-DW.

       GRAVAR-LINHA-SALDO.
           MOVE SNP-CPF TO WS-DOC-REAL
           PERFORM OBTER-CHAVE-CLIENTE
           IF WS-CHAVE-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SNP-SALDO TO WS-FMT-VALOR
           MOVE SPACES TO WS-DW-BUFFER
           STRING "D;" SNP-DATA ";"             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHAVE-CLIENTE) DELIMITED BY SIZE
                  ";" SNP-CONTA ";"             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-VALOR)   DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           PERFORM GRAVAR-DETALHE-DW
           ADD SNP-SALDO TO WS-DW-TOTAL.

      *----------------------------------------------------------------*
      *    Arquivo do warehouse: header, detalhe e trailer
      *----------------------------------------------------------------*
      *    H;DWEXTR;<arquivo>;<data referencia>;<data>;<hora>;<carga>
       ABRIR-ARQUIVO-DW.
           MOVE ZEROS TO WS-DW-QTD WS-DW-TOTAL
           OPEN OUTPUT DW-ARQUIVO
           MOVE SPACES TO WS-DW-BUFFER
           STRING "H;DWEXTR;"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DW-NOME)     DELIMITED BY SIZE
                  ";" WS-DATA-REF               DELIMITED BY SIZE
                  ";" WS-DATA-HOJE              DELIMITED BY SIZE
                  ";" WS-HORA-EXTRACAO          DELIMITED BY SIZE
                  ";" WS-DW-CARGA               DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           MOVE WS-DW-BUFFER TO DW-LINHA
           WRITE DW-LINHA.

       GRAVAR-DETALHE-DW.
           MOVE WS-DW-BUFFER TO DW-LINHA
           WRITE DW-LINHA
           ADD 1 TO WS-DW-QTD.

      *    T;<arquivo>;<quantidade de detalhes>;<total de controle>
       FECHAR-ARQUIVO-DW.
           MOVE WS-DW-TOTAL TO WS-FMT-VALOR
           MOVE SPACES TO WS-DW-BUFFER
           STRING "T;"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DW-NOME)     DELIMITED BY SIZE
                  ";" WS-DW-QTD ";"             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-VALOR)   DELIMITED BY SIZE
                  INTO WS-DW-BUFFER
           END-STRING
           MOVE WS-DW-BUFFER TO DW-LINHA
           WRITE DW-LINHA
           CLOSE DW-ARQUIVO
           DISPLAY FUNCTION TRIM(WS-DW-NOME) " - " WS-DW-QTD
               " DETALHES, TOTAL DE CONTROLE "
               FUNCTION TRIM(WS-FMT-VALOR).

      *----------------------------------------------------------------*
      *    Pseudonimizacao do cliente
      *----------------------------------------------------------------*
      *    Chave do cliente nos arquivos: o CNPJ (14 digitos) sai
      *    real; o CPF (11 posicoes) vira o token do de-para. Sem
      *    token a chave fica em branco e a linha nao sai.
       OBTER-CHAVE-CLIENTE.
           IF WS-DOC-REAL (12:3) NOT = SPACES
               MOVE WS-DOC-REAL TO WS-CHAVE-CLIENTE
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-TOKEN-DO-CLIENTE
           IF WS-DEP-ACHADO = ZEROS
               MOVE SPACES TO WS-CHAVE-CLIENTE
               ADD 1 TO WS-QTD-SEM-TOKEN
           ELSE
               MOVE WS-DEP-TOKEN (WS-DEP-ACHADO) TO WS-CHAVE-CLIENTE
           END-IF.

      *    Mesma carga do de-para do CADCLI_EXTRACT.COB.
       CARREGAR-DEPARA-EXISTENTE.
           OPEN INPUT CADCLI-DEPARA
           IF DEPARA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-DEPARA
               AT END SET DEPARA-FIM TO TRUE
           END-READ
           PERFORM UNTIL DEPARA-FIM
               IF WS-DEP-QTD < 2000
                   ADD 1 TO WS-DEP-QTD
                   MOVE DEP-CPF-REAL  TO WS-DEP-REAL (WS-DEP-QTD)
                   MOVE DEP-CPF-TOKEN TO WS-DEP-TOKEN (WS-DEP-QTD)
                   MOVE DEP-RG-TOKEN  TO WS-DEP-RG (WS-DEP-QTD)
               END-IF
               READ CADCLI-DEPARA
                   AT END SET DEPARA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-DEPARA.

      *    Token do CPF corrente: o ja mapeado, ou um novo com a mesma
      *    base 9XXXXXXXX e os mesmos digitos verificadores do
      *    CADCLI_EXTRACT.COB - um token novo daqui vale tambem para
      *    a proxima extracao pseudonimizada do CADEXTR.
       OBTER-TOKEN-DO-CLIENTE.
           MOVE ZEROS TO WS-DEP-ACHADO
           PERFORM VARYING WS-DEP-IND FROM 1 BY 1
                   UNTIL WS-DEP-IND > WS-DEP-QTD
                      OR WS-DEP-ACHADO > ZEROS
               IF WS-DEP-REAL (WS-DEP-IND) = WS-DOC-REAL (1:11)
                   MOVE WS-DEP-IND TO WS-DEP-ACHADO
               END-IF
           END-PERFORM
           IF WS-DEP-ACHADO = ZEROS AND WS-DEP-QTD < 2000
               ADD 1 TO WS-DEP-QTD
               ADD 1 TO WS-QTD-MAPEADOS-NOVOS
               MOVE WS-DEP-QTD TO WS-DEP-ACHADO
               MOVE WS-DOC-REAL (1:11) TO WS-DEP-REAL (WS-DEP-ACHADO)
               COMPUTE WS-TOK-BASE EQUAL 900000000 + WS-DEP-QTD
               END-COMPUTE
               COMPUTE WS-TOK-NUM EQUAL WS-TOK-BASE * 100
               END-COMPUTE
               PERFORM CALCULAR-DIGITOS-TOKEN
               MOVE WS-TOK-NUM TO WS-DEP-TOKEN (WS-DEP-ACHADO)
               COMPUTE WS-RG-SEQUENCIA EQUAL 9000000 + WS-DEP-QTD
               END-COMPUTE
               MOVE SPACES TO WS-DEP-RG (WS-DEP-ACHADO)
               STRING "99" DELIMITED BY SIZE
                   WS-RG-SEQUENCIA DELIMITED BY SIZE
                   INTO WS-DEP-RG (WS-DEP-ACHADO)
               END-STRING
           END-IF.

      *    Mesmo calculo de modulo 11 do intake, aplicado ao token.
       CALCULAR-DIGITOS-TOKEN.
           MOVE ZEROS TO WS-TOK-SOMA
           MOVE 10 TO WS-TOK-PESO
           PERFORM VARYING WS-TOK-IND FROM 1 BY 1
                   UNTIL WS-TOK-IND > 9
               COMPUTE WS-TOK-SOMA = WS-TOK-SOMA +
                   (WS-TOK-DIGITOS (WS-TOK-IND) * WS-TOK-PESO)
               SUBTRACT 1 FROM WS-TOK-PESO
           END-PERFORM
           DIVIDE WS-TOK-SOMA BY 11 GIVING WS-TOK-RESTO
               REMAINDER WS-TOK-RESTO
           IF WS-TOK-RESTO < 2
               MOVE 0 TO WS-TOK-DV1
           ELSE
               COMPUTE WS-TOK-DV1 = 11 - WS-TOK-RESTO
           END-IF
           MOVE ZEROS TO WS-TOK-SOMA
           MOVE 11 TO WS-TOK-PESO
           PERFORM VARYING WS-TOK-IND FROM 1 BY 1
                   UNTIL WS-TOK-IND > 9
               COMPUTE WS-TOK-SOMA = WS-TOK-SOMA +
                   (WS-TOK-DIGITOS (WS-TOK-IND) * WS-TOK-PESO)
               SUBTRACT 1 FROM WS-TOK-PESO
           END-PERFORM
           COMPUTE WS-TOK-SOMA = WS-TOK-SOMA + (WS-TOK-DV1 * 2)
           DIVIDE WS-TOK-SOMA BY 11 GIVING WS-TOK-RESTO
               REMAINDER WS-TOK-RESTO
           IF WS-TOK-RESTO < 2
               MOVE 0 TO WS-TOK-DV2
           ELSE
               COMPUTE WS-TOK-DV2 = 11 - WS-TOK-RESTO
           END-IF
           MOVE WS-TOK-DV1 TO WS-TOK-DIGITOS (10)
           MOVE WS-TOK-DV2 TO WS-TOK-DIGITOS (11).

      *    Regrava o de-para completo (existentes + novos) - o
      *    arquivo e RESTRITO e nao acompanha a copia para teste.
       REGRAVAR-DEPARA-COMPLETO.
           OPEN OUTPUT CADCLI-DEPARA
           PERFORM VARYING WS-DEP-IND FROM 1 BY 1
                   UNTIL WS-DEP-IND > WS-DEP-QTD
               MOVE WS-DEP-REAL (WS-DEP-IND)  TO DEP-CPF-REAL
               MOVE WS-DEP-TOKEN (WS-DEP-IND) TO DEP-CPF-TOKEN
               MOVE WS-DEP-RG (WS-DEP-IND)    TO DEP-RG-TOKEN
               WRITE DEPARA-REG
           END-PERFORM
           CLOSE CADCLI-DEPARA
           DISPLAY "DE-PARA REGRAVADO EM CADCLI.DEPARA ("
               WS-QTD-MAPEADOS-NOVOS " TOKENS NOVOS) - ARQUIVO "
               "RESTRITO, NAO COPIAR PARA TESTE".

      *----------------------------------------------------------------*
      *    Marca da passada e log de operacoes
      *----------------------------------------------------------------*
       LER-MARCA-DW.
           OPEN INPUT DW-CTL
           IF DWCTL-OK
               READ DW-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DWCTL-DATA TO WS-MARCA-DATA
                       MOVE DWCTL-HORA TO WS-MARCA-HORA
               END-READ
               CLOSE DW-CTL
           END-IF.

       GRAVAR-MARCA-DW.
           OPEN OUTPUT DW-CTL
           MOVE WS-DATA-HOJE     TO DWCTL-DATA
           MOVE WS-HORA-EXTRACAO TO DWCTL-HORA
           WRITE DWCTL-REC
           CLOSE DW-CTL.

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=DWEXTR SEQ=00000000"    DELIMITED BY SIZE
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
