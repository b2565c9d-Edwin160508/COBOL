      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SCRBACEN.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Remessa mensal ao SCR (Sistema de Informacoes de           <*
      *>   Credito do Banco Central): para cada cliente do mestre     <*
      *>   com limite, divida ou prejuizo apura, na data-base         <*
      *>   (ultimo dia do mes de referencia), o limite de             <*
      *>   descoberto ainda nao utilizado, o descoberto utilizado     <*
      *>   (saldos negativos de LEDGER.CPF.DAT), as faturas a         <*
      *>   vencer e vencidas por faixa (ate 30, 31-60, 61-90 e        <*
      *>   acima de 90 dias), o saldo das parcelas de planos          <*
      *>   ativos do PARCELA, o prejuizo (faturas baixadas) e a       <*
      *>   provisao pelas faixas e percentuais do PROVISAO. O         <*
      *>   garantidor de cada conta (CONTA-CPF-GARANTIDOR) sai        <*
      *>   como coobrigado pela responsabilidade do devedor.          <*
      *>   Grava SCR3040.AAAAMM (header, cliente, garantia e          <*
      *>   trailer com os totais de controle - ver                    <*
      *>   copybooks/BCBSCRREC.CPY) e a validacao SCRBACEN.REL:       <*
      *>   CPF/CNPJ com digito invalido, tipo de pessoa invalido,     <*
      *>   garantidor invalido, fora do cadastro ou o proprio         <*
      *>   devedor, e faturas de CPF sem cliente ficam fora do        <*
      *>   arquivo, listados com o valor recusado. Sem                <*
      *>   CNPJ-INSTITUICAO em PARAMRUN.CTL nao gera nada.            <*
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
      *    Cadastro mestre de clientes - conduz a passada, um cliente
      *    por vez, e confere o garantidor e o dono da fatura.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Ledger de saldos - o saldo devedor das contas do cliente
      *    e o descoberto utilizado.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Faturas da cobranca, lidas pelo CPF do devedor.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro de contas - o garantidor de cada conta.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Planos de parcelamento - os ativos do cliente.
           SELECT PLANO-ARQ ASSIGN TO "PLANO.PARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
      *    Parametros de execucao - percentuais da provisao e CNPJ
      *    da instituicao.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Arquivo regulatorio do mes: o nome (SCR3040.AAAAMM) e
      *    montado em WS-SCR-NOME antes do OPEN, mesma mecanica da
      *    remessa por banco.
           SELECT SCR-ARQUIVO ASSIGN TO WS-SCR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-STATUS.
      *    Relatorio de validacao - registros que o BCB recusaria,
      *    que ficam fora do arquivo, e os totais de controle.
           SELECT SCR-RELATORIO ASSIGN TO "SCRBACEN.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CADCLI-MESTRE.
      *    Layout compartilhado do cliente - ver
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

       FD  PLANO-ARQ.
      *    Layout compartilhado do plano - ver copybooks/PLANOREC.CPY.
           COPY PLANOREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  SCR-ARQUIVO.
      *    Layout compartilhado do arquivo regulatorio - ver
      *    copybooks/BCBSCRREC.CPY.
           COPY BCBSCRREC.

       FD  SCR-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "35".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35".
       77 WS-LEDGER-FIM         PIC X(01) VALUE "N".
           88 LEDGER-FIM            VALUE "S".
       77 WS-LEDGER-ABERTO      PIC X(01) VALUE "N".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-FATURAS-ABERTO     PIC X(01) VALUE "N".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "35".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-PLANO-STATUS       PIC X(02) VALUE "00".
           88 PLANO-NAO-ACHOU       VALUE "35".
       77 WS-PLANO-FIM          PIC X(01) VALUE "N".
           88 PLANO-FIM             VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-SCR-STATUS         PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-SCR-NOME           PIC X(20) VALUE SPACES.

      *    Percentuais da provisao por faixa - mesmos parametros e
      *    mesmo padrao do PROVISAO.
       77 WS-PCT-CORRENTE       PIC 9(03) VALUE 1.
       77 WS-PCT-31             PIC 9(03) VALUE 3.
       77 WS-PCT-61             PIC 9(03) VALUE 10.
       77 WS-PCT-90             PIC 9(03) VALUE 30.
       77 WS-CNPJ-INSTITUICAO   PIC X(14) VALUE SPACES.

      *    Data-base: ultimo dia do mes de referencia (AAAAMM
      *    digitado, ou em branco o mes anterior ao da execucao - o
      *    passo roda no comeco do mes seguinte). O atraso das
      *    faturas e contado ate ela.
       77 WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01 WS-MES-REFERENCIA     PIC 9(06) VALUE ZEROS.
       01 WS-MES-REFERENCIA-R REDEFINES WS-MES-REFERENCIA.
           05 WS-REF-ANO         PIC 9(04).
           05 WS-REF-MES         PIC 9(02).
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MES        PIC 9(02).
           05 WS-HOJE-DIA        PIC 9(02).
       01 WS-PRIMEIRO-DIA-SEGUINTE PIC 9(08) VALUE ZEROS.
       01 WS-PRIMEIRO-DIA-R REDEFINES WS-PRIMEIRO-DIA-SEGUINTE.
           05 WS-SEGUINTE-ANO    PIC 9(04).
           05 WS-SEGUINTE-MES    PIC 9(02).
           05 WS-SEGUINTE-DIA    PIC 9(02).
       77 WS-DATA-BASE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-BASE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.

      *    Planos de parcelamento ativos, com a faixa de numeros das
      *    parcelas (faturas filhas).
       01  WS-TABELA-PLANOS.
           05 WS-PLN-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-PLN-ITEM OCCURS 500 TIMES.
              10 WS-PLN-CPF         PIC X(11).
              10 WS-PLN-PRIMEIRA    PIC 9(06).
              10 WS-PLN-ULTIMA      PIC 9(06).
       77 WS-PLN-IND            PIC 9(03) VALUE ZEROS.
       77 WS-EM-PLANO           PIC X(01) VALUE "N".

      *    Contas com garantidor e a conferencia do garantidor,
      *    feita na carga (motivo em branco = garantidor aceito).
       01  WS-TABELA-GARANTIAS.
           05 WS-GAR-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-GAR-ITEM OCCURS 2000 TIMES.
              10 WS-GAR-CPF-DEVEDOR PIC X(14).
              10 WS-GAR-CONTA       PIC 9(06).
              10 WS-GAR-GARANTIDOR  PIC X(14).
              10 WS-GAR-MOTIVO      PIC X(30).
       77 WS-GAR-IND            PIC 9(04) VALUE ZEROS.
       77 WS-GAR-ESTOUROU       PIC X(01) VALUE "N".

      *    Exposicao do cliente corrente.
       01  WS-EXPOSICAO.
           05 WS-EXP-LIMITE         PIC 9(13)V99.
           05 WS-EXP-DESCOBERTO     PIC 9(13)V99.
           05 WS-EXP-A-VENCER       PIC 9(13)V99.
           05 WS-EXP-VENCIDO-30     PIC 9(13)V99.
           05 WS-EXP-VENCIDO-60     PIC 9(13)V99.
           05 WS-EXP-VENCIDO-90     PIC 9(13)V99.
           05 WS-EXP-VENCIDO-MAIS   PIC 9(13)V99.
           05 WS-EXP-PREJUIZO       PIC 9(13)V99.
           05 WS-EXP-PARCELADO      PIC 9(13)V99.
           05 WS-EXP-QTD-PLANOS     PIC 9(02).
      *    Saldos por faixa da provisao (corrente = a vencer e ate
      *    30 dias, como no aging) e a provisao do cliente.
           05 WS-EXP-PROV-BASE-CORR PIC 9(13)V99.
           05 WS-EXP-PROV-BASE-31   PIC 9(13)V99.
           05 WS-EXP-PROV-BASE-61   PIC 9(13)V99.
           05 WS-EXP-PROV-BASE-90   PIC 9(13)V99.
           05 WS-EXP-PROVISAO       PIC 9(13)V99.
           05 WS-EXP-RESPONSAB      PIC 9(13)V99.
       77 WS-PROV-FAIXA         PIC 9(13)V99 VALUE ZEROS.
       77 WS-MOTIVO-RECUSA      PIC X(30) VALUE SPACES.

      *    Faturas sem cliente no cadastro, acumuladas por CPF.
       77 WS-CPF-ORFAO          PIC X(14) VALUE SPACES.
       77 WS-CPF-ORFAO-SEM-CAD  PIC X(01) VALUE "N".
       77 WS-SALDO-ORFAO        PIC 9(13)V99 VALUE ZEROS.

       01  WS-TOTAIS-SCR.
           05 WS-QTD-CLIENTES       PIC 9(07) VALUE ZEROS.
           05 WS-QTD-GARANTIAS      PIC 9(07) VALUE ZEROS.
           05 WS-TOT-RESPONSAB      PIC 9(15)V99 VALUE ZEROS.
           05 WS-TOT-LIMITE         PIC 9(15)V99 VALUE ZEROS.
           05 WS-TOT-PREJUIZO       PIC 9(15)V99 VALUE ZEROS.
           05 WS-TOT-PROVISAO       PIC 9(15)V99 VALUE ZEROS.
           05 WS-TOT-GARANTIAS      PIC 9(15)V99 VALUE ZEROS.
           05 WS-QTD-REC-CLIENTES   PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REC-GARANTIAS  PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REC-ORFAOS     PIC 9(07) VALUE ZEROS.
           05 WS-TOT-RECUSADO       PIC 9(15)V99 VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(14)9.99.
       77 WS-SALDO-EDITADO      PIC Z(12)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.

      *    Area de chamada do subprograma de validacao CADVALID - so
      *    o digito verificador do CPF/CNPJ interessa aqui.
           COPY VALIDAPI.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "SCRBACEN" TO LYX-PROGRAMA
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
           DISPLAY "MES DE REFERENCIA (AAAAMM, EM BRANCO = MES "
               "ANTERIOR): "
           ACCEPT WS-MES-DIGITADO
           IF WS-MES-DIGITADO = SPACES
               MOVE WS-HOJE-ANO TO WS-REF-ANO
               MOVE WS-HOJE-MES TO WS-REF-MES
               IF WS-REF-MES = 1
                   MOVE 12 TO WS-REF-MES
                   SUBTRACT 1 FROM WS-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-REF-MES
               END-IF
           ELSE
               IF WS-MES-DIGITADO IS NOT NUMERIC
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
               MOVE WS-MES-DIGITADO TO WS-MES-REFERENCIA
               IF WS-REF-MES < 1 OR WS-REF-MES > 12
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
           END-IF
           PERFORM APURAR-DATA-BASE

           PERFORM LER-PARAMETROS-SCR
           IF WS-CNPJ-INSTITUICAO = SPACES
               DISPLAY "CNPJ-INSTITUICAO AUSENTE EM PARAMRUN.CTL "
                   "- ARQUIVO NAO GERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - STATUS "
                   WS-CADCLI-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-PLANOS-ATIVOS
           PERFORM CARREGAR-GARANTIDORES

           OPEN INPUT LEDGER-MESTRE
           IF NOT LEDGER-NAO-ACHOU
               MOVE "S" TO WS-LEDGER-ABERTO
           END-IF
           OPEN INPUT FATURAS-ARQUIVO
           IF NOT FATURAS-NAO-ACHOU
               MOVE "S" TO WS-FATURAS-ABERTO
           END-IF

           MOVE SPACES TO WS-SCR-NOME
           STRING "SCR3040."        DELIMITED BY SIZE
                  WS-MES-REFERENCIA DELIMITED BY SIZE
                  INTO WS-SCR-NOME
           END-STRING
           OPEN OUTPUT SCR-ARQUIVO
           OPEN OUTPUT SCR-RELATORIO
           PERFORM GRAVAR-CABECALHO-RELATORIO
           PERFORM GRAVAR-HEADER-SCR

           PERFORM PERCORRER-CLIENTES
           PERFORM CONFERIR-FATURAS-SEM-CADASTRO

           PERFORM GRAVAR-TRAILER-SCR
           PERFORM GRAVAR-RESUMO-RELATORIO
           CLOSE SCR-ARQUIVO
           CLOSE SCR-RELATORIO
           IF WS-LEDGER-ABERTO = "S"
               CLOSE LEDGER-MESTRE
           END-IF
           IF WS-FATURAS-ABERTO = "S"
               CLOSE FATURAS-ARQUIVO
           END-IF
           CLOSE CADCLI-MESTRE
           DISPLAY "ARQUIVO " WS-SCR-NOME " GERADO - VALIDACAO EM "
               "SCRBACEN.REL"
           GOBACK.

      *    Ultimo dia do mes de referencia = vespera do dia 1 do mes
      *    seguinte.
       APURAR-DATA-BASE.
           MOVE WS-REF-ANO TO WS-SEGUINTE-ANO
           MOVE 1 TO WS-SEGUINTE-DIA
           IF WS-REF-MES = 12
               ADD 1 TO WS-SEGUINTE-ANO
               MOVE 1 TO WS-SEGUINTE-MES
           ELSE
               COMPUTE WS-SEGUINTE-MES EQUAL WS-REF-MES + 1
               END-COMPUTE
           END-IF
           COMPUTE WS-DIAS-INT-BASE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA-SEGUINTE) - 1
           END-COMPUTE
           COMPUTE WS-DATA-BASE EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-BASE)
           END-COMPUTE.

       LER-PARAMETROS-SCR.
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
               IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   EVALUATE WS-PRM-NOME
                       WHEN "PROV-PCT-CORR"
                           COMPUTE WS-PCT-CORRENTE EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PROV-PCT-31"
                           COMPUTE WS-PCT-31 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PROV-PCT-61"
                           COMPUTE WS-PCT-61 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PROV-PCT-90"
                           COMPUTE WS-PCT-90 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "CNPJ-INSTITUICAO"
                           MOVE WS-PRM-VALOR (1:14)
                               TO WS-CNPJ-INSTITUICAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       CARREGAR-PLANOS-ATIVOS.
           OPEN INPUT PLANO-ARQ
           IF PLANO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PLANO-ARQ
               AT END SET PLANO-FIM TO TRUE
           END-READ
           PERFORM UNTIL PLANO-FIM
               IF PLN-ATIVO AND WS-PLN-QTD < 500
                   ADD 1 TO WS-PLN-QTD
                   MOVE PLN-CPF           TO WS-PLN-CPF (WS-PLN-QTD)
                   MOVE PLN-PRIMEIRA-PARC
                       TO WS-PLN-PRIMEIRA (WS-PLN-QTD)
                   MOVE PLN-ULTIMA-PARC   TO WS-PLN-ULTIMA (WS-PLN-QTD)
               END-IF
               READ PLANO-ARQ
                   AT END SET PLANO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PLANO-ARQ.

      *    Contas nao encerradas com garantidor. O garantidor e
      *    conferido aqui, antes da passada sequencial do mestre:
      *    digito verificador, existencia no cadastro e nao ser o
      *    proprio devedor.
       CARREGAR-GARANTIDORES.
           OPEN INPUT CONTA-ARQ
           IF CONTA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CONTA-ARQ NEXT RECORD
               AT END SET CONTA-FIM TO TRUE
           END-READ
           PERFORM UNTIL CONTA-FIM
               IF CONTA-CPF-GARANTIDOR NOT = SPACES
                   AND NOT CONTA-ENCERRADA
                   IF WS-GAR-QTD < 2000
                       ADD 1 TO WS-GAR-QTD
                       PERFORM CONFERIR-GARANTIDOR
                   ELSE
                       MOVE "S" TO WS-GAR-ESTOUROU
                   END-IF
               END-IF
               READ CONTA-ARQ NEXT RECORD
                   AT END SET CONTA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ
           IF WS-GAR-ESTOUROU = "S"
               DISPLAY "TABELA DE GARANTIAS CHEIA - GARANTIAS ALEM "
                   "DE 2000 CONTAS FORA DO ARQUIVO"
           END-IF.

       CONFERIR-GARANTIDOR.
           MOVE CONTA-CPF    TO WS-GAR-CPF-DEVEDOR (WS-GAR-QTD)
           MOVE CONTA-NUMERO TO WS-GAR-CONTA (WS-GAR-QTD)
           MOVE CONTA-CPF-GARANTIDOR TO WS-GAR-GARANTIDOR (WS-GAR-QTD)
           MOVE SPACES TO WS-GAR-MOTIVO (WS-GAR-QTD)
           IF CONTA-CPF-GARANTIDOR = CONTA-CPF (1:11)
               MOVE "GARANTIDOR E O PROPRIO DEVEDOR"
                   TO WS-GAR-MOTIVO (WS-GAR-QTD)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VALIDACAO-CLIENTE
           MOVE CONTA-CPF-GARANTIDOR TO VAL-CPF
           CALL "CADVALID" USING VALIDACAO-CLIENTE
               VALIDACAO-RESULTADO
           IF VAL-CPF-OK NOT = "S"
               MOVE "CPF DO GARANTIDOR INVALIDO"
                   TO WS-GAR-MOTIVO (WS-GAR-QTD)
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-CPF-GARANTIDOR TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "GARANTIDOR FORA DO CADASTRO"
                       TO WS-GAR-MOTIVO (WS-GAR-QTD)
           END-READ.

       PERCORRER-CLIENTES.
           MOVE LOW-VALUES TO CADCLI-CPF
           START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
               INVALID KEY
                   SET CADCLI-FIM TO TRUE
           END-START
           IF NOT CADCLI-FIM
               READ CADCLI-MESTRE NEXT RECORD
                   AT END SET CADCLI-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL CADCLI-FIM
               PERFORM APURAR-EXPOSICAO-CLIENTE
               READ CADCLI-MESTRE NEXT RECORD
                   AT END SET CADCLI-FIM TO TRUE
               END-READ
           END-PERFORM.

      *    Responsabilidade do cliente na data-base. Cliente sem
      *    limite, sem divida e sem prejuizo nao vai ao SCR.
       APURAR-EXPOSICAO-CLIENTE.
           INITIALIZE WS-EXPOSICAO
           IF WS-LEDGER-ABERTO = "S"
               PERFORM SOMAR-DESCOBERTO
           END-IF
           IF WS-FATURAS-ABERTO = "S"
               PERFORM SOMAR-FATURAS-CLIENTE
           END-IF
           PERFORM VARYING WS-PLN-IND FROM 1 BY 1
                   UNTIL WS-PLN-IND > WS-PLN-QTD
               IF WS-PLN-CPF (WS-PLN-IND) = CADCLI-CPF (1:11)
                   ADD 1 TO WS-EXP-QTD-PLANOS
               END-IF
           END-PERFORM

           IF CADCLI-LIMITE-CRED > WS-EXP-DESCOBERTO
               COMPUTE WS-EXP-LIMITE EQUAL
                   CADCLI-LIMITE-CRED - WS-EXP-DESCOBERTO
               END-COMPUTE
           END-IF
           COMPUTE WS-EXP-RESPONSAB EQUAL
               WS-EXP-DESCOBERTO + WS-EXP-A-VENCER
               + WS-EXP-VENCIDO-30 + WS-EXP-VENCIDO-60
               + WS-EXP-VENCIDO-90 + WS-EXP-VENCIDO-MAIS
           END-COMPUTE
           IF WS-EXP-LIMITE = ZEROS AND WS-EXP-RESPONSAB = ZEROS
               AND WS-EXP-PREJUIZO = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM APURAR-PROVISAO-CLIENTE

           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF NOT CADCLI-PESSOA-FISICA AND NOT CADCLI-PESSOA-JURIDICA
               MOVE "TIPO DE PESSOA INVALIDO" TO WS-MOTIVO-RECUSA
           ELSE
               MOVE SPACES TO VALIDACAO-CLIENTE
               MOVE CADCLI-CPF TO VAL-CPF
               MOVE CADCLI-TIPO-PESSOA TO VAL-TIPO-PESSOA
               CALL "CADVALID" USING VALIDACAO-CLIENTE
                   VALIDACAO-RESULTADO
               IF VAL-CPF-OK NOT = "S"
                   MOVE "CPF/CNPJ COM DIGITO INVALIDO"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO WS-QTD-REC-CLIENTES
               ADD WS-EXP-RESPONSAB TO WS-TOT-RECUSADO
               MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
               MOVE WS-EXP-RESPONSAB TO WS-SALDO-EDITADO
               PERFORM GRAVAR-LINHA-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-CLIENTE-SCR
           PERFORM GRAVAR-GARANTIAS-CLIENTE.

      *    Descoberto utilizado = soma dos saldos negativos das
      *    contas do cliente no ledger (chave CPF + conta).
       SOMAR-DESCOBERTO.
           MOVE "N" TO WS-LEDGER-FIM
           MOVE CADCLI-CPF TO LEDGER-CPF
           MOVE ZEROS TO LEDGER-CONTA
           START LEDGER-MESTRE KEY IS NOT LESS THAN LEDGER-CHAVE
               INVALID KEY
                   SET LEDGER-FIM TO TRUE
           END-START
           PERFORM UNTIL LEDGER-FIM
               READ LEDGER-MESTRE NEXT RECORD
                   AT END
                       SET LEDGER-FIM TO TRUE
                   NOT AT END
                       IF LEDGER-CPF NOT = CADCLI-CPF
                           SET LEDGER-FIM TO TRUE
                       ELSE
                           IF LEDGER-SALDO < ZEROS
                               SUBTRACT LEDGER-SALDO
                                   FROM WS-EXP-DESCOBERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-FATURAS-CLIENTE.
           MOVE "N" TO WS-FATURAS-FIM
           MOVE CADCLI-CPF TO FAT-CPF
           START FATURAS-ARQUIVO KEY IS EQUAL TO FAT-CPF
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF NOT = CADCLI-CPF
                           SET FATURAS-FIM TO TRUE
                       ELSE
                           PERFORM CLASSIFICAR-FATURA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

      *    Fatura emitida depois da data-base nao existia nela.
      *    Baixada como perda vai para prejuizo; em aberto vai para
      *    a faixa de atraso contado ate a data-base.
       CLASSIFICAR-FATURA-CLIENTE.
           IF FAT-DATA-EMISSAO > WS-DATA-BASE
               EXIT PARAGRAPH
           END-IF
           IF FAT-PAGA OR FAT-PARCELADA OR FAT-CANCELADA
               EXIT PARAGRAPH
           END-IF
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-DEVEDOR EQUAL FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF FAT-BAIXADA
               ADD WS-SALDO-DEVEDOR TO WS-EXP-PREJUIZO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-DIAS-ATRASO
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
               COMPUTE WS-DIAS-ATRASO EQUAL
                   WS-DIAS-INT-BASE - WS-DIAS-INT-VENCTO
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER ZEROS
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-A-VENCER
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-PROV-BASE-CORR
               WHEN WS-DIAS-ATRASO NOT GREATER 30
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-VENCIDO-30
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-PROV-BASE-CORR
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-VENCIDO-60
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-PROV-BASE-31
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-VENCIDO-90
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-PROV-BASE-61
               WHEN OTHER
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-VENCIDO-MAIS
                   ADD WS-SALDO-DEVEDOR TO WS-EXP-PROV-BASE-90
           END-EVALUATE

           MOVE "N" TO WS-EM-PLANO
           PERFORM VARYING WS-PLN-IND FROM 1 BY 1
                   UNTIL WS-PLN-IND > WS-PLN-QTD
                      OR WS-EM-PLANO = "S"
               IF WS-PLN-CPF (WS-PLN-IND) = CADCLI-CPF (1:11)
                   AND FAT-NUMERO NOT < WS-PLN-PRIMEIRA (WS-PLN-IND)
                   AND FAT-NUMERO NOT > WS-PLN-ULTIMA (WS-PLN-IND)
                   MOVE "S" TO WS-EM-PLANO
               END-IF
           END-PERFORM
           IF WS-EM-PLANO = "S"
               ADD WS-SALDO-DEVEDOR TO WS-EXP-PARCELADO
           END-IF.

      *    Mesma regra do PROVISAO, aplicada ao saldo do cliente.
       APURAR-PROVISAO-CLIENTE.
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-EXP-PROV-BASE-CORR * WS-PCT-CORRENTE / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-EXP-PROVISAO
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-EXP-PROV-BASE-31 * WS-PCT-31 / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-EXP-PROVISAO
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-EXP-PROV-BASE-61 * WS-PCT-61 / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-EXP-PROVISAO
           COMPUTE WS-PROV-FAIXA ROUNDED EQUAL
               WS-EXP-PROV-BASE-90 * WS-PCT-90 / 100
           END-COMPUTE
           ADD WS-PROV-FAIXA TO WS-EXP-PROVISAO.

       GRAVAR-HEADER-SCR.
           MOVE SPACES TO BCBSCR-REG
           SET BSC-HEADER TO TRUE
           MOVE WS-CNPJ-INSTITUICAO TO BSC-H-CNPJ
           MOVE WS-MES-REFERENCIA   TO BSC-H-DATA-BASE
           MOVE WS-DATA-HOJE        TO BSC-H-DATA-GERACAO
           WRITE BCBSCR-REG.

       GRAVAR-CLIENTE-SCR.
           MOVE SPACES TO BCBSCR-REG
           SET BSC-CLIENTE TO TRUE
           MOVE CADCLI-CPF          TO BSC-C-CPF
           IF CADCLI-PESSOA-JURIDICA
               MOVE "J" TO BSC-C-TIPO-PESSOA
           ELSE
               MOVE "F" TO BSC-C-TIPO-PESSOA
           END-IF
           MOVE WS-EXP-LIMITE       TO BSC-C-LIMITE
           MOVE WS-EXP-DESCOBERTO   TO BSC-C-DESCOBERTO
           MOVE WS-EXP-A-VENCER     TO BSC-C-A-VENCER
           MOVE WS-EXP-VENCIDO-30   TO BSC-C-VENCIDO-30
           MOVE WS-EXP-VENCIDO-60   TO BSC-C-VENCIDO-60
           MOVE WS-EXP-VENCIDO-90   TO BSC-C-VENCIDO-90
           MOVE WS-EXP-VENCIDO-MAIS TO BSC-C-VENCIDO-MAIS
           MOVE WS-EXP-PREJUIZO     TO BSC-C-PREJUIZO
           MOVE WS-EXP-PROVISAO     TO BSC-C-PROVISAO
           MOVE WS-EXP-PARCELADO    TO BSC-C-PARCELADO
           MOVE WS-EXP-QTD-PLANOS   TO BSC-C-QTD-PLANOS
           WRITE BCBSCR-REG
           ADD 1 TO WS-QTD-CLIENTES
           ADD WS-EXP-RESPONSAB TO WS-TOT-RESPONSAB
           ADD WS-EXP-LIMITE    TO WS-TOT-LIMITE
           ADD WS-EXP-PREJUIZO  TO WS-TOT-PREJUIZO
           ADD WS-EXP-PROVISAO  TO WS-TOT-PROVISAO.

      *    Um registro de garantia por conta do cliente com
      *    garantidor, quando ha responsabilidade a garantir.
       GRAVAR-GARANTIAS-CLIENTE.
           IF WS-EXP-RESPONSAB = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GAR-IND FROM 1 BY 1
                   UNTIL WS-GAR-IND > WS-GAR-QTD
               IF WS-GAR-CPF-DEVEDOR (WS-GAR-IND) = CADCLI-CPF
                   IF WS-GAR-MOTIVO (WS-GAR-IND) NOT = SPACES
                       ADD 1 TO WS-QTD-REC-GARANTIAS
                       MOVE WS-GAR-MOTIVO (WS-GAR-IND)
                           TO WS-MOTIVO-RECUSA
                       MOVE WS-GAR-GARANTIDOR (WS-GAR-IND)
                           TO WS-MASCARA-ENTRADA
                       MOVE WS-EXP-RESPONSAB TO WS-SALDO-EDITADO
                       PERFORM GRAVAR-LINHA-RECUSA
                   ELSE
                       MOVE SPACES TO BCBSCR-REG
                       SET BSC-GARANTIA TO TRUE
                       MOVE CADCLI-CPF TO BSC-G-CPF-DEVEDOR
                       MOVE WS-GAR-GARANTIDOR (WS-GAR-IND)
                           TO BSC-G-CPF-GARANTIDOR
                       MOVE WS-GAR-CONTA (WS-GAR-IND) TO BSC-G-CONTA
                       MOVE WS-EXP-RESPONSAB TO BSC-G-VALOR
                       WRITE BCBSCR-REG
                       ADD 1 TO WS-QTD-GARANTIAS
                       ADD WS-EXP-RESPONSAB TO WS-TOT-GARANTIAS
                   END-IF
               END-IF
           END-PERFORM.

      *    Fatura em aberto ou baixada cujo CPF nao esta no mestre:
      *    sem cliente nao ha registro aceitavel - o saldo vai para a
      *    validacao, uma linha por CPF (chave alternada em ordem).
       CONFERIR-FATURAS-SEM-CADASTRO.
           IF WS-FATURAS-ABERTO = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FATURAS-FIM
           MOVE SPACES TO WS-CPF-ORFAO
           MOVE ZEROS TO WS-SALDO-ORFAO
           MOVE LOW-VALUES TO FAT-CPF
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-CPF
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       PERFORM CONFERIR-FATURA-ORFA
               END-READ
           END-PERFORM
           PERFORM FECHAR-CPF-ORFAO.

       CONFERIR-FATURA-ORFA.
           IF FAT-CPF NOT = WS-CPF-ORFAO
               PERFORM FECHAR-CPF-ORFAO
               MOVE FAT-CPF TO WS-CPF-ORFAO
               MOVE "N" TO WS-CPF-ORFAO-SEM-CAD
               MOVE FAT-CPF TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       MOVE "S" TO WS-CPF-ORFAO-SEM-CAD
               END-READ
           END-IF
           IF WS-CPF-ORFAO-SEM-CAD = "N"
               EXIT PARAGRAPH
           END-IF
           IF FAT-DATA-EMISSAO > WS-DATA-BASE
               OR FAT-PAGA OR FAT-PARCELADA OR FAT-CANCELADA
               OR FAT-VALOR-PAGO NOT < FAT-VALOR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-ORFAO EQUAL
               WS-SALDO-ORFAO + FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE.

       FECHAR-CPF-ORFAO.
           IF WS-SALDO-ORFAO > ZEROS
               ADD 1 TO WS-QTD-REC-ORFAOS
               ADD WS-SALDO-ORFAO TO WS-TOT-RECUSADO
               MOVE "FATURAS SEM CLIENTE NO CADASTRO"
                   TO WS-MOTIVO-RECUSA
               MOVE WS-CPF-ORFAO TO WS-MASCARA-ENTRADA
               MOVE WS-SALDO-ORFAO TO WS-SALDO-EDITADO
               PERFORM GRAVAR-LINHA-RECUSA
           END-IF
           MOVE ZEROS TO WS-SALDO-ORFAO.

       GRAVAR-TRAILER-SCR.
           MOVE SPACES TO BCBSCR-REG
           SET BSC-TRAILER TO TRUE
           MOVE WS-QTD-CLIENTES  TO BSC-T-QTD-CLIENTES
           MOVE WS-QTD-GARANTIAS TO BSC-T-QTD-GARANTIAS
           MOVE WS-TOT-RESPONSAB TO BSC-T-RESPONSABILIDADE
           MOVE WS-TOT-LIMITE    TO BSC-T-LIMITE
           MOVE WS-TOT-PREJUIZO  TO BSC-T-PREJUIZO
           MOVE WS-TOT-PROVISAO  TO BSC-T-PROVISAO
           MOVE WS-TOT-GARANTIAS TO BSC-T-GARANTIAS
           WRITE BCBSCR-REG.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "SCR - EXPOSICAO DE CREDITO AO BCB - SCRBACEN  "
               DELIMITED BY SIZE
               "DATA-BASE " DELIMITED BY SIZE
               WS-DATA-BASE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ARQUIVO GERADO: " DELIMITED BY SIZE
               WS-SCR-NOME DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "REGISTROS RECUSADOS (FORA DO ARQUIVO):"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    CPF mascarado (WS-MASCARA-ENTRADA ja carregada), motivo e
      *    valor da responsabilidade recusada (WS-SALDO-EDITADO).
       GRAVAR-LINHA-RECUSA.
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO-RECUSA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "TOTAIS DE CONTROLE DO ARQUIVO:" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTES ENVIADOS.......: " DELIMITED BY SIZE
               WS-QTD-CLIENTES DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "GARANTIAS ENVIADAS......: " DELIMITED BY SIZE
               WS-QTD-GARANTIAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-RESPONSAB TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RESPONSABILIDADE TOTAL..: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-LIMITE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LIMITES A LIBERAR.......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-PREJUIZO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PREJUIZO................: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-PROVISAO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PROVISAO................: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-GARANTIAS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR GARANTIDO.........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECUSADOS - CLIENTES: " DELIMITED BY SIZE
               WS-QTD-REC-CLIENTES DELIMITED BY SIZE
               "  GARANTIAS: " DELIMITED BY SIZE
               WS-QTD-REC-GARANTIAS DELIMITED BY SIZE
               "  SEM CADASTRO: " DELIMITED BY SIZE
               WS-QTD-REC-ORFAOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-TOT-RECUSADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RESPONSABILIDADE RECUSADA: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
