      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONTESTA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Casos de contestacao de transacao (CONTEST.DAT, ver        <*
      *>   copybooks/CONTESTREC.CPY), chaveados pela transacao        <*
      *>   original: TRN-NUMERO + data de processamento, conferidos   <*
      *>   no registro de processadas do LACO (TRNPROC.REG).          <*
      *>   No modo ABRIR o operador registra o cliente (titular ou    <*
      *>   co-titular da conta), a conta, a transacao, o valor        <*
      *>   contestado e a alegacao; o prazo regulatorio de resposta   <*
      *>   e a abertura mais CONTESTACAO-PRAZO-DIAS de                <*
      *>   data/PARAMRUN.CTL (padrao 10 dias corridos). Opcionalmente <*
      *>   a conta recebe credito provisorio do valor, com journal e  <*
      *>   sequencial do RUNSEQ.CTL, contra a conta transitoria       <*
      *>   19999 (debito 19999, credito 21001 depositos).             <*
      *>   No modo PROCEDENTE o credito fica definitivo: a            <*
      *>   transitoria e baixada contra perda 61001; sem provisorio o <*
      *>   credito e feito na hora (debito 61001, credito 21001).     <*
      *>   No modo IMPROCEDENTE o credito provisorio e estornado na   <*
      *>   conta (debito 21001, credito 19999) e o cliente recebe     <*
      *>   aviso no endereco do cadastro (CONTEST.CARTAS).            <*
      *>   No modo RELATORIO sai o envelhecimento dos casos abertos   <*
      *>   contra o prazo regulatorio (CONTEST.REL): dias em aberto,  <*
      *>   dias para o prazo e os casos vencidos.                     <*
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
      *    Casos de contestacao, indexados pela transacao contestada.
           SELECT CONTEST-ARQ ASSIGN TO "CONTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTS-CHAVE
               FILE STATUS IS WS-CONTEST-STATUS.
      *    Registro de transacoes processadas pelo LACO.
           SELECT TRNPROC-REGISTRO ASSIGN TO "TRNPROC.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPROC-STATUS.
      *    Cadastro de contas - conta do lancamento contestado.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre - situacao e endereco do cliente.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois do credito
      *    provisorio e do estorno, mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Parametros de execucao (NOME=VALOR).
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Interface contabil - lancamento do caso.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Avisos ao cliente de contestacao improcedente, acumulados
      *    para a expedicao.
           SELECT CONTEST-CARTAS ASSIGN TO "CONTEST.CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
      *    Envelhecimento dos casos abertos.
           SELECT CONTEST-RELATORIO ASSIGN TO "CONTEST.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CONTEST-ARQ.
      *    Layout compartilhado do caso - ver copybooks/CONTESTREC.CPY.
           COPY CONTESTREC.

      *    Mesmo layout gravado pelo LACO.
       FD  TRNPROC-REGISTRO.
       01  TRNPROC-REG.
           05 REG-NUMERO              PIC 9(06).
           05 REG-DATA                PIC 9(08).
           05 REG-CPF                 PIC X(11).
           05 REG-CICLO               PIC 9(02).
           05 REG-AGENCIA             PIC X(08).

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  CONTEST-CARTAS.
       01  CARTA-LINHA                PIC X(80) VALUE SPACES.

       FD  CONTEST-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CONTEST-STATUS     PIC X(02) VALUE "00".
           88 CONTEST-OK            VALUE "00".
           88 CONTEST-NAO-ACHOU     VALUE "35".
       77 WS-CONTEST-FIM        PIC X(01) VALUE "N".
           88 CONTEST-FIM           VALUE "S".
       77 WS-TRNPROC-STATUS     PIC X(02) VALUE "00".
           88 TRNPROC-OK            VALUE "00".
       77 WS-TRNPROC-FIM        PIC X(01) VALUE "N".
           88 TRNPROC-FIM           VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-CARTAS-STATUS      PIC X(02) VALUE "00".
           88 CARTAS-NAO-ACHOU      VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO-CONTEST       PIC X(01) VALUE SPACES.
           88 MODO-ABRIR            VALUE "A".
           88 MODO-PROCEDENTE       VALUE "P".
           88 MODO-IMPROCEDENTE     VALUE "I".
           88 MODO-RELATORIO        VALUE "R".

      *    Parametro do prazo regulatorio de resposta, em dias
      *    corridos a partir da abertura.
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-PRAZO-DIAS         PIC 9(03) VALUE 10.

      *    Entrada do caso.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-CPF-TITULAR        PIC X(14) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-CASO         PIC 9(06) VALUE ZEROS.
       77 WS-NUMERO-DIGITADO    PIC X(06) VALUE SPACES.
       77 WS-NUMERO-TRN         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-DIGITADA      PIC X(08) VALUE SPACES.
       77 WS-DATA-TRN           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ACHADA        PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-DIGITADO     PIC X(14) VALUE SPACES.
       77 WS-VALOR-CASO         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-RECLAMACAO         PIC X(60) VALUE SPACES.
       77 WS-PARECER            PIC X(60) VALUE SPACES.
       77 WS-CASO-VALIDO        PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE "N".
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.

      *    Postagem journalada no ledger (credito provisorio ou
      *    definitivo, estorno do provisorio).
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

      *    Lancamento contabil do caso.
       77 WS-TOTAL-INTEIRO      PIC 9(13) VALUE ZEROS.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-TRANSITORIA  PIC 9(05) VALUE 19999.
       77 WS-CONTA-PERDA        PIC 9(05) VALUE 61001.
       77 WS-CONTA-GL-DEBITO    PIC 9(05) VALUE ZEROS.
       77 WS-CONTA-GL-CREDITO   PIC 9(05) VALUE ZEROS.

      *    Envelhecimento dos casos abertos.
       77 WS-DIAS-ABERTO        PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-PRAZO         PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-EDITADO       PIC -(4)9.
       77 WS-SITUACAO-PRAZO     PIC X(10) VALUE SPACES.
       01  WS-TOTAIS-CONTEST.
           05 WS-CASOS-ABERTOS      PIC 9(06) VALUE ZEROS.
           05 WS-CASOS-NO-PRAZO     PIC 9(06) VALUE ZEROS.
           05 WS-CASOS-VENCENDO     PIC 9(06) VALUE ZEROS.
           05 WS-CASOS-VENCIDOS     PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-ABERTO       PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALOR-PROVISORIO   PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
       77 WS-CARTA-BUFFER       PIC X(80) VALUE SPACES.
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
           MOVE "CONTESTA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           DISPLAY "MODO (A=ABRIR P=PROCEDENTE I=IMPROCEDENTE "
               "R=RELATORIO DE PRAZOS): "
           ACCEPT WS-MODO-CONTEST

           EVALUATE TRUE
               WHEN MODO-ABRIR
                   PERFORM LER-PARAMETROS-CONTESTACAO
                   PERFORM ABRIR-CONTESTACAO
               WHEN MODO-PROCEDENTE
                   PERFORM ENCERRAR-PROCEDENTE
               WHEN MODO-IMPROCEDENTE
                   PERFORM ENCERRAR-IMPROCEDENTE
               WHEN MODO-RELATORIO
                   PERFORM EMITIR-RELATORIO-PRAZOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-CONTEST "]"
           END-EVALUATE
           GOBACK.

      *    Prazo regulatorio em dias corridos; sem o parametro, vale
      *    o padrao de 10 dias.
       LER-PARAMETROS-CONTESTACAO.
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
               IF WS-PRM-NOME = "CONTESTACAO-PRAZO-DIAS"
                   AND FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   COMPUTE WS-PRAZO-DIAS EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *----------------------------------------------------------------*
      *    MODO ABRIR
      *----------------------------------------------------------------*
       ABRIR-CONTESTACAO.
           MOVE "N" TO WS-CASO-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "CONTA DO LANCAMENTO: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "CONTESTACAO RECUSADA - CONTA NAO NUMERICA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-CASO EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE

           PERFORM CONFERIR-CLIENTE-CONTESTANTE
           IF WS-CASO-VALIDO = "S"
               PERFORM CONFERIR-CONTA-CONTESTADA
           END-IF
           IF WS-CASO-VALIDO = "S"
               PERFORM LOCALIZAR-TRANSACAO-ORIGINAL
           END-IF
           IF WS-CASO-VALIDO = "S"
               PERFORM RECEBER-DADOS-DO-CASO
           END-IF
           IF WS-CASO-VALIDO NOT = "S"
               DISPLAY "CONTESTACAO RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONTEST-ARQ
           IF CONTEST-NAO-ACHOU
               OPEN OUTPUT CONTEST-ARQ
               CLOSE CONTEST-ARQ
               OPEN I-O CONTEST-ARQ
           END-IF
           MOVE WS-NUMERO-TRN TO CTS-TRN-NUMERO
           MOVE WS-DATA-ACHADA TO CTS-TRN-DATA
           READ CONTEST-ARQ
               NOT INVALID KEY
                   DISPLAY "CONTESTACAO RECUSADA - TRANSACAO JA "
                       "CONTESTADA EM " CTS-DATA-ABERTURA
                       " SITUACAO " CTS-SITUACAO
                   CLOSE CONTEST-ARQ
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE CTS-REC
           MOVE WS-NUMERO-TRN       TO CTS-TRN-NUMERO
           MOVE WS-DATA-ACHADA      TO CTS-TRN-DATA
           MOVE WS-CPF-CLIENTE      TO CTS-CPF
           MOVE WS-CONTA-CASO       TO CTS-CONTA
           MOVE WS-CPF-TITULAR      TO CTS-CPF-TITULAR
           MOVE WS-VALOR-CASO       TO CTS-VALOR
           MOVE WS-RECLAMACAO       TO CTS-RECLAMACAO
           MOVE WS-DATA-HOJE        TO CTS-DATA-ABERTURA
           COMPUTE CTS-PRAZO EQUAL
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-PRAZO-DIAS)
           END-COMPUTE
           MOVE WS-OPERADOR         TO CTS-OPERADOR
           MOVE "A"                 TO CTS-SITUACAO
           MOVE "N"                 TO CTS-PROVISORIO

           MOVE WS-VALOR-CASO TO WS-VALOR-EDITADO
           DISPLAY "CREDITO PROVISORIO DE " WS-VALOR-EDITADO
               " NA CONTA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S"
               MOVE WS-VALOR-CASO TO WS-MOVIMENTO
               PERFORM POSTAR-MOVIMENTO-CONTA
      *        Dinheiro que entra na conta antes da apuracao: debito
      *        na transitoria, credito nos depositos.
               MOVE WS-VALOR-CASO        TO WS-TOTAL-INTEIRO
               MOVE WS-CONTA-TRANSITORIA TO WS-CONTA-GL-DEBITO
               MOVE WS-CONTA-DEPOSITOS   TO WS-CONTA-GL-CREDITO
               PERFORM LANCAR-CONTABIL-CASO
               MOVE "S"          TO CTS-PROVISORIO
               MOVE WS-DATA-HOJE TO CTS-DATA-PROVISORIO
           END-IF

           WRITE CTS-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTESTACAO - STATUS "
                       WS-CONTEST-STATUS
           END-WRITE
           CLOSE CONTEST-ARQ
           DISPLAY "CONTESTACAO DA TRANSACAO " CTS-TRN-NUMERO
               " DE " CTS-TRN-DATA " ABERTA - PRAZO " CTS-PRAZO.

      *    Cliente no cadastro, sem obito registrado.
       CONFERIR-CLIENTE-CONTESTANTE.
           MOVE "N" TO WS-CASO-VALIDO
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-CLIENTE TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "CLIENTE SEM CADASTRO NO MESTRE"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF CADCLI-FALECIDO
                       MOVE "CLIENTE COM OBITO REGISTRADO"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       MOVE "S" TO WS-CASO-VALIDO
                   END-IF
           END-READ
           CLOSE CADCLI-MESTRE.

      *    A conta tem que existir e o cliente ser o titular ou um
      *    dos co-titulares; o lancamento fica no ledger do titular.
       CONFERIR-CONTA-CONTESTADA.
           MOVE "N" TO WS-CASO-VALIDO
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-CASO TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE CONTA-CPF TO WS-CPF-TITULAR
                   IF CONTA-CPF = WS-CPF-CLIENTE
                       MOVE "S" TO WS-CASO-VALIDO
                   END-IF
                   PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                           UNTIL WS-IND-COTIT > 3
                       IF CONTA-COTITULAR-CPF (WS-IND-COTIT) NOT =
                           SPACES
                           AND CONTA-COTITULAR-CPF (WS-IND-COTIT) =
                           WS-CPF-CLIENTE (1 : 11)
                           MOVE "S" TO WS-CASO-VALIDO
                       END-IF
                   END-PERFORM
                   IF WS-CASO-VALIDO NOT = "S"
                       MOVE "CLIENTE NAO E TITULAR DA CONTA"
                           TO WS-MOTIVO-RECUSA
                   END-IF
           END-READ
           CLOSE CONTA-ARQ.

      *    A transacao tem que constar do TRNPROC.REG. Data em branco
      *    pega a ocorrencia mais recente do numero; registros antigos,
      *    sem CPF, valem para qualquer cliente.
       LOCALIZAR-TRANSACAO-ORIGINAL.
           MOVE "N" TO WS-CASO-VALIDO
           DISPLAY "NUMERO DA TRANSACAO CONTESTADA: "
           ACCEPT WS-NUMERO-DIGITADO
           IF FUNCTION TRIM(WS-NUMERO-DIGITADO) IS NOT NUMERIC
               MOVE "NUMERO DE TRANSACAO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMERO-TRN EQUAL
               FUNCTION NUMVAL(WS-NUMERO-DIGITADO)
           END-COMPUTE
           DISPLAY "DATA DA TRANSACAO (AAAAMMDD, EM BRANCO = A MAIS "
               "RECENTE): "
           ACCEPT WS-DATA-DIGITADA
           MOVE ZEROS TO WS-DATA-TRN
           IF WS-DATA-DIGITADA NOT = SPACES
               IF WS-DATA-DIGITADA IS NOT NUMERIC
                   MOVE "DATA DA TRANSACAO INVALIDA" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATA-DIGITADA TO WS-DATA-TRN
           END-IF

           MOVE ZEROS TO WS-DATA-ACHADA
           MOVE "N" TO WS-TRNPROC-FIM
           OPEN INPUT TRNPROC-REGISTRO
           IF NOT TRNPROC-OK
               MOVE "TRNPROC.REG INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE TRNPROC-REGISTRO
               EXIT PARAGRAPH
           END-IF
           READ TRNPROC-REGISTRO
               AT END SET TRNPROC-FIM TO TRUE
           END-READ
           PERFORM UNTIL TRNPROC-FIM
               IF REG-NUMERO = WS-NUMERO-TRN
                   AND (REG-CPF = SPACES
                        OR REG-CPF = WS-CPF-CLIENTE (1 : 11)
                        OR REG-CPF = WS-CPF-TITULAR (1 : 11))
                   AND (WS-DATA-TRN = ZEROS OR REG-DATA = WS-DATA-TRN)
                   AND REG-DATA > WS-DATA-ACHADA
                   MOVE REG-DATA TO WS-DATA-ACHADA
               END-IF
               READ TRNPROC-REGISTRO
                   AT END SET TRNPROC-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRNPROC-REGISTRO
           IF WS-DATA-ACHADA = ZEROS
               MOVE "TRANSACAO NAO CONSTA DAS PROCESSADAS"
                   TO WS-MOTIVO-RECUSA
           ELSE
               MOVE "S" TO WS-CASO-VALIDO
           END-IF.

      *    Valor contestado e a alegacao do cliente.
       RECEBER-DADOS-DO-CASO.
           MOVE "N" TO WS-CASO-VALIDO
           DISPLAY "VALOR CONTESTADO: "
           ACCEPT WS-VALOR-DIGITADO
           IF FUNCTION TEST-NUMVAL(WS-VALOR-DIGITADO) NOT = ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-CASO EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO)
           END-COMPUTE
           IF WS-VALOR-CASO NOT > ZEROS
               MOVE "VALOR TEM QUE SER POSITIVO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ALEGACAO DO CLIENTE: "
           ACCEPT WS-RECLAMACAO
           IF WS-RECLAMACAO = SPACES
               MOVE "ALEGACAO DO CLIENTE EM BRANCO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CASO-VALIDO.

      *----------------------------------------------------------------*
      *    MODOS PROCEDENTE E IMPROCEDENTE
      *----------------------------------------------------------------*
      *    O credito fica definitivo: o provisorio so muda de conta
      *    contabil; sem provisorio, a conta e creditada agora.
       ENCERRAR-PROCEDENTE.
           PERFORM LOCALIZAR-CASO-ABERTO
           IF WS-CASO-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE CTS-VALOR TO WS-TOTAL-INTEIRO
           MOVE WS-CONTA-PERDA TO WS-CONTA-GL-DEBITO
           IF CTS-COM-PROVISORIO
               MOVE WS-CONTA-TRANSITORIA TO WS-CONTA-GL-CREDITO
           ELSE
               MOVE CTS-VALOR TO WS-MOVIMENTO
               PERFORM POSTAR-MOVIMENTO-DO-CASO
               MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-GL-CREDITO
           END-IF
           PERFORM LANCAR-CONTABIL-CASO
           MOVE "P" TO CTS-SITUACAO
           PERFORM REGRAVAR-CASO-ENCERRADO
           DISPLAY "CONTESTACAO PROCEDENTE - CREDITO DEFINITIVO NA "
               "CONTA " CTS-CONTA.

      *    O credito provisorio volta e o cliente e avisado.
       ENCERRAR-IMPROCEDENTE.
           PERFORM LOCALIZAR-CASO-ABERTO
           IF WS-CASO-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF CTS-COM-PROVISORIO
               COMPUTE WS-MOVIMENTO EQUAL 0 - CTS-VALOR
               END-COMPUTE
               PERFORM POSTAR-MOVIMENTO-DO-CASO
               MOVE CTS-VALOR            TO WS-TOTAL-INTEIRO
               MOVE WS-CONTA-DEPOSITOS   TO WS-CONTA-GL-DEBITO
               MOVE WS-CONTA-TRANSITORIA TO WS-CONTA-GL-CREDITO
               PERFORM LANCAR-CONTABIL-CASO
           END-IF
           MOVE "I" TO CTS-SITUACAO
           PERFORM REGRAVAR-CASO-ENCERRADO
           PERFORM EMITIR-AVISO-IMPROCEDENTE
           DISPLAY "CONTESTACAO IMPROCEDENTE - AVISO AO CLIENTE EM "
               "CONTEST.CARTAS".

      *    Le o caso pela chave digitada e recebe o parecer; o
      *    arquivo fica aberto em I-O para a regravacao.
       LOCALIZAR-CASO-ABERTO.
           MOVE "N" TO WS-CASO-VALIDO
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "NUMERO DA TRANSACAO CONTESTADA: "
           ACCEPT WS-NUMERO-DIGITADO
           DISPLAY "DATA DA TRANSACAO (AAAAMMDD): "
           ACCEPT WS-DATA-DIGITADA
           IF FUNCTION TRIM(WS-NUMERO-DIGITADO) IS NOT NUMERIC
               OR WS-DATA-DIGITADA IS NOT NUMERIC
               DISPLAY "TRANSACAO INVALIDA"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CONTEST-ARQ
           IF NOT CONTEST-OK
               DISPLAY "NENHUMA CONTESTACAO REGISTRADA"
               CLOSE CONTEST-ARQ
               EXIT PARAGRAPH
           END-IF
           COMPUTE CTS-TRN-NUMERO EQUAL
               FUNCTION NUMVAL(WS-NUMERO-DIGITADO)
           END-COMPUTE
           MOVE WS-DATA-DIGITADA TO CTS-TRN-DATA
           READ CONTEST-ARQ
               INVALID KEY
                   DISPLAY "CONTESTACAO NAO ENCONTRADA"
                   CLOSE CONTEST-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF NOT CTS-ABERTA
               DISPLAY "CONTESTACAO JA ENCERRADA EM "
                   CTS-DATA-ENCERRAMENTO " - SITUACAO " CTS-SITUACAO
               CLOSE CONTEST-ARQ
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PARECER DA APURACAO: "
           ACCEPT WS-PARECER
           IF WS-PARECER = SPACES
               DISPLAY "PARECER EM BRANCO - CASO NAO ENCERRADO"
               CLOSE CONTEST-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE CTS-VALOR TO WS-VALOR-EDITADO
           DISPLAY "CONFIRMA O ENCERRAMENTO DO CASO DE "
               WS-VALOR-EDITADO "? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ENCERRAMENTO DESISTIDO"
               CLOSE CONTEST-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CASO-VALIDO.

       REGRAVAR-CASO-ENCERRADO.
           MOVE WS-DATA-HOJE TO CTS-DATA-ENCERRAMENTO
           MOVE WS-PARECER   TO CTS-PARECER
           MOVE WS-OPERADOR  TO CTS-OPERADOR-ENCERRAMENTO
           REWRITE CTS-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTESTACAO - STATUS "
                       WS-CONTEST-STATUS
           END-REWRITE
           CLOSE CONTEST-ARQ.

      *    Movimento na conta do caso corrente (CTS-REC).
       POSTAR-MOVIMENTO-DO-CASO.
           MOVE CTS-CPF-TITULAR TO WS-CPF-TITULAR
           MOVE CTS-CONTA       TO WS-CONTA-CASO
           PERFORM POSTAR-MOVIMENTO-CONTA.

      *    Aviso no endereco do cadastro de quem contestou.
       EMITIR-AVISO-IMPROCEDENTE.
           OPEN INPUT CADCLI-MESTRE
           MOVE CTS-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE SPACES TO CADCLI-NOME CADCLI-LOGRADOURO
                       CADCLI-NUMERO CADCLI-BAIRRO CADCLI-CIDADE
                       CADCLI-UF CADCLI-CEP
           END-READ
           CLOSE CADCLI-MESTRE
           OPEN EXTEND CONTEST-CARTAS
           IF CARTAS-NAO-ACHOU
               CLOSE CONTEST-CARTAS
               OPEN OUTPUT CONTEST-CARTAS
           END-IF
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "AO SR(A) " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING CADCLI-LOGRADOURO DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CADCLI-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CADCLI-BAIRRO DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING CADCLI-CIDADE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CADCLI-UF DELIMITED BY SIZE
               "  CEP " DELIMITED BY SIZE
               CADCLI-CEP DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "PREZADO(A) CLIENTE, CONCLUIMOS EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " A APURACAO DA SUA" DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE CTS-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "CONTESTACAO DA TRANSACAO " DELIMITED BY SIZE
               CTS-TRN-NUMERO DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               CTS-TRN-DATA DELIMITED BY SIZE
               " (CONTA " DELIMITED BY SIZE
               CTS-CONTA DELIMITED BY SIZE
               "), NO VALOR DE" DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING WS-VALOR-EDITADO DELIMITED BY SIZE
               ", E A CONSIDERAMOS IMPROCEDENTE:" DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE CTS-PARECER TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           IF CTS-COM-PROVISORIO
               MOVE SPACES TO WS-CARTA-BUFFER
               STRING "O CREDITO PROVISORIO FEITO EM " DELIMITED BY SIZE
                   CTS-DATA-PROVISORIO DELIMITED BY SIZE
                   " FOI ESTORNADO NESTA DATA." DELIMITED BY SIZE
                   INTO WS-CARTA-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF
           MOVE "EM CASO DE DUVIDA, PROCURE A SUA AGENCIA OU O SAC."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE ALL "-" TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           CLOSE CONTEST-CARTAS.

       GRAVAR-LINHA-CARTA.
           MOVE WS-CARTA-BUFFER TO CARTA-LINHA
           WRITE CARTA-LINHA.

      *----------------------------------------------------------------*
      *    POSTAGEM NO LEDGER E CONTABILIDADE
      *----------------------------------------------------------------*
      *    Postagem journalada de WS-MOVIMENTO na conta WS-CONTA-CASO
      *    do titular WS-CPF-TITULAR - journal ANTES da regravacao.
       POSTAR-MOVIMENTO-CONTA.
           IF WS-SEQUENCIAL = ZEROS
               PERFORM OBTER-PROXIMO-SEQUENCIAL
           END-IF
           OPEN I-O LEDGER-MESTRE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER INDISPONIVEL - MOVIMENTO DA CONTA "
                   WS-CONTA-CASO " NAO POSTADO"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR TO LEDGER-CPF
           MOVE WS-CONTA-CASO  TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-MOVIMENTO
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-CONTEST
           MOVE WS-CPF-TITULAR  TO LEDGER-CPF
           MOVE WS-CONTA-CASO   TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           CLOSE LEDGER-MESTRE.

       GRAVAR-JOURNAL-CONTEST.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL     TO JRN-SEQUENCIAL
           MOVE WS-CPF-TITULAR    TO JRN-CPF
           MOVE WS-CONTA-CASO     TO JRN-CONTA
           MOVE WS-SALDO-ANTES    TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE      TO JRN-DATA
           MOVE WS-HORA-AGORA     TO JRN-HORA
           MOVE ZEROS             TO JRN-DATA-VALOR
           MOVE SPACES            TO JRN-AGENCIA
           MOVE SPACES            TO JRN-REPRESENTANTE
           MOVE SPACES            TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL -
      *    mesma mecanica do CSUBTR.
       OBTER-PROXIMO-SEQUENCIAL.
           MOVE ZEROS TO WS-SEQUENCIAL
           OPEN INPUT RUNSEQ-CTL
           IF RUNSEQ-OK
               READ RUNSEQ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNSEQ-REC TO WS-SEQUENCIAL
               END-READ
           END-IF
           CLOSE RUNSEQ-CTL

           ADD 1 TO WS-SEQUENCIAL

           OPEN OUTPUT RUNSEQ-CTL
           MOVE WS-SEQUENCIAL TO RUNSEQ-REC
           WRITE RUNSEQ-REC
           CLOSE RUNSEQ-CTL.

       LANCAR-CONTABIL-CASO.
           IF WS-TOTAL-INTEIRO = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-GL-DEBITO  TO GL-CONTA
           MOVE WS-TOTAL-INTEIRO    TO GL-TOTAL-DEBITO
           MOVE ZEROS               TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-GL-CREDITO TO GL-CONTA
           MOVE ZEROS               TO GL-TOTAL-DEBITO
           MOVE WS-TOTAL-INTEIRO    TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *----------------------------------------------------------------*
      *    MODO RELATORIO
      *----------------------------------------------------------------*
      *    Casos abertos contra o prazo regulatorio: NO PRAZO, VENCE
      *    EM ate 2 dias (inclusive hoje) e VENCIDO.
       EMITIR-RELATORIO-PRAZOS.
           OPEN INPUT CONTEST-ARQ
           IF NOT CONTEST-OK
               DISPLAY "NENHUMA CONTESTACAO REGISTRADA"
               CLOSE CONTEST-ARQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTEST-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CONTESTACOES ABERTAS X PRAZO REGULATORIO  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "TRN    DATA     CONTA  ABERTURA PRAZO"
               TO WS-REL-LINHA (1 : 38)
           MOVE "DIAS" TO WS-REL-LINHA (43 : 4)
           MOVE "P/PRZ SITUACAO" TO WS-REL-LINHA (53 : 14)
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE "N" TO WS-CONTEST-FIM
           MOVE LOW-VALUES TO CTS-CHAVE
           START CONTEST-ARQ KEY IS NOT LESS THAN CTS-CHAVE
               INVALID KEY
                   SET CONTEST-FIM TO TRUE
           END-START
           PERFORM UNTIL CONTEST-FIM
               READ CONTEST-ARQ NEXT RECORD
                   AT END
                       SET CONTEST-FIM TO TRUE
                   NOT AT END
                       IF CTS-ABERTA
                           PERFORM LISTAR-CASO-ABERTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTEST-ARQ

           MOVE SPACES TO WS-REL-LINHA
           STRING "ABERTOS: " DELIMITED BY SIZE
               WS-CASOS-ABERTOS DELIMITED BY SIZE
               "  NO PRAZO: " DELIMITED BY SIZE
               WS-CASOS-NO-PRAZO DELIMITED BY SIZE
               "  VENCENDO: " DELIMITED BY SIZE
               WS-CASOS-VENCENDO DELIMITED BY SIZE
               "  VENCIDOS: " DELIMITED BY SIZE
               WS-CASOS-VENCIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-ABERTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR CONTESTADO EM ABERTO: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-PROVISORIO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CREDITO PROVISORIO PENDENTE: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           CLOSE CONTEST-RELATORIO
           DISPLAY "RELATORIO DE PRAZOS EM CONTEST.REL - ABERTOS: "
               WS-CASOS-ABERTOS " VENCIDOS: " WS-CASOS-VENCIDOS.

       LISTAR-CASO-ABERTO.
           ADD 1 TO WS-CASOS-ABERTOS
           ADD CTS-VALOR TO WS-VALOR-ABERTO
           IF CTS-COM-PROVISORIO
               ADD CTS-VALOR TO WS-VALOR-PROVISORIO
           END-IF
           COMPUTE WS-DIAS-ABERTO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(CTS-DATA-ABERTURA)
           END-COMPUTE
           COMPUTE WS-DIAS-PRAZO EQUAL
               FUNCTION INTEGER-OF-DATE(CTS-PRAZO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-DIAS-PRAZO < ZEROS
                   MOVE "VENCIDO"  TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-CASOS-VENCIDOS
               WHEN WS-DIAS-PRAZO NOT > 2
                   MOVE "VENCENDO" TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-CASOS-VENCENDO
               WHEN OTHER
                   MOVE "NO PRAZO" TO WS-SITUACAO-PRAZO
                   ADD 1 TO WS-CASOS-NO-PRAZO
           END-EVALUATE
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-DIAS-ABERTO TO WS-DIAS-EDITADO
           STRING CTS-TRN-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTS-TRN-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTS-CONTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTS-DATA-ABERTURA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTS-PRAZO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-DIAS-PRAZO TO WS-DIAS-EDITADO
           MOVE WS-DIAS-EDITADO TO WS-REL-LINHA (54 : 5)
           MOVE WS-SITUACAO-PRAZO TO WS-REL-LINHA (60 : 10)
           IF CTS-COM-PROVISORIO
               MOVE "PROV" TO WS-REL-LINHA (71 : 4)
           END-IF
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
