      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. VARRED.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Varredura automatica entre conta corrente e poupanca: no   <*
      *>   modo CADASTRAR o operador registra a adesao do cliente     <*
      *>   (CPF, conta corrente, conta poupanca e o piso que fica na  <*
      *>   corrente) em VARRED.DAT, conferindo em CONTA.DAT que as    <*
      *>   duas contas existem, estao ativas, sao do CPF e do tipo    <*
      *>   certo; no modo CANCELAR a adesao vira situacao C. No modo  <*
      *>   EXECUTAR (passo de fim de dia, depois das postagens e      <*
      *>   antes do JURODESC DIARIO) cada adesao ativa e varrida: o   <*
      *>   saldo da corrente acima do piso vai para a poupanca; com a <*
      *>   corrente negativa, a poupanca cobre o descoberto ate onde  <*
      *>   tiver saldo. O valor bloqueado por ordem judicial nunca se <*
      *>   move. As duas pernas de cada movimento caem no ledger pela <*
      *>   mesma mecanica das transferencias tipo X do LACO (debito   <*
      *>   antes do credito, imagem antes/depois em LEDGER.JRN com o  <*
      *>   sequencial de RUNSEQ.CTL, journal ANTES da regravacao do   <*
      *>   saldo) - o total do ledger nao muda e o BALDIARI continua  <*
      *>   fechando. Movimentos e adesoes puladas saem em VARRED.REL. <*
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
      *    Adesoes a varredura, indexadas pelo CPF do titular.
           SELECT VARRED-ARQ ASSIGN TO "VARRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRD-CPF
               FILE STATUS IS WS-VARRED-STATUS.
      *    Cadastro de contas - conferencia das duas contas.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois de cada perna,
      *    mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Resumo da passada.
           SELECT VARRED-RELATORIO ASSIGN TO "VARRED.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  VARRED-ARQ.
      *    Layout compartilhado da adesao - ver
      *    copybooks/VARREDREC.CPY.
           COPY VARREDREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  VARRED-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-VARRED-STATUS      PIC X(02) VALUE "00".
           88 VARRED-OK             VALUE "00".
           88 VARRED-NAO-ACHOU      VALUE "35".
       77 WS-VARRED-FIM         PIC X(01) VALUE "N".
           88 VARRED-FIM            VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO-VARRED        PIC X(01) VALUE SPACES.
           88 MODO-CADASTRAR        VALUE "C".
           88 MODO-CANCELAR         VALUE "X".
           88 MODO-EXECUTAR         VALUE "E".

      *    Entrada do cadastro/cancelamento.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CPF-ADESAO         PIC X(11) VALUE SPACES.
       77 WS-CORRENTE-DIGITADA  PIC X(06) VALUE SPACES.
       77 WS-POUPANCA-DIGITADA  PIC X(06) VALUE SPACES.
       77 WS-PISO-DIGITADO      PIC X(11) VALUE SPACES.
       77 WS-CONTA-CONFERIR     PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-ESPERADO      PIC X(01) VALUE SPACES.
       77 WS-CONTA-VALIDA       PIC X(01) VALUE "N".
       77 WS-ADESAO-EXISTE      PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.

      *    Movimento da varredura corrente: conta debitada, conta
      *    creditada e valor, postados pelas duas pernas.
       77 WS-CONTA-DEB          PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-CRED         PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-VARRED       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-LIVRE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-CORRENTE     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CONTA-JORNAL       PIC 9(06) VALUE ZEROS.
       77 WS-SENTIDO            PIC X(20) VALUE SPACES.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

       01  WS-TOTAIS-VARRED.
           05 WS-ADESOES-LIDAS      PIC 9(05) VALUE ZEROS.
           05 WS-ADESOES-PULADAS    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-APLICACOES     PIC 9(05) VALUE ZEROS.
           05 WS-QTD-RESGATES       PIC 9(05) VALUE ZEROS.
           05 WS-TOTAL-APLICADO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-RESGATADO    PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
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
           MOVE "VARRED" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           DISPLAY "MODO (C=CADASTRAR X=CANCELAR E=EXECUTAR): "
           ACCEPT WS-MODO-VARRED

           EVALUATE TRUE
               WHEN MODO-CADASTRAR
                   PERFORM CADASTRAR-ADESAO
               WHEN MODO-CANCELAR
                   PERFORM CANCELAR-ADESAO
               WHEN MODO-EXECUTAR
                   PERFORM EXECUTAR-VARREDURA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-VARRED "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO CADASTRAR
      *----------------------------------------------------------------*
       CADASTRAR-ADESAO.
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "CPF DO TITULAR: "
           ACCEPT WS-CPF-ADESAO
           DISPLAY "CONTA CORRENTE: "
           ACCEPT WS-CORRENTE-DIGITADA
           DISPLAY "CONTA POUPANCA: "
           ACCEPT WS-POUPANCA-DIGITADA
           IF FUNCTION TRIM(WS-CORRENTE-DIGITADA) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-POUPANCA-DIGITADA) IS NOT NUMERIC
               DISPLAY "CONTA NAO NUMERICA - ADESAO RECUSADA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PISO DA CORRENTE (CENTAVOS NAS 2 ULTIMAS "
               "POSICOES): "
           ACCEPT WS-PISO-DIGITADO
           IF FUNCTION TRIM(WS-PISO-DIGITADO) IS NOT NUMERIC
               DISPLAY "PISO NAO NUMERICO - ADESAO RECUSADA"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MOTIVO-RECUSA
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               DISPLAY "CONTA.DAT INDISPONIVEL - STATUS "
                   WS-CONTA-STATUS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-CONFERIR EQUAL
               FUNCTION NUMVAL(WS-CORRENTE-DIGITADA)
           END-COMPUTE
           MOVE "C" TO WS-TIPO-ESPERADO
           PERFORM CONFERIR-CONTA-DA-ADESAO
           IF WS-CONTA-VALIDA = "S"
               COMPUTE WS-CONTA-CONFERIR EQUAL
                   FUNCTION NUMVAL(WS-POUPANCA-DIGITADA)
               END-COMPUTE
               MOVE "P" TO WS-TIPO-ESPERADO
               PERFORM CONFERIR-CONTA-DA-ADESAO
           END-IF
           CLOSE CONTA-ARQ
           IF WS-CONTA-VALIDA NOT = "S"
               DISPLAY "ADESAO RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM ABRIR-VARRED-PARA-ATUALIZAR
           MOVE WS-CPF-ADESAO TO VRD-CPF
           READ VARRED-ARQ
               INVALID KEY
                   MOVE "N" TO WS-ADESAO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-ADESAO-EXISTE
           END-READ
           IF WS-ADESAO-EXISTE = "S" AND VRD-ATIVA
               DISPLAY "CPF JA TEM ADESAO ATIVA - CANCELE ANTES DE "
                   "CADASTRAR OUTRA"
               CLOSE VARRED-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-ADESAO TO VRD-CPF
           COMPUTE VRD-CONTA-CORRENTE EQUAL
               FUNCTION NUMVAL(WS-CORRENTE-DIGITADA)
           END-COMPUTE
           COMPUTE VRD-CONTA-POUPANCA EQUAL
               FUNCTION NUMVAL(WS-POUPANCA-DIGITADA)
           END-COMPUTE
           COMPUTE VRD-PISO EQUAL
               FUNCTION NUMVAL(WS-PISO-DIGITADO) / 100
           END-COMPUTE
           MOVE WS-DATA-HOJE TO VRD-DATA-ADESAO
           MOVE WS-OPERADOR  TO VRD-OPERADOR
           MOVE "A"          TO VRD-SITUACAO
           MOVE ZEROS        TO VRD-DATA-CANCELA
      *    Adesao cancelada do mesmo CPF e substituida pela nova.
           IF WS-ADESAO-EXISTE = "S"
               REWRITE VARRED-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ADESAO - STATUS "
                           WS-VARRED-STATUS
               END-REWRITE
           ELSE
               WRITE VARRED-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ADESAO - STATUS "
                           WS-VARRED-STATUS
               END-WRITE
           END-IF
           CLOSE VARRED-ARQ
           MOVE VRD-PISO TO WS-VALOR-EDITADO
           DISPLAY "ADESAO CADASTRADA - VARREDURA ATIVA COM PISO "
               WS-VALOR-EDITADO.

      *    A conta tem que existir, estar ativa, pertencer ao CPF e
      *    ser do tipo esperado (C ou P).
       CONFERIR-CONTA-DA-ADESAO.
           MOVE "N" TO WS-CONTA-VALIDA
           MOVE WS-CONTA-CONFERIR TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTA-CPF NOT = WS-CPF-ADESAO
                           MOVE "CONTA NAO PERTENCE AO CPF"
                               TO WS-MOTIVO-RECUSA
                       WHEN NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN CONTA-TIPO NOT = WS-TIPO-ESPERADO
                           MOVE "TIPO DE CONTA NAO CONFERE"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-CONTA-VALIDA
                   END-EVALUATE
           END-READ.

       ABRIR-VARRED-PARA-ATUALIZAR.
           OPEN I-O VARRED-ARQ
           IF VARRED-NAO-ACHOU
               OPEN OUTPUT VARRED-ARQ
               CLOSE VARRED-ARQ
               OPEN I-O VARRED-ARQ
           END-IF.

      *----------------------------------------------------------------*
      *    MODO CANCELAR
      *----------------------------------------------------------------*
      *    A adesao do CPF fica no arquivo em situacao C, como
      *    historico.
       CANCELAR-ADESAO.
           DISPLAY "CPF DO TITULAR: "
           ACCEPT WS-CPF-ADESAO
           OPEN I-O VARRED-ARQ
           IF NOT VARRED-OK
               DISPLAY "NENHUMA ADESAO REGISTRADA"
               CLOSE VARRED-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-ADESAO TO VRD-CPF
           READ VARRED-ARQ
               INVALID KEY
                   DISPLAY "ADESAO NAO ENCONTRADA PARA O CPF"
                   CLOSE VARRED-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF NOT VRD-ATIVA
               DISPLAY "ADESAO DO CPF JA ESTA CANCELADA"
               CLOSE VARRED-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "C"          TO VRD-SITUACAO
           MOVE WS-DATA-HOJE TO VRD-DATA-CANCELA
           REWRITE VARRED-REC
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR ADESAO - STATUS "
                       WS-VARRED-STATUS
           END-REWRITE
           CLOSE VARRED-ARQ
           DISPLAY "ADESAO CANCELADA".

      *----------------------------------------------------------------*
      *    MODO EXECUTAR - varredura de fim de dia
      *----------------------------------------------------------------*
       EXECUTAR-VARREDURA.
           OPEN INPUT VARRED-ARQ
           IF NOT VARRED-OK
               DISPLAY "NENHUMA ADESAO REGISTRADA - NADA A VARRER"
               CLOSE VARRED-ARQ
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTA-ARQ
           OPEN I-O LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               DISPLAY "LEDGER INDISPONIVEL - VARREDURA NAO EXECUTADA"
               CLOSE LEDGER-MESTRE
               CLOSE CONTA-ARQ
               CLOSE VARRED-ARQ
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN OUTPUT VARRED-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VARREDURA CORRENTE/POUPANCA - VARRED  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE "N" TO WS-VARRED-FIM
           MOVE LOW-VALUES TO VRD-CPF
           START VARRED-ARQ KEY IS NOT LESS THAN VRD-CPF
               INVALID KEY
                   SET VARRED-FIM TO TRUE
           END-START
           PERFORM UNTIL VARRED-FIM
               READ VARRED-ARQ NEXT RECORD
                   AT END
                       SET VARRED-FIM TO TRUE
                   NOT AT END
                       IF VRD-ATIVA
                           ADD 1 TO WS-ADESOES-LIDAS
                           PERFORM VARRER-UMA-ADESAO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM GRAVAR-RODAPE-VARRED
           CLOSE VARRED-RELATORIO
           CLOSE LEDGER-MESTRE
           CLOSE CONTA-ARQ
           CLOSE VARRED-ARQ
           DISPLAY "VARREDURA: " WS-QTD-APLICACOES " APLICACOES, "
               WS-QTD-RESGATES " RESGATES - RESUMO EM VARRED.REL".

      *    As duas contas tem que continuar ativas no cadastro (conta
      *    dormente ou encerrada depois da adesao fica de fora).
       VARRER-UMA-ADESAO.
           MOVE VRD-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE VRD-CPF TO WS-CPF-ADESAO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE VRD-CONTA-CORRENTE TO WS-CONTA-CONFERIR
           MOVE "C" TO WS-TIPO-ESPERADO
           PERFORM CONFERIR-CONTA-DA-ADESAO
           IF WS-CONTA-VALIDA = "S"
               MOVE VRD-CONTA-POUPANCA TO WS-CONTA-CONFERIR
               MOVE "P" TO WS-TIPO-ESPERADO
               PERFORM CONFERIR-CONTA-DA-ADESAO
           END-IF
           IF WS-CONTA-VALIDA NOT = "S"
               PERFORM ANOTAR-ADESAO-PULADA
               EXIT PARAGRAPH
           END-IF

           MOVE VRD-CPF            TO LEDGER-CPF
           MOVE VRD-CONTA-CORRENTE TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-CORRENTE

           EVALUATE TRUE
      *    Excedente do piso para a poupanca - o bloqueado fica.
               WHEN WS-SALDO-CORRENTE > VRD-PISO
                   COMPUTE WS-VALOR-VARRED EQUAL
                       WS-SALDO-CORRENTE - VRD-PISO
                   END-COMPUTE
                   COMPUTE WS-VALOR-LIVRE EQUAL
                       WS-SALDO-CORRENTE - LEDGER-BLOQUEADO
                   END-COMPUTE
                   IF WS-VALOR-VARRED > WS-VALOR-LIVRE
                       MOVE WS-VALOR-LIVRE TO WS-VALOR-VARRED
                   END-IF
                   IF WS-VALOR-VARRED > ZEROS
                       MOVE VRD-CONTA-CORRENTE TO WS-CONTA-DEB
                       MOVE VRD-CONTA-POUPANCA TO WS-CONTA-CRED
                       MOVE "APLICADO NA POUPANCA" TO WS-SENTIDO
                       PERFORM POSTAR-VARREDURA
                       ADD 1 TO WS-QTD-APLICACOES
                       ADD WS-VALOR-VARRED TO WS-TOTAL-APLICADO
                   END-IF
      *    Corrente negativa: a poupanca cobre ate o saldo livre dela.
               WHEN WS-SALDO-CORRENTE < ZEROS
                   COMPUTE WS-VALOR-VARRED EQUAL
                       ZEROS - WS-SALDO-CORRENTE
                   END-COMPUTE
                   MOVE VRD-CPF            TO LEDGER-CPF
                   MOVE VRD-CONTA-POUPANCA TO LEDGER-CONTA
                   READ LEDGER-MESTRE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   COMPUTE WS-VALOR-LIVRE EQUAL
                       LEDGER-SALDO - LEDGER-BLOQUEADO
                   END-COMPUTE
                   IF WS-VALOR-VARRED > WS-VALOR-LIVRE
                       MOVE WS-VALOR-LIVRE TO WS-VALOR-VARRED
                   END-IF
                   IF WS-VALOR-VARRED > ZEROS
                       MOVE VRD-CONTA-POUPANCA TO WS-CONTA-DEB
                       MOVE VRD-CONTA-CORRENTE TO WS-CONTA-CRED
                       MOVE "RESGATADO P/ CORRENTE" TO WS-SENTIDO
                       PERFORM POSTAR-VARREDURA
                       ADD 1 TO WS-QTD-RESGATES
                       ADD WS-VALOR-VARRED TO WS-TOTAL-RESGATADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Duas pernas, debito primeiro - mesma ordem das
      *    transferencias tipo X do LACO, journal antes de cada
      *    regravacao.
       POSTAR-VARREDURA.
           MOVE VRD-CPF      TO LEDGER-CPF
           MOVE WS-CONTA-DEB TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CONTA-DEB TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO - WS-VALOR-VARRED
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-VARREDURA
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                       WS-LEDGER-STATUS
           END-REWRITE

      *    Perna de credito: conta que ainda nao existe no ledger e
      *    aberta com o proprio valor varrido.
           MOVE VRD-CPF       TO LEDGER-CPF
           MOVE WS-CONTA-CRED TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE WS-CONTA-CRED TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-VALOR-VARRED
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-VARREDURA
           MOVE VRD-CPF         TO LEDGER-CPF
           MOVE WS-CONTA-CRED   TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE

           MOVE WS-VALOR-VARRED TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-CONTA-DEB DELIMITED BY SIZE
               " PARA " DELIMITED BY SIZE
               WS-CONTA-CRED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SENTIDO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-JOURNAL-VARREDURA.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL   TO JRN-SEQUENCIAL
           MOVE VRD-CPF         TO JRN-CPF
           MOVE WS-CONTA-JORNAL TO JRN-CONTA
           MOVE WS-SALDO-ANTES  TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE    TO JRN-DATA
           MOVE WS-HORA-AGORA   TO JRN-HORA
           MOVE ZEROS           TO JRN-DATA-VALOR
           MOVE SPACES          TO JRN-AGENCIA
           MOVE SPACES          TO JRN-REPRESENTANTE
           MOVE SPACES          TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

       ANOTAR-ADESAO-PULADA.
           ADD 1 TO WS-ADESOES-PULADAS
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " PULADO - " DELIMITED BY SIZE
               WS-MOTIVO-RECUSA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-RODAPE-VARRED.
           MOVE SPACES TO WS-REL-LINHA
           STRING "ADESOES ATIVAS " DELIMITED BY SIZE
               WS-ADESOES-LIDAS DELIMITED BY SIZE
               "  PULADAS " DELIMITED BY SIZE
               WS-ADESOES-PULADAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOTAL-APLICADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "APLICACOES " DELIMITED BY SIZE
               WS-QTD-APLICACOES DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TOTAL-RESGATADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RESGATES   " DELIMITED BY SIZE
               WS-QTD-RESGATES DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

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
