      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CDBACRU.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Passo diario do deposito a prazo (CDB): cada CDB ativo de  <*
      *>   CDB.DAT e avaliado na data pelo subprograma CDBCALC (valor <*
      *>   bruto pela taxa contratada) e a avaliacao fica gravada no  <*
      *>   proprio contrato. CDB vencido e resgatado: o valor         <*
      *>   aplicado sai do ledger da conta do CDB e o liquido (bruto  <*
      *>   menos o imposto de renda regressivo retido) e creditado na <*
      *>   conta corrente de resgate, as duas pernas journaladas; a   <*
      *>   conta T e encerrada em CONTA.DAT e o rendimento vai para a <*
      *>   interface contabil (debito 63002 despesa de juros de CDB,  <*
      *>   credito 21001 depositantes pelo liquido e 24002 IR retido  <*
      *>   a recolher pelo imposto). CDB com bloqueio judicial no     <*
      *>   ledger nao e resgatado - fica ativo e sai no relatorio ate <*
      *>   o bloqueio ser baixado. Avaliacoes e resgates em           <*
      *>   CDBACRU.REL.                                               <*
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
      *    Contratos de deposito a prazo, indexados pela conta T.
           SELECT CDB-ARQ ASSIGN TO "CDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-CONTA
               FILE STATUS IS WS-CDB-STATUS.
      *    Cadastro de contas - encerramento da conta T resgatada.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Ledger de saldos - pernas do resgate.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Interface contabil - rendimento e imposto retido.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Avaliacoes e resgates da passada.
           SELECT CDBACRU-RELATORIO ASSIGN TO "CDBACRU.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CDB-ARQ.
      *    Layout compartilhado do CDB - ver copybooks/CDBREC.CPY.
           COPY CDBREC.

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

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  CDBACRU-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CDB-STATUS         PIC X(02) VALUE "00".
           88 CDB-NAO-ACHOU         VALUE "35".
       77 WS-CDB-FIM            PIC X(01) VALUE "N".
           88 CDB-FIM               VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "23" "35".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35" "23".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Area de chamada do subprograma de precificacao CDBCALC -
      *    ver copybooks/CDBAPI.CPY.
           COPY CDBAPI.

      *    Resgate do CDB corrente.
       77 WS-RESGATE-OK         PIC X(01) VALUE "N".
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CPF-JORNAL         PIC X(11) VALUE SPACES.
       77 WS-CONTA-JORNAL       PIC 9(06) VALUE ZEROS.
       77 WS-RENDIMENTO-INTEIRO PIC 9(13) VALUE ZEROS.
       77 WS-IR-INTEIRO         PIC 9(13) VALUE ZEROS.
       77 WS-LIQUIDO-INTEIRO    PIC 9(13) VALUE ZEROS.
       77 WS-OBSERVACAO         PIC X(30) VALUE SPACES.

      *    Plano de contas do rendimento resgatado.
       77 WS-CONTA-DESPESA-CDB  PIC 9(05) VALUE 63002.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-IR-RETIDO    PIC 9(05) VALUE 24002.

       01  WS-TOTAIS-CDBACRU.
           05 WS-CDB-AVALIADOS      PIC 9(05) VALUE ZEROS.
           05 WS-CDB-RESGATADOS     PIC 9(05) VALUE ZEROS.
           05 WS-CDB-RETIDOS        PIC 9(05) VALUE ZEROS.
           05 WS-TOTAL-BRUTO        PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-RENDIMENTO   PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-IR           PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-LIQUIDO      PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-VALOR-EDITADO-2    PIC Z(10)9.99.
       77 WS-ALIQUOTA-EDITADA   PIC Z9.9.
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
           MOVE "CDBACRU" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN I-O CDB-ARQ
           IF CDB-NAO-ACHOU
               DISPLAY "CDB.DAT NAO ENCONTRADO - NENHUM DEPOSITO A "
                   "PRAZO"
               CLOSE CDB-ARQ
               GOBACK
           END-IF
           OPEN I-O LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               DISPLAY "LEDGER INDISPONIVEL - CDB NAO AVALIADO"
               CLOSE LEDGER-MESTRE
               CLOSE CDB-ARQ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CONTA-ARQ
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN OUTPUT CDBACRU-RELATORIO
           PERFORM GRAVAR-CABECALHO-CDB

           MOVE ZEROS TO CDB-CONTA
           START CDB-ARQ KEY IS NOT LESS THAN CDB-CONTA
               INVALID KEY
                   SET CDB-FIM TO TRUE
           END-START
           PERFORM UNTIL CDB-FIM
               READ CDB-ARQ NEXT RECORD
                   AT END
                       SET CDB-FIM TO TRUE
                   NOT AT END
                       IF CDB-ATIVO
                           PERFORM AVALIAR-UM-CDB
                       END-IF
               END-READ
           END-PERFORM

           PERFORM GRAVAR-RODAPE-CDB
           CLOSE CDBACRU-RELATORIO
           CLOSE CONTA-ARQ
           CLOSE LEDGER-MESTRE
           CLOSE CDB-ARQ
           IF WS-TOTAL-RENDIMENTO > ZEROS
               PERFORM LANCAR-RESGATES-CONTABIL
           END-IF
           DISPLAY "CDB AVALIADOS " WS-CDB-AVALIADOS
               ", RESGATADOS " WS-CDB-RESGATADOS
               ", RETIDOS " WS-CDB-RETIDOS
               " - RELATORIO EM CDBACRU.REL"
           GOBACK.

      *    Avalia o CDB na data (ou no vencimento, se ja passou) e
      *    resgata o vencido.
       AVALIAR-UM-CDB.
           ADD 1 TO WS-CDB-AVALIADOS
           MOVE SPACES TO WS-OBSERVACAO
           MOVE CDB-VALOR-APLICADO TO CDC-VALOR-APLICADO
           MOVE CDB-TAXA-ANUAL     TO CDC-TAXA-ANUAL
           MOVE CDB-DATA-APLICACAO TO CDC-DATA-APLICACAO
           IF WS-DATA-HOJE < CDB-DATA-VENCTO
               MOVE WS-DATA-HOJE    TO CDC-DATA-CALCULO
           ELSE
               MOVE CDB-DATA-VENCTO TO CDC-DATA-CALCULO
           END-IF
           CALL "CDBCALC" USING CDB-CALCULO-ENTRADA
               CDB-CALCULO-RESULTADO
           MOVE CDC-VALOR-BRUTO TO CDB-VALOR-BRUTO
           MOVE WS-DATA-HOJE    TO CDB-DATA-AVALIACAO
           ADD CDC-VALOR-BRUTO  TO WS-TOTAL-BRUTO

           IF WS-DATA-HOJE NOT < CDB-DATA-VENCTO
               PERFORM RESGATAR-NO-VENCIMENTO
           END-IF
           REWRITE CDB-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CDB " CDB-CONTA
                       " - STATUS " WS-CDB-STATUS
           END-REWRITE
           PERFORM GRAVAR-LINHA-CDB.

      *    Resgate no vencimento: sai o aplicado da conta do CDB,
      *    entra o liquido na corrente de resgate. Bloqueio judicial
      *    na conta do CDB segura o resgate.
       RESGATAR-NO-VENCIMENTO.
           MOVE CDB-CPF   TO LEDGER-CPF
           MOVE CDB-CONTA TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE "SEM POSICAO NO LEDGER" TO WS-OBSERVACAO
                   ADD 1 TO WS-CDB-RETIDOS
                   EXIT PARAGRAPH
           END-READ
           IF LEDGER-BLOQUEADO > ZEROS
               MOVE "RETIDO - BLOQUEIO JUDICIAL" TO WS-OBSERVACAO
               ADD 1 TO WS-CDB-RETIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE CDB-CPF   TO WS-CPF-JORNAL
           MOVE CDB-CONTA TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO - CDB-VALOR-APLICADO
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-RESGATE
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                       WS-LEDGER-STATUS
           END-REWRITE

           MOVE CDB-CPF           TO LEDGER-CPF
           MOVE CDB-CONTA-RESGATE TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE CDB-CPF           TO WS-CPF-JORNAL
           MOVE CDB-CONTA-RESGATE TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + CDC-VALOR-LIQUIDO
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-RESGATE
           MOVE CDB-CPF           TO LEDGER-CPF
           MOVE CDB-CONTA-RESGATE TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS   TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE

           MOVE "V"               TO CDB-SITUACAO
           MOVE WS-DATA-HOJE      TO CDB-DATA-RESGATE
           MOVE CDC-VALOR-IR      TO CDB-VALOR-IR
           MOVE CDC-VALOR-LIQUIDO TO CDB-VALOR-LIQUIDO
           PERFORM ENCERRAR-CONTA-CDB
           ADD 1 TO WS-CDB-RESGATADOS
           ADD CDC-RENDIMENTO    TO WS-TOTAL-RENDIMENTO
           ADD CDC-VALOR-IR      TO WS-TOTAL-IR
           ADD CDC-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO
           MOVE "RESGATADO NO VENCIMENTO" TO WS-OBSERVACAO.

      *    A conta T resgatada e encerrada no cadastro de contas.
       ENCERRAR-CONTA-CDB.
           MOVE CDB-CONTA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "E" TO CONTA-SITUACAO
                   REWRITE CONTA-REC
                       INVALID KEY
                           DISPLAY "ERRO AO ENCERRAR CONTA "
                               CONTA-NUMERO " - STATUS "
                               WS-CONTA-STATUS
                   END-REWRITE
           END-READ.

       GRAVAR-JOURNAL-RESGATE.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL   TO JRN-SEQUENCIAL
           MOVE WS-CPF-JORNAL   TO JRN-CPF
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

      *----------------------------------------------------------------*
      *    RELATORIO E INTERFACE CONTABIL
      *----------------------------------------------------------------*
       GRAVAR-CABECALHO-CDB.
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEPOSITOS A PRAZO - CDBACRU  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

       GRAVAR-LINHA-CDB.
           MOVE CDB-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE CDB-VALOR-APLICADO TO WS-VALOR-EDITADO
           MOVE CDB-VALOR-BRUTO    TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " CONTA " DELIMITED BY SIZE
               CDB-CONTA DELIMITED BY SIZE
               " APLICADO " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " BRUTO " DELIMITED BY SIZE
               WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               " VENCTO " DELIMITED BY SIZE
               CDB-DATA-VENCTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OBSERVACAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           IF CDB-RESGATADO-VENCTO
               MOVE CDB-VALOR-IR      TO WS-VALOR-EDITADO
               MOVE CDB-VALOR-LIQUIDO TO WS-VALOR-EDITADO-2
               MOVE CDC-ALIQUOTA-IR   TO WS-ALIQUOTA-EDITADA
               MOVE SPACES TO WS-REL-LINHA
               STRING "     IR RETIDO " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ALIQUOTA-EDITADA DELIMITED BY SIZE
                   "%)  LIQUIDO CREDITADO NA CONTA " DELIMITED BY SIZE
                   CDB-CONTA-RESGATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       GRAVAR-RODAPE-CDB.
           MOVE WS-TOTAL-BRUTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CDB AVALIADOS " DELIMITED BY SIZE
               WS-CDB-AVALIADOS DELIMITED BY SIZE
               "  VALOR BRUTO TOTAL " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-IR      TO WS-VALOR-EDITADO
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           STRING "RESGATADOS " DELIMITED BY SIZE
               WS-CDB-RESGATADOS DELIMITED BY SIZE
               "  RETIDOS " DELIMITED BY SIZE
               WS-CDB-RETIDOS DELIMITED BY SIZE
               "  IR RETIDO " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  LIQUIDO " DELIMITED BY SIZE
               WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *    Rendimento dos resgates do dia: despesa de juros contra o
      *    que entra na conta do cliente e o imposto a recolher. O
      *    liquido inteiro sai da diferenca, para o lancamento fechar.
       LANCAR-RESGATES-CONTABIL.
           MOVE WS-TOTAL-RENDIMENTO TO WS-RENDIMENTO-INTEIRO
           MOVE WS-TOTAL-IR         TO WS-IR-INTEIRO
           COMPUTE WS-LIQUIDO-INTEIRO EQUAL
               WS-RENDIMENTO-INTEIRO - WS-IR-INTEIRO
           END-COMPUTE
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-DESPESA-CDB  TO GL-CONTA
           MOVE WS-RENDIMENTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-DEPOSITOS    TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-LIQUIDO-INTEIRO    TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-IR-RETIDO    TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-IR-INTEIRO         TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL.
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
