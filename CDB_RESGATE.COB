      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CDBRESG.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Resgate antecipado do deposito a prazo (CDB): o operador   <*
      *>   informa o CPF e a conta T do CDB. O CDB tem que ser do     <*
      *>   CPF, estar ativo, ainda nao ter vencido (no vencimento o   <*
      *>   resgate e do passo diario CDBACRU), ter sido contratado    <*
      *>   com resgate antecipado e nao ter bloqueio judicial no      <*
      *>   ledger. O resgate e precificado pelo mesmo subprograma     <*
      *>   CDBCALC do passo diario (bruto na data e imposto de renda  <*
      *>   regressivo pelo prazo corrido), exibido para confirmacao   <*
      *>   e efetivado como no vencimento: o aplicado sai do ledger   <*
      *>   da conta do CDB, o liquido e creditado na conta corrente   <*
      *>   de resgate com as duas pernas journaladas, o contrato fica <*
      *>   na situacao R, a conta T e encerrada e o rendimento vai    <*
      *>   para a interface contabil (63002 / 21001 / 24002). Cada    <*
      *>   resgate e acrescentado em CDBRESG.REL com o operador.      <*
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
      *    Registro acumulado dos resgates antecipados.
           SELECT CDBRESG-RELATORIO ASSIGN TO "CDBRESG.REL"
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

       FD  CDBRESG-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CDB-STATUS         PIC X(02) VALUE "00".
           88 CDB-NAO-ACHOU         VALUE "35".
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
           88 RELATORIO-NAO-ACHOU   VALUE "35".

      *    Area de chamada do subprograma de precificacao CDBCALC -
      *    ver copybooks/CDBAPI.CPY.
           COPY CDBAPI.

      *    Pedido digitado pelo operador.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CPF-CLIENTE        PIC X(11) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.

      *    Postagem do resgate no ledger.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CPF-JORNAL         PIC X(11) VALUE SPACES.
       77 WS-CONTA-JORNAL       PIC 9(06) VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.
       77 WS-RENDIMENTO-INTEIRO PIC 9(13) VALUE ZEROS.
       77 WS-IR-INTEIRO         PIC 9(13) VALUE ZEROS.
       77 WS-LIQUIDO-INTEIRO    PIC 9(13) VALUE ZEROS.

      *    Plano de contas do rendimento resgatado - o mesmo do
      *    CDBACRU.
       77 WS-CONTA-DESPESA-CDB  PIC 9(05) VALUE 63002.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-IR-RETIDO    PIC 9(05) VALUE 24002.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
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
           MOVE "CDBRESG" TO LYX-PROGRAMA
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
               DISPLAY "LEDGER INDISPONIVEL - RESGATE NAO EFETUADO"
               CLOSE LEDGER-MESTRE
               CLOSE CDB-ARQ
               GOBACK
           END-IF

           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           PERFORM RESGATAR-ANTECIPADO
           CLOSE LEDGER-MESTRE
           CLOSE CDB-ARQ
           GOBACK.

      *----------------------------------------------------------------*
      *    RESGATE - pedido, conferencias, precificacao e efetivacao
      *----------------------------------------------------------------*
       RESGATAR-ANTECIPADO.
           PERFORM RECEBER-PEDIDO-RESGATE
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-CDB-RESGATE
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "RESGATE RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE CDB-VALOR-APLICADO TO CDC-VALOR-APLICADO
           MOVE CDB-TAXA-ANUAL     TO CDC-TAXA-ANUAL
           MOVE CDB-DATA-APLICACAO TO CDC-DATA-APLICACAO
           MOVE WS-DATA-HOJE       TO CDC-DATA-CALCULO
           CALL "CDBCALC" USING CDB-CALCULO-ENTRADA
               CDB-CALCULO-RESULTADO
           PERFORM EXIBIR-PRECIFICACAO

           DISPLAY "CONFIRMA O RESGATE ANTECIPADO (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "RESGATE CANCELADO PELO OPERADOR"
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTER-PROXIMO-SEQUENCIAL
           PERFORM EFETIVAR-RESGATE-LEDGER
           MOVE "R"               TO CDB-SITUACAO
           MOVE CDC-VALOR-BRUTO   TO CDB-VALOR-BRUTO
           MOVE WS-DATA-HOJE      TO CDB-DATA-AVALIACAO
           MOVE WS-DATA-HOJE      TO CDB-DATA-RESGATE
           MOVE CDC-VALOR-IR      TO CDB-VALOR-IR
           MOVE CDC-VALOR-LIQUIDO TO CDB-VALOR-LIQUIDO
           REWRITE CDB-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CDB " CDB-CONTA
                       " - STATUS " WS-CDB-STATUS
           END-REWRITE
           PERFORM ENCERRAR-CONTA-CDB
           IF CDC-RENDIMENTO > ZEROS
               PERFORM LANCAR-RESGATE-CONTABIL
           END-IF
           PERFORM REGISTRAR-RESGATE

           MOVE CDC-VALOR-LIQUIDO TO WS-VALOR-EDITADO
           DISPLAY "CDB " CDB-CONTA " RESGATADO - LIQUIDO "
               WS-VALOR-EDITADO " CREDITADO NA CONTA "
               CDB-CONTA-RESGATE.

       RECEBER-PEDIDO-RESGATE.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           DISPLAY "CPF DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "CONTA DO CDB: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               MOVE "CONTA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE CDB-CONTA EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE.

       CONFERIR-CDB-RESGATE.
           READ CDB-ARQ
               INVALID KEY
                   MOVE "CDB NAO ENCONTRADO" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
           END-READ
           IF CDB-CPF NOT = WS-CPF-CLIENTE
               MOVE "CDB NAO PERTENCE AO CPF" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NOT CDB-ATIVO
               MOVE "CDB JA RESGATADO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-HOJE NOT < CDB-DATA-VENCTO
               MOVE "CDB VENCIDO - RESGATE PELO PASSO DIARIO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NOT CDB-PERMITE-ANTECIPADO
               MOVE "CONTRATO SEM RESGATE ANTECIPADO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE CDB-CPF   TO LEDGER-CPF
           MOVE CDB-CONTA TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE "CDB SEM POSICAO NO LEDGER" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
           END-READ
           IF LEDGER-BLOQUEADO > ZEROS
               MOVE "CDB COM BLOQUEIO JUDICIAL" TO WS-MOTIVO-RECUSA
           END-IF.

       EXIBIR-PRECIFICACAO.
           MOVE CDB-VALOR-APLICADO TO WS-VALOR-EDITADO
           DISPLAY "APLICADO EM " CDB-DATA-APLICACAO " "
               WS-VALOR-EDITADO " - VENCIMENTO " CDB-DATA-VENCTO
           MOVE CDC-VALOR-BRUTO TO WS-VALOR-EDITADO
           DISPLAY "VALOR BRUTO HOJE   " WS-VALOR-EDITADO
               " (" CDC-DIAS " DIAS CORRIDOS)"
           MOVE CDC-VALOR-IR    TO WS-VALOR-EDITADO
           MOVE CDC-ALIQUOTA-IR TO WS-ALIQUOTA-EDITADA
           DISPLAY "IMPOSTO DE RENDA   " WS-VALOR-EDITADO
               " (" WS-ALIQUOTA-EDITADA "% SOBRE O RENDIMENTO)"
           MOVE CDC-VALOR-LIQUIDO TO WS-VALOR-EDITADO
           DISPLAY "LIQUIDO A CREDITAR " WS-VALOR-EDITADO
               " NA CONTA " CDB-CONTA-RESGATE.

      *    Mesmas duas pernas do resgate no vencimento (CDBACRU).
       EFETIVAR-RESGATE-LEDGER.
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
           END-WRITE.

      *    A conta T resgatada e encerrada no cadastro de contas.
       ENCERRAR-CONTA-CDB.
           OPEN I-O CONTA-ARQ
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
           END-READ
           CLOSE CONTA-ARQ.

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

      *    Rendimento do resgate: despesa de juros contra o credito
      *    ao cliente e o imposto a recolher, o liquido inteiro pela
      *    diferenca para o lancamento fechar.
       LANCAR-RESGATE-CONTABIL.
           MOVE CDC-RENDIMENTO TO WS-RENDIMENTO-INTEIRO
           MOVE CDC-VALOR-IR   TO WS-IR-INTEIRO
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

       REGISTRAR-RESGATE.
           OPEN EXTEND CDBRESG-RELATORIO
           IF RELATORIO-NAO-ACHOU
               CLOSE CDBRESG-RELATORIO
               OPEN OUTPUT CDBRESG-RELATORIO
           END-IF
           MOVE CDB-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE CDC-VALOR-IR      TO WS-VALOR-EDITADO
           MOVE CDC-VALOR-LIQUIDO TO WS-VALOR-EDITADO-2
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-DATA-HOJE DELIMITED BY SIZE
               " OPER " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " CDB " DELIMITED BY SIZE
               CDB-CONTA DELIMITED BY SIZE
               " IR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " LIQUIDO " DELIMITED BY SIZE
               WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           CLOSE CDBRESG-RELATORIO.

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
