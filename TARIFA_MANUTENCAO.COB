      *>   aplicacao de caixa - acaba a planilha de tarifas cobrada a <*
      *>   mao. Conta encerrada ou dormente e pulada e contada no     <*
      *>   resumo TARIFA.REL.                                         <*
      *>   Conta de deposito a prazo (tipo T, CDB) nao tem tarifa de  <*
      *>   manutencao e tambem e pulada.                              <*
      *>   A fatura sai com origem T (ver FATURA.CPY) e o total       <*
      *>   tarifado e lancado em CONTABIL.INT como receita de         <*
      *>   tarifas: debito 13001, credito 41002 - base do ISS que o   <*
      *>   NFSEMES apura e concilia na emissao das NFS-e do mes.      <*
      *>   Simulacao (EXECUCAO S): tabela alternativa informada       <*
      *>   pelo operador (branco = TARIFA.SIM); cada conta tarifavel  <*
      *>   sai com a tarifa em vigor e a simulada no comparativo do   <*
      *>   SIMCOMP (SIMULA.TARIFMNT.REL), sem fatura, FATNUM.CTL,     <*
      *>   lancamento contabil nem TARIFA.REL.                        <*
      *>   Roda pela agenda do DAILYBAT (AGENDIA, ver                 <*
      *>   data/AGENDA.TAB); a execucao real grava INICIO/FIM no      <*
      *>   OPERACOES.LOG para o painel da manha.                      <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Tabela de tarifas por tipo de conta. Nome em
      *    WS-ARQ-PARAMETROS: a tabela em vigor e, na simulacao,
      *    tambem a alternativa.
           SELECT TARIFA-TAB ASSIGN TO WS-ARQ-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.
      *    Faturas geradas - acrescenta ao arquivo da cobranca.
           SELECT BANCO-MST ASSIGN TO "BANCO.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.
      *    Interface contabil - a receita de tarifas da passada e
      *    lancada aqui, acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Resumo da tarifacao.
           SELECT TARIFA-RELATORIO ASSIGN TO "TARIFA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Log de operacoes compartilhado - inicio e fim do job para
      *    o painel da manha (o agendador AGENDIA registra ali quando
      *    este passo esta previsto).
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *    Layout compartilhado do banco - ver copybooks/BANCOREC.CPY.
           COPY BANCOREC.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  TARIFA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "23" "35".
           88 BANCO-NAO-ACHOU       VALUE "35".
       77 WS-BANCO-FIM          PIC X(01) VALUE "N".
           88 BANCO-FIM             VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQ-PARAMETROS     PIC X(40) VALUE "TARIFA.TAB".

      *    Execucao pedida ao operador/JCL: S = simulacao (tarifa cada
      *    conta com a tabela em vigor e com a alternativa, nao gera
      *    fatura nem lancamento e so sai o comparativo do SIMCOMP);
      *    qualquer outra resposta e a execucao real.
       77 WS-EXECUCAO           PIC X(01) VALUE SPACES.
           88 EXECUCAO-SIMULADA     VALUE "S".
       77 WS-ARQ-SIMULADO       PIC X(40) VALUE SPACES.
       77 WS-ATU-TARIFA-CORRENTE PIC 9(06)V99 COMP-3 VALUE ZEROS.
       77 WS-ATU-TARIFA-POUPANCA PIC 9(06)V99 COMP-3 VALUE ZEROS.
       77 WS-SIM-TARIFA-CORRENTE PIC 9(06)V99 COMP-3 VALUE ZEROS.
       77 WS-SIM-TARIFA-POUPANCA PIC 9(06)V99 COMP-3 VALUE ZEROS.
       77 WS-TARIFA-EDITADA     PIC Z(05)9.99.
       77 WS-TARIFA2-EDITADA    PIC Z(05)9.99.
      *    Comunicacao com o comparativo - ver copybooks/SIMAPI.CPY.
           COPY SIMAPI.

      *    Tarifas em vigor, semeadas com os defaults e trocadas
      *    pelos valores da tabela quando ela existe.
           05 WS-CONTAS-PULADAS     PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-TARIFADO     PIC 9(11)V99 VALUE ZEROS.

      *    Receita de tarifas: debito no contas a receber, credito na
      *    conta de receitas de tarifas (base do ISS da NFS-e).
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-CONTA-RECEITA-TAR  PIC 9(05) VALUE 41002.
       77 WS-RECEITA-INTEIRA    PIC 9(13) VALUE ZEROS.

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
           MOVE "TARIFMNT" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-EMISSAO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-EMISSAO)
           END-COMPUTE

           DISPLAY "EXECUCAO (R=REAL S=SIMULACAO): "
           ACCEPT WS-EXECUCAO
      *    So a execucao real entra no log de operacoes.
           IF NOT EXECUCAO-SIMULADA
               MOVE "INICIO" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
           END-IF
           PERFORM LER-TABELA-TARIFAS
      *    Simulacao: nada de FATNUM.CTL, faturas, contabil ou
      *    TARIFA.REL - so o comparativo.
           IF EXECUCAO-SIMULADA
               PERFORM PREPARAR-SIMULACAO
               IF RETURN-CODE NOT = ZEROS
                   GOBACK
               END-IF
               PERFORM TARIFAR-CONTAS-ATIVAS
               SET SMX-FINALIZAR TO TRUE
               CALL "SIMCOMP" USING SIMULACAO-ENTRADA
                                    SIMULACAO-RESULTADO
               DISPLAY "SIMULACAO - COMPARATIVO EM " SMX-ARQ-RELATORIO
               GOBACK
           END-IF
           PERFORM LER-CONTADOR-FATURA
           PERFORM CARREGAR-CADASTRO-BANCOS
           PERFORM ABRIR-FATURAS-SAIDA
           PERFORM TARIFAR-CONTAS-ATIVAS
           CLOSE FATURAS-SAIDA
           PERFORM GRAVAR-CONTADOR-FATURA
           IF WS-VALOR-TARIFADO > ZEROS
               PERFORM LANCAR-RECEITA-CONTABIL
           END-IF
           PERFORM EMITIR-RELATORIO-TARIFA
           MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

      *    Le a tabela de tarifas por tipo; linha de tipo desconhecido
      *    e ignorada e os defaults valem para o que faltar.
       LER-TABELA-TARIFAS.
           MOVE "N" TO WS-TARIFA-FIM
           OPEN INPUT TARIFA-TAB
           IF TARIFA-NAO-ACHOU
               DISPLAY "TARIFA.TAB AUSENTE - TARIFAS PADRAO"
           END-PERFORM
           CLOSE TARIFA-TAB.

      *    Guarda as tarifas em vigor, le a tabela alternativa (tipo
      *    que ela nao trouxer fica com a tarifa em vigor) e abre o
      *    comparativo. Sem a tabela alternativa nao ha o que
      *    simular: RC 8.
       PREPARAR-SIMULACAO.
           MOVE WS-TARIFA-CORRENTE TO WS-ATU-TARIFA-CORRENTE
           MOVE WS-TARIFA-POUPANCA TO WS-ATU-TARIFA-POUPANCA
           DISPLAY "ARQUIVO DE PARAMETROS SIMULADOS "
               "(BRANCO = TARIFA.SIM): "
           ACCEPT WS-ARQ-SIMULADO
           IF WS-ARQ-SIMULADO = SPACES
               MOVE "TARIFA.SIM" TO WS-ARQ-SIMULADO
           END-IF
           MOVE WS-ARQ-SIMULADO TO WS-ARQ-PARAMETROS
           OPEN INPUT TARIFA-TAB
           IF NOT TARIFA-OK
               DISPLAY "PARAMETROS SIMULADOS NAO ENCONTRADOS: "
                   WS-ARQ-SIMULADO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE TARIFA-TAB
           PERFORM LER-TABELA-TARIFAS
           MOVE WS-TARIFA-CORRENTE TO WS-SIM-TARIFA-CORRENTE
           MOVE WS-TARIFA-POUPANCA TO WS-SIM-TARIFA-POUPANCA

           INITIALIZE SIMULACAO-ENTRADA
           MOVE "TARIFMNT"      TO SMX-PROGRAMA
           MOVE WS-ARQ-SIMULADO TO SMX-ARQ-PARAMETROS
           MOVE WS-ATU-TARIFA-CORRENTE TO WS-TARIFA-EDITADA
           MOVE WS-ATU-TARIFA-POUPANCA TO WS-TARIFA2-EDITADA
           STRING "CORRENTE " DELIMITED BY SIZE
               WS-TARIFA-EDITADA DELIMITED BY SIZE
               "  POUPANCA " DELIMITED BY SIZE
               WS-TARIFA2-EDITADA DELIMITED BY SIZE
               INTO SMX-PARAM-ATUAL
           END-STRING
           MOVE WS-SIM-TARIFA-CORRENTE TO WS-TARIFA-EDITADA
           MOVE WS-SIM-TARIFA-POUPANCA TO WS-TARIFA2-EDITADA
           STRING "CORRENTE " DELIMITED BY SIZE
               WS-TARIFA-EDITADA DELIMITED BY SIZE
               "  POUPANCA " DELIMITED BY SIZE
               WS-TARIFA2-EDITADA DELIMITED BY SIZE
               INTO SMX-PARAM-SIMULADO
           END-STRING
           SET SMX-INICIAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    Varre o cadastro de contas em ordem de chave e fecha uma
      *    fatura de tarifa por conta ativa.
       TARIFAR-CONTAS-ATIVAS.
                       SET CONTA-FIM TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTAS-LIDAS
                       IF CONTA-ATIVA AND NOT CONTA-PRAZO
                           IF EXECUCAO-SIMULADA
                               PERFORM SIMULAR-TARIFA-CONTA
                           ELSE
                               PERFORM GERAR-FATURA-TARIFA
                           END-IF
                       ELSE
      *    Encerrada, dormente ou deposito a prazo (CDB): nao
      *    recebe tarifa.
                           ADD 1 TO WS-CONTAS-PULADAS
                       END-IF
               END-READ
           MOVE ZEROS             TO FAT-VALOR-PAGO
           MOVE ZEROS             TO FAT-DATA-PGTO
           MOVE "A"               TO FAT-SITUACAO
           MOVE ZEROS             TO FAT-DESCONTO-LIMITE
           MOVE ZEROS             TO FAT-DESCONTO-VALOR
           MOVE ZEROS             TO FAT-DESCONTO-CONCEDIDO
           MOVE "T"               TO FAT-ORIGEM
           MOVE ZEROS             TO FAT-NFSE-LOTE
           MOVE ZEROS             TO FAT-NFSE-NUMERO
           MOVE ZEROS             TO FAT-VENCTO-ORIGINAL
           MOVE ZEROS             TO FAT-ENCARGO-DISPENSADO
           PERFORM DESIGNAR-BANCO-DA-FATURA
           WRITE FAT-REC
               INVALID KEY
           END-WRITE
           ADD WS-TARIFA-DA-VEZ TO WS-VALOR-TARIFADO.

      *    Tarifa da conta pelas duas tabelas - nenhuma fatura sai.
       SIMULAR-TARIFA-CONTA.
           IF CONTA-POUPANCA
               MOVE WS-ATU-TARIFA-POUPANCA TO SMX-VALOR-ATUAL
               MOVE WS-SIM-TARIFA-POUPANCA TO SMX-VALOR-SIMULADO
           ELSE
               MOVE WS-ATU-TARIFA-CORRENTE TO SMX-VALOR-ATUAL
               MOVE WS-SIM-TARIFA-CORRENTE TO SMX-VALOR-SIMULADO
           END-IF
           MOVE CONTA-CPF TO SMX-CPF
           SET SMX-ACUMULAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    Le o ultimo numero de fatura usado - mesma mecanica do
      *    FATNUM.CTL em FATURA_GERACAO.COB.
       LER-CONTADOR-FATURA.
               OPEN I-O FATURAS-SAIDA
           END-IF.

      *    Lancamento de partida dobrada da receita de tarifas na
      *    interface contabil, acrescentando ao arquivo do dia.
       LANCAR-RECEITA-CONTABIL.
           MOVE WS-VALOR-TARIFADO TO WS-RECEITA-INTEIRA
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE         TO GL-DATA
           MOVE WS-CONTA-RECEBER     TO GL-CONTA
           MOVE WS-RECEITA-INTEIRA   TO GL-TOTAL-DEBITO
           MOVE ZEROS                TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE         TO GL-DATA
           MOVE WS-CONTA-RECEITA-TAR TO GL-CONTA
           MOVE ZEROS                TO GL-TOTAL-DEBITO
           MOVE WS-RECEITA-INTEIRA   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           DISPLAY "RECEITA DE TARIFAS LANCADA NA INTERFACE CONTABIL".

       EMITIR-RELATORIO-TARIFA.
           OPEN OUTPUT TARIFA-RELATORIO


           CLOSE TARIFA-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM TARIFA.REL".

       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=TARIFMNT SEQ=00000000"  DELIMITED BY SIZE
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
