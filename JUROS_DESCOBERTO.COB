      *>   da regravacao do saldo) e o acumulador zera. Nos dois      <*
      *>   modos sai o relatorio por CPF/conta em DESCOB.REL, com o   <*
      *>   CPF mascarado como em todo relatorio da casa.              <*
      *>   IOF sobre o descoberto: junto com os juros o modo DIARIO   <*
      *>   acumula a aliquota diaria de data/IOF.PRM sobre o saldo    <*
      *>   devedor (e a adicional uma vez, quando a conta entra no    <*
      *>   descoberto no mes). O MENSAL debita o IOF em postagem      <*
      *>   journalada propria, registra a cobranca em IOF.MOV (base   <*
      *>   do resumo da DARF) e lanca o total na interface contabil   <*
      *>   (debito 21001 depositos, credito 24001 IOF a recolher).    <*
      *>   Simulacao (EXECUCAO S): taxa de descoberto de um arquivo   <*
      *>   alternativo (branco = data/ENCARGOS.SIM). No DIARIO o dia  <*
      *>   de juros de cada conta negativa sai com as duas taxas; no  <*
      *>   MENSAL o acumulado e reprojetado na proporcao das taxas.   <*
      *>   Nada e gravado - acumulador, ledger, journal, RUNSEQ,      <*
      *>   IOF.MOV, CONTABIL.INT e DESCOB.REL ficam como estavam - e  <*
      *>   o comparativo sai pelo SIMCOMP em SIMULA.JURODESC.REL.     <*
      *>   O IOF nao depende da taxa e fica fora do comparativo.      <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Parametros da apuracao - a taxa de descoberto e o campo
      *    novo no fim do registro de data/ENCARGOS.PRM. Nome em
      *    WS-ARQ-PARAMETROS: o arquivo em vigor e, na simulacao,
      *    tambem o alternativo.
           SELECT ENCARGOS-PARAMETROS ASSIGN TO WS-ARQ-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *    Acumulador de juros de descoberto por CPF/conta/mes.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Aliquotas de IOF sobre operacoes de credito.
           SELECT IOF-PARAMETROS ASSIGN TO "data/IOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFPRM-STATUS.
      *    Movimento de IOF cobrado - base do resumo da DARF.
           SELECT IOF-MOVIMENTO ASSIGN TO "IOF.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFMOV-STATUS.
      *    Interface contabil - lancamento consolidado do IOF.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Relatorio da passada.
           SELECT DESCOB-RELATORIO ASSIGN TO "DESCOB.REL"
               ORGANIZATION IS LINE SEQUENTIAL

       FD  DESCOB-ACUMULADOR.
       01  ACUM-REG.
           05 ACM-CPF              PIC X(14).
           05 ACM-CONTA            PIC 9(06).
      *    Mes de competencia do acumulado (AAAAMM).
           05 ACM-MES              PIC 9(06).
           05 ACM-VALOR            PIC 9(09)V99.
      *    IOF acumulado no mes (diario + adicional).
           05 ACM-IOF              PIC 9(09)V99.

       FD  DESCOB-TRANSBORDO.
       01  ACMTRB-LINHA            PIC X(45).

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  IOF-PARAMETROS.
      *    Layout compartilhado das aliquotas - ver
      *    copybooks/IOFPRMREC.CPY.
           COPY IOFPRMREC.

       FD  IOF-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/IOFMOVREC.CPY.
           COPY IOFMOVREC.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  DESCOB-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       77 WS-RUNSEQ-STATUS       PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-RELATORIO-STATUS    PIC X(02) VALUE "00".
       77 WS-IOFPRM-STATUS       PIC X(02) VALUE "00".
           88 IOFPRM-OK             VALUE "00".
       77 WS-IOFMOV-STATUS       PIC X(02) VALUE "00".
           88 IOFMOV-NAO-ACHOU      VALUE "35".
       77 WS-INTERFACE-STATUS    PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-ARQ-PARAMETROS     PIC X(40) VALUE "data/ENCARGOS.PRM".

      *    Execucao pedida ao operador/JCL: S = simulacao (calcula com
      *    a taxa em vigor e com a do arquivo alternativo, nao grava
      *    nada e so sai o comparativo do SIMCOMP); qualquer outra
      *    resposta e a execucao real.
       77 WS-EXECUCAO           PIC X(01) VALUE SPACES.
           88 EXECUCAO-SIMULADA     VALUE "S".
       77 WS-ARQ-SIMULADO       PIC X(40) VALUE SPACES.
       77 WS-TAXA-DESCOB-ATUAL  PIC 9(02)V99 COMP-3 VALUE ZEROS.
       77 WS-TAXA-DESCOB-SIM    PIC 9(02)V99 COMP-3 VALUE ZEROS.
      *    Comunicacao com o comparativo - ver copybooks/SIMAPI.CPY.
           COPY SIMAPI.

      *    Modo pedido ao operador/JCL.
       77 WS-MODO-JUROS         PIC X(01) VALUE SPACES.
      *    Taxa mensal de descoberto em vigor - default 8% quando o
      *    arquivo de parametros nao existe ou nao traz o campo.
       77 WS-TAXA-DESCOB        PIC 9(02)V99 COMP-3 VALUE 8.
      *    Aliquotas de IOF (por cento) - default da pessoa fisica
      *    quando data/IOF.PRM nao existe: 0,0082 ao dia e 0,38
      *    adicional.
       77 WS-IOF-DIARIA         PIC 9(01)V9(04) COMP-3 VALUE 0.0082.
       77 WS-IOF-ADICIONAL      PIC 9(01)V9(04) COMP-3 VALUE 0.38.

      *    Acumulador em memoria (um item por CPF/conta/mes).
       01  WS-TABELA-ACUM.
           05 WS-ACM-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-ACM-ITEM OCCURS 2000 TIMES.
              10 WS-ACM-CPF         PIC X(14).
              10 WS-ACM-CONTA       PIC 9(06).
              10 WS-ACM-MES         PIC 9(06).
              10 WS-ACM-VALOR       PIC 9(09)V99.
              10 WS-ACM-IOF         PIC 9(09)V99.
       77 WS-ACM-IND            PIC 9(04) VALUE ZEROS.
       77 WS-ACM-ACHADO         PIC 9(04) VALUE ZEROS.
       77 WS-ACM-ESTOUROU       PIC X(01) VALUE "N".
      *    Juros do dia da conta corrente da varredura.
       77 WS-SALDO-NEGATIVO     PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-JUROS-DIA          PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-IOF-DIA            PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-CONTA        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.

           05 WS-JUROS-ACUMULADOS   PIC 9(11)V99 VALUE ZEROS.
           05 WS-COBRANCAS-POSTADAS PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-COBRADO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-IOF-ACUMULADO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-IOF-COBRADO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-IOF-INTEIRO        PIC 9(13) VALUE ZEROS.

      *    Plano de contas do lancamento do IOF.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
       77 WS-CONTA-IOF          PIC 9(05) VALUE 24001.

       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-TAXA-DISPLAY       PIC Z9.99.
       77 WS-ALIQ-DISPLAY       PIC 9.9999.
       77 WS-ALIQ-ADIC-DISPLAY  PIC 9.9999.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
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
           MOVE "JURODESC" TO LYX-PROGRAMA
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           DISPLAY "EXECUCAO (R=REAL S=SIMULACAO): "
           ACCEPT WS-EXECUCAO
           PERFORM LER-TAXA-DESCOBERTO
           IF EXECUCAO-SIMULADA
               PERFORM PREPARAR-SIMULACAO
               IF RETURN-CODE NOT = ZEROS
                   GOBACK
               END-IF
           END-IF
           PERFORM LER-ALIQUOTAS-IOF
           PERFORM CARREGAR-ACUMULADOR

           DISPLAY "MODO (D=ACUMULO DIARIO M=COBRANCA MENSAL): "
           ACCEPT WS-MODO-JUROS

      *    Na simulacao o acumulador, o ledger e o DESCOB.REL ficam
      *    como estavam - so sai o comparativo.
           EVALUATE TRUE
               WHEN MODO-DIARIO
                   PERFORM ACUMULAR-JUROS-DO-DIA
                   IF NOT EXECUCAO-SIMULADA
                       PERFORM REGRAVAR-ACUMULADOR
                   END-IF
               WHEN MODO-MENSAL AND EXECUCAO-SIMULADA
                   PERFORM SIMULAR-COBRANCA-DO-MES
               WHEN MODO-MENSAL
                   PERFORM COBRAR-ACUMULADO-DO-MES
                   PERFORM REGRAVAR-ACUMULADOR
                   GOBACK
           END-EVALUATE

           IF EXECUCAO-SIMULADA
               SET SMX-FINALIZAR TO TRUE
               CALL "SIMCOMP" USING SIMULACAO-ENTRADA
                                    SIMULACAO-RESULTADO
               DISPLAY "SIMULACAO - COMPARATIVO EM " SMX-ARQ-RELATORIO
           ELSE
               PERFORM EMITIR-RELATORIO-DESCOB
           END-IF
           GOBACK.

      *    Taxa de descoberto do arquivo de parametros; campo ausente
           END-IF
           CLOSE ENCARGOS-PARAMETROS.

      *    Guarda a taxa em vigor, le a do arquivo alternativo (sem o
      *    campo fica a em vigor) e abre o comparativo. Sem o arquivo
      *    alternativo nao ha o que simular: RC 8.
       PREPARAR-SIMULACAO.
           MOVE WS-TAXA-DESCOB TO WS-TAXA-DESCOB-ATUAL
           DISPLAY "ARQUIVO DE PARAMETROS SIMULADOS "
               "(BRANCO = data/ENCARGOS.SIM): "
           ACCEPT WS-ARQ-SIMULADO
           IF WS-ARQ-SIMULADO = SPACES
               MOVE "data/ENCARGOS.SIM" TO WS-ARQ-SIMULADO
           END-IF
           MOVE WS-ARQ-SIMULADO TO WS-ARQ-PARAMETROS
           OPEN INPUT ENCARGOS-PARAMETROS
           IF NOT PARAM-OK
               DISPLAY "PARAMETROS SIMULADOS NAO ENCONTRADOS: "
                   WS-ARQ-SIMULADO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE ENCARGOS-PARAMETROS
           PERFORM LER-TAXA-DESCOBERTO
           MOVE WS-TAXA-DESCOB TO WS-TAXA-DESCOB-SIM

           INITIALIZE SIMULACAO-ENTRADA
           MOVE "JURODESC"      TO SMX-PROGRAMA
           MOVE WS-ARQ-SIMULADO TO SMX-ARQ-PARAMETROS
           MOVE WS-TAXA-DESCOB-ATUAL TO WS-TAXA-DISPLAY
           STRING "TAXA MENSAL DE DESCOBERTO " DELIMITED BY SIZE
               WS-TAXA-DISPLAY DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO SMX-PARAM-ATUAL
           END-STRING
           MOVE WS-TAXA-DESCOB-SIM TO WS-TAXA-DISPLAY
           STRING "TAXA MENSAL DE DESCOBERTO " DELIMITED BY SIZE
               WS-TAXA-DISPLAY DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO SMX-PARAM-SIMULADO
           END-STRING
           SET SMX-INICIAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    Aliquotas de IOF da tabela de parametros; arquivo ausente
      *    ou campo nao numerico mantem o default.
       LER-ALIQUOTAS-IOF.
           OPEN INPUT IOF-PARAMETROS
           IF IOFPRM-OK
               READ IOF-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IOFP-ALIQ-DIARIA IS NUMERIC
                           MOVE IOFP-ALIQ-DIARIA TO WS-IOF-DIARIA
                       END-IF
                       IF IOFP-ALIQ-ADICIONAL IS NUMERIC
                           MOVE IOFP-ALIQ-ADICIONAL
                               TO WS-IOF-ADICIONAL
                       END-IF
               END-READ
           ELSE
               DISPLAY "IOF.PRM AUSENTE - ALIQUOTAS DE IOF PADRAO"
           END-IF
           CLOSE IOF-PARAMETROS.

       CARREGAR-ACUMULADOR.
           MOVE "N" TO WS-ACUM-FIM
           OPEN INPUT DESCOB-ACUMULADOR
                   MOVE ACM-CONTA TO WS-ACM-CONTA (WS-ACM-QTD)
                   MOVE ACM-MES   TO WS-ACM-MES (WS-ACM-QTD)
                   MOVE ACM-VALOR TO WS-ACM-VALOR (WS-ACM-QTD)
      *    Acumulador gravado antes do IOF nao traz o campo.
                   IF ACM-IOF IS NUMERIC
                       MOVE ACM-IOF TO WS-ACM-IOF (WS-ACM-QTD)
                   ELSE
                       MOVE ZEROS TO WS-ACM-IOF (WS-ACM-QTD)
                   END-IF
               ELSE
      *    Alem da tabela vai para o transbordo - o dia de juros
      *    dessas contas fica sem acumular nesta passada, mas o ja
                   UNTIL WS-ACM-IND > WS-ACM-QTD
      *    Item zerado pela cobranca mensal nao volta ao arquivo.
               IF WS-ACM-VALOR (WS-ACM-IND) > ZEROS
                   OR WS-ACM-IOF (WS-ACM-IND) > ZEROS
                   MOVE WS-ACM-CPF (WS-ACM-IND)   TO ACM-CPF
                   MOVE WS-ACM-CONTA (WS-ACM-IND) TO ACM-CONTA
                   MOVE WS-ACM-MES (WS-ACM-IND)   TO ACM-MES
                   MOVE WS-ACM-VALOR (WS-ACM-IND) TO ACM-VALOR
                   MOVE WS-ACM-IOF (WS-ACM-IND)   TO ACM-IOF
                   WRITE ACUM-REG
               END-IF
           END-PERFORM
                       SET LEDGER-FIM TO TRUE
                   NOT AT END
                       IF LEDGER-SALDO < ZEROS
                           IF EXECUCAO-SIMULADA
                               PERFORM SIMULAR-CONTA-NEGATIVA
                           ELSE
                               PERFORM ACUMULAR-CONTA-NEGATIVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MESTRE.

      *    Um dia de juros sobre o saldo devedor da conta corrente da
      *    varredura: taxa mensal proporcionalizada a 30 dias. O IOF
      *    do dia vem junto: aliquota diaria sobre o saldo devedor e,
      *    na primeira entrada da conta no descoberto do mes, a
      *    adicional sobre o mesmo saldo.
       ACUMULAR-CONTA-NEGATIVA.
           ADD 1 TO WS-CONTAS-NEGATIVAS
           COMPUTE WS-SALDO-NEGATIVO EQUAL 0 - LEDGER-SALDO
           END-COMPUTE
           PERFORM CALCULAR-JUROS-DIA
           IF WS-JUROS-DIA NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IOF-DIA ROUNDED EQUAL
               WS-SALDO-NEGATIVO * (WS-IOF-DIARIA / 100)
               ON SIZE ERROR
                   MOVE ZEROS TO WS-IOF-DIA
           END-COMPUTE

           PERFORM LOCALIZAR-ITEM-ACUMULADOR
           IF WS-ACM-ACHADO > ZEROS
               ADD WS-JUROS-DIA TO WS-ACM-VALOR (WS-ACM-ACHADO)
               ADD WS-IOF-DIA   TO WS-ACM-IOF (WS-ACM-ACHADO)
           ELSE
               COMPUTE WS-IOF-DIA ROUNDED EQUAL
                   WS-IOF-DIA
                   + WS-SALDO-NEGATIVO * (WS-IOF-ADICIONAL / 100)
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               IF WS-ACM-QTD < 2000
                   ADD 1 TO WS-ACM-QTD
                   MOVE LEDGER-CPF    TO WS-ACM-CPF (WS-ACM-QTD)
                   MOVE LEDGER-CONTA  TO WS-ACM-CONTA (WS-ACM-QTD)
                   MOVE WS-MES-COMPET TO WS-ACM-MES (WS-ACM-QTD)
                   MOVE WS-JUROS-DIA  TO WS-ACM-VALOR (WS-ACM-QTD)
                   MOVE WS-IOF-DIA    TO WS-ACM-IOF (WS-ACM-QTD)
               END-IF
           END-IF
           ADD WS-JUROS-DIA TO WS-JUROS-ACUMULADOS
           ADD WS-IOF-DIA   TO WS-IOF-ACUMULADO.

      *    Um dia de juros sobre WS-SALDO-NEGATIVO a taxa em vigor em
      *    WS-TAXA-DESCOB.
       CALCULAR-JUROS-DIA.
           COMPUTE WS-JUROS-DIA ROUNDED EQUAL
               WS-SALDO-NEGATIVO * (WS-TAXA-DESCOB / 100) / 30
               ON SIZE ERROR
                   MOVE ZEROS TO WS-JUROS-DIA
                   DISPLAY "OVERFLOW NO CALCULO DE JUROS DA CONTA "
                       LEDGER-CONTA
           END-COMPUTE.

      *    Dia de juros da conta com a taxa em vigor e com a simulada
      *    - o IOF nao depende da taxa e fica fora do comparativo.
       SIMULAR-CONTA-NEGATIVA.
           COMPUTE WS-SALDO-NEGATIVO EQUAL 0 - LEDGER-SALDO
           END-COMPUTE
           MOVE WS-TAXA-DESCOB-ATUAL TO WS-TAXA-DESCOB
           PERFORM CALCULAR-JUROS-DIA
           MOVE WS-JUROS-DIA TO SMX-VALOR-ATUAL
           MOVE WS-TAXA-DESCOB-SIM TO WS-TAXA-DESCOB
           PERFORM CALCULAR-JUROS-DIA
           MOVE WS-JUROS-DIA TO SMX-VALOR-SIMULADO
           IF SMX-VALOR-ATUAL = ZEROS AND SMX-VALOR-SIMULADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE LEDGER-CPF TO SMX-CPF
           SET SMX-ACUMULAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

       LOCALIZAR-ITEM-ACUMULADOR.
           MOVE ZEROS TO WS-ACM-ACHADO
           PERFORM VARYING WS-ACM-IND FROM 1 BY 1
                   UNTIL WS-ACM-IND > WS-ACM-QTD
               IF WS-ACM-VALOR (WS-ACM-IND) > ZEROS
                   OR WS-ACM-IOF (WS-ACM-IND) > ZEROS
                   PERFORM POSTAR-COBRANCA-CONTA
               END-IF
           END-PERFORM
           CLOSE LEDGER-MESTRE
           IF WS-IOF-COBRADO > ZEROS
               PERFORM LANCAR-IOF-CONTABIL
           END-IF.

      *    Cobranca do mes simulada: os juros do dia sao proporcionais
      *    a taxa, entao o acumulado a taxa simulada e o acumulado em
      *    vigor na proporcao das duas taxas. Nada e postado.
       SIMULAR-COBRANCA-DO-MES.
           IF WS-ACM-QTD = ZEROS
               DISPLAY "ACUMULADOR VAZIO - NADA A SIMULAR"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ACM-IND FROM 1 BY 1
                   UNTIL WS-ACM-IND > WS-ACM-QTD
               IF WS-ACM-VALOR (WS-ACM-IND) > ZEROS
                   MOVE WS-ACM-CPF (WS-ACM-IND)   TO SMX-CPF
                   MOVE WS-ACM-VALOR (WS-ACM-IND) TO SMX-VALOR-ATUAL
                   COMPUTE SMX-VALOR-SIMULADO ROUNDED EQUAL
                       WS-ACM-VALOR (WS-ACM-IND) * WS-TAXA-DESCOB-SIM
                       / WS-TAXA-DESCOB-ATUAL
                       ON SIZE ERROR
                           MOVE ZEROS TO SMX-VALOR-SIMULADO
                   END-COMPUTE
                   SET SMX-ACUMULAR TO TRUE
                   CALL "SIMCOMP" USING SIMULACAO-ENTRADA
                                        SIMULACAO-RESULTADO
               END-IF
           END-PERFORM.

      *    Debita o acumulado da conta pela postagem journalada -
      *    journal ANTES da regravacao do saldo, como no CSUBTR.
           MOVE WS-SALDO-CONTA TO WS-SALDO-ANTES
           SUBTRACT WS-ACM-VALOR (WS-ACM-IND) FROM WS-SALDO-CONTA
           PERFORM GRAVAR-JOURNAL-COBRANCA
      *    O IOF sai em postagem propria, com a sua imagem
      *    antes/depois no journal - o extrato mostra os dois debitos.
           IF WS-ACM-IOF (WS-ACM-IND) > ZEROS
               MOVE WS-SALDO-CONTA TO WS-SALDO-ANTES
               SUBTRACT WS-ACM-IOF (WS-ACM-IND) FROM WS-SALDO-CONTA
               PERFORM GRAVAR-JOURNAL-COBRANCA
           END-IF
           MOVE WS-SALDO-CONTA TO LEDGER-SALDO
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                       WS-LEDGER-STATUS
           END-REWRITE
           PERFORM GRAVAR-MOVIMENTO-IOF
           ADD 1 TO WS-COBRANCAS-POSTADAS
           ADD WS-ACM-VALOR (WS-ACM-IND) TO WS-VALOR-COBRADO
           ADD WS-ACM-IOF (WS-ACM-IND)   TO WS-IOF-COBRADO
           MOVE ZEROS TO WS-ACM-VALOR (WS-ACM-IND)
           MOVE ZEROS TO WS-ACM-IOF (WS-ACM-IND).

      *    Registra a cobranca do mes em IOF.MOV: o IOF para a DARF e
      *    os juros para o informe de rendimentos do cliente.
       GRAVAR-MOVIMENTO-IOF.
           OPEN EXTEND IOF-MOVIMENTO
           IF IOFMOV-NAO-ACHOU
               CLOSE IOF-MOVIMENTO
               OPEN OUTPUT IOF-MOVIMENTO
           END-IF
           MOVE WS-DATA-HOJE              TO IOFM-DATA
           MOVE WS-ACM-CPF (WS-ACM-IND)   TO IOFM-CPF
           MOVE "D"                       TO IOFM-ORIGEM
           MOVE WS-ACM-CONTA (WS-ACM-IND) TO IOFM-REFERENCIA
           MOVE WS-ACM-VALOR (WS-ACM-IND) TO IOFM-JUROS
           MOVE WS-ACM-IOF (WS-ACM-IND)   TO IOFM-VALOR-IOF
           WRITE IOFMOV-REG
           CLOSE IOF-MOVIMENTO.

      *    Um unico lancamento consolidado do IOF cobrado na
      *    interface contabil: sai dos depositos, vai para o passivo
      *    do imposto a recolher.
       LANCAR-IOF-CONTABIL.
           MOVE WS-IOF-COBRADO TO WS-IOF-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE       TO GL-DATA
           MOVE WS-CONTA-DEPOSITOS TO GL-CONTA
           MOVE WS-IOF-INTEIRO     TO GL-TOTAL-DEBITO
           MOVE ZEROS              TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE       TO GL-DATA
           MOVE WS-CONTA-IOF       TO GL-CONTA
           MOVE ZEROS              TO GL-TOTAL-DEBITO
           MOVE WS-IOF-INTEIRO     TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

       GRAVAR-JOURNAL-COBRANCA.
           OPEN EXTEND LEDGER-JOURNAL
           MOVE WS-HORA-AGORA             TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE SPACES TO JRN-AGENCIA
           MOVE SPACES TO JRN-REPRESENTANTE
           MOVE SPACES TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-IOF-DIARIA    TO WS-ALIQ-DISPLAY
           MOVE WS-IOF-ADICIONAL TO WS-ALIQ-ADIC-DISPLAY
           MOVE SPACES TO WS-REL-LINHA
           STRING "ALIQUOTAS DE IOF: DIARIA " DELIMITED BY SIZE
               WS-ALIQ-DISPLAY DELIMITED BY SIZE
               "%  ADICIONAL " DELIMITED BY SIZE
               WS-ALIQ-ADIC-DISPLAY DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-IOF-ACUMULADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "IOF ACUMULADO HOJE......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-IOF-COBRADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "IOF COBRADO.............: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

      *    Posicao do acumulador por CPF/conta.
           PERFORM VARYING WS-ACM-IND FROM 1 BY 1
                   UNTIL WS-ACM-IND > WS-ACM-QTD
