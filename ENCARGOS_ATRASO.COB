      *>   totais apurados por faixa em ENCARGOS.REL. Moeda em        <*
      *>   packed-decimal (COMP-3) com ROUNDED, mesma convencao dos   <*
      *>   programas aritmeticos.                                     <*
      *>   Fatura cancelada (FATCANC) nao acumula encargos.           <*
      *>   Encargo dispensado pela cobranca (FAT-ENCARGO-DISPENSADO,  <*
      *>   gravado pelo FATPRORR) e abatido do apurado - multa        <*
      *>   primeiro, depois juros - e o abatido sai no relatorio.     <*
      *>   Simulacao (EXECUCAO S): o operador informa um arquivo de   <*
      *>   parametros alternativo (branco = data/ENCARGOS.SIM) e      <*
      *>   cada fatura e apurada com os parametros em vigor e com     <*
      *>   os simulados; nada e gravado (ENCARGOS.DAT e               <*
      *>   ENCARGOS.REL ficam como estavam) e o comparativo por       <*
      *>   cliente sai pelo SIMCOMP em SIMULA.ENCARGOS.REL.           <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Parametros da apuracao: taxa de juros mensal e multa fixa
      *    por faixa de atraso. Nome em WS-ARQ-PARAMETROS: o arquivo
      *    em vigor e, na simulacao, tambem o alternativo.
           SELECT ENCARGOS-PARAMETROS ASSIGN TO WS-ARQ-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *    Linhas de cobranca dos encargos apurados.
       FD  ENCARGOS-SAIDA.
       01  ENCARGO-REG.
           05 ENC-FAT-NUMERO       PIC 9(06).
           05 ENC-CPF              PIC X(14).
           05 ENC-FAIXA            PIC X(05).
           05 ENC-JUROS            PIC 9(11)V99.
           05 ENC-MULTA            PIC 9(11)V99.
           88 PARAM-NAO-ACHOU       VALUE "35".
       77 WS-SAIDA-STATUS       PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQ-PARAMETROS     PIC X(40) VALUE "data/ENCARGOS.PRM".

      *    Execucao pedida ao operador/JCL: S = simulacao (calcula com
      *    os parametros em vigor e com os do arquivo alternativo, nao
      *    grava nada e so sai o comparativo do SIMCOMP); qualquer
      *    outra resposta e a execucao real.
       77 WS-EXECUCAO           PIC X(01) VALUE SPACES.
           88 EXECUCAO-SIMULADA     VALUE "S".
       77 WS-ARQ-SIMULADO       PIC X(40) VALUE SPACES.
       01  WS-PARAMETROS-ATUAIS.
           05 WS-ATU-TAXA-MENSAL    PIC 9(02)V99 COMP-3.
           05 WS-ATU-MULTA-31       PIC 9(06)V99 COMP-3.
           05 WS-ATU-MULTA-61       PIC 9(06)V99 COMP-3.
           05 WS-ATU-MULTA-90       PIC 9(06)V99 COMP-3.
       01  WS-PARAMETROS-SIMULADOS.
           05 WS-SIM-TAXA-MENSAL    PIC 9(02)V99 COMP-3.
           05 WS-SIM-MULTA-31       PIC 9(06)V99 COMP-3.
           05 WS-SIM-MULTA-61       PIC 9(06)V99 COMP-3.
           05 WS-SIM-MULTA-90       PIC 9(06)V99 COMP-3.
      *    Comunicacao com o comparativo - ver copybooks/SIMAPI.CPY.
           COPY SIMAPI.
       77 WS-MULTA-DISPLAY      PIC Z(05)9.99.
       77 WS-MULTA2-DISPLAY     PIC Z(05)9.99.
       77 WS-MULTA3-DISPLAY     PIC Z(05)9.99.

      *    Parametros em vigor, semeados com os defaults e trocados
      *    pelos valores do arquivo quando ele existe - os valores em
       77 WS-MULTA              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ENCARGO-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-FAIXA              PIC X(05) VALUE SPACES.
      *    Dispensa da fatura corrente ainda nao abatida.
       77 WS-DISPENSA-RESTANTE  PIC 9(11)V99 COMP-3 VALUE ZEROS.

      *    Totais apurados por faixa.
       01  WS-TOTAIS-FAIXAS.
           05 WS-TOT-61             PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-QTD-90             PIC 9(05) VALUE ZEROS.
           05 WS-TOT-90             PIC 9(13)V99 COMP-3 VALUE ZEROS.
      *    Encargos apurados que a dispensa abateu (ja fora dos
      *    totais das faixas).
           05 WS-TOT-DISPENSADO     PIC 9(13)V99 COMP-3 VALUE ZEROS.

       77 WS-VALOR-DISPLAY      PIC Z(12)9.99.
       77 WS-TAXA-DISPLAY       PIC Z9.99.
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
           MOVE "ENCARGOS" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           DISPLAY "EXECUCAO (R=REAL S=SIMULACAO): "
           ACCEPT WS-EXECUCAO
           PERFORM LER-PARAMETROS-ENCARGOS
           IF EXECUCAO-SIMULADA
               PERFORM PREPARAR-SIMULACAO
               IF RETURN-CODE NOT = ZEROS
                   GOBACK
               END-IF
           END-IF
           PERFORM CARREGAR-FERIADOS

           OPEN INPUT FATURAS-ENTRADA
                   INVALID KEY
                       SET FATURAS-FIM TO TRUE
               END-START
               IF NOT EXECUCAO-SIMULADA
                   OPEN OUTPUT ENCARGOS-SAIDA
               END-IF
               READ FATURAS-ENTRADA NEXT RECORD
                   AT END SET FATURAS-FIM TO TRUE
               END-READ
               PERFORM UNTIL FATURAS-FIM
      *    Fatura parcelada saiu da cobranca - os encargos correm
      *    sobre as parcelas filhas do acordo; fatura baixada como
      *    perda ou cancelada (nota de credito) tambem nao acumula
      *    mais encargos.
                   IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                       AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                       IF EXECUCAO-SIMULADA
                           PERFORM SIMULAR-ENCARGO-FATURA
                       ELSE
                           PERFORM APURAR-ENCARGO-FATURA
                       END-IF
                   END-IF
                   READ FATURAS-ENTRADA NEXT RECORD
                       AT END SET FATURAS-FIM TO TRUE
                   END-READ
               END-PERFORM
               IF NOT EXECUCAO-SIMULADA
                   CLOSE ENCARGOS-SAIDA
               END-IF
               CLOSE FATURAS-ENTRADA
           END-IF

      *    Simulacao nao regrava ENCARGOS.REL - o relatorio da ultima
      *    apuracao real fica como estava.
           IF EXECUCAO-SIMULADA
               SET SMX-FINALIZAR TO TRUE
               CALL "SIMCOMP" USING SIMULACAO-ENTRADA
                                    SIMULACAO-RESULTADO
               DISPLAY "SIMULACAO - COMPARATIVO EM " SMX-ARQ-RELATORIO
           ELSE
               PERFORM EMITIR-RELATORIO-ENCARGOS
           END-IF
           GOBACK.

      *    Le os parametros do arquivo, mantendo os defaults quando
           END-IF
           CLOSE ENCARGOS-PARAMETROS.

      *    Apura o encargo da fatura corrente e, havendo o que cobrar,
      *    grava a linha de cobranca e soma nos totais da faixa.
       APURAR-ENCARGO-FATURA.
           PERFORM CALCULAR-ENCARGO-FATURA
           IF WS-ENCARGO-TOTAL = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE FAT-NUMERO      TO ENC-FAT-NUMERO
           MOVE FAT-CPF         TO ENC-CPF
           MOVE WS-FAIXA        TO ENC-FAIXA
           MOVE WS-JUROS        TO ENC-JUROS
           MOVE WS-MULTA        TO ENC-MULTA
           MOVE WS-ENCARGO-TOTAL TO ENC-TOTAL
           MOVE WS-DATA-HOJE    TO ENC-DATA-APURACAO
           WRITE ENCARGO-REG

           EVALUATE WS-FAIXA
               WHEN "31-60"
                   ADD 1 TO WS-QTD-31
                   ADD WS-ENCARGO-TOTAL TO WS-TOT-31
               WHEN "61-90"
                   ADD 1 TO WS-QTD-61
                   ADD WS-ENCARGO-TOTAL TO WS-TOT-61
               WHEN OTHER
                   ADD 1 TO WS-QTD-90
                   ADD WS-ENCARGO-TOTAL TO WS-TOT-90
           END-EVALUATE.

      *    Encargo da fatura corrente com os parametros em vigor em
      *    WS-TAXA-MENSAL/WS-MULTA-xx; atraso ate 30 dias uteis ou
      *    dispensa que cobre tudo deixa o total zerado.
       CALCULAR-ENCARGO-FATURA.
           MOVE ZEROS TO WS-JUROS WS-MULTA WS-ENCARGO-TOTAL
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   MOVE WS-MULTA-90 TO WS-MULTA
           END-EVALUATE

      *    Encargo ja dispensado na cobranca (FATPRORR) sai do que
      *    foi apurado; dispensa que cobre tudo nao gera cobranca.
           IF FAT-ENCARGO-DISPENSADO > ZEROS
               PERFORM DESCONTAR-ENCARGO-DISPENSADO
           END-IF

           COMPUTE WS-ENCARGO-TOTAL ROUNDED EQUAL
               WS-JUROS + WS-MULTA
           END-COMPUTE.

      *    Mesma fatura calculada com os dois jogos de parametros; o
      *    par de totais vai para o comparativo, nada e gravado.
       SIMULAR-ENCARGO-FATURA.
           MOVE WS-ATU-TAXA-MENSAL TO WS-TAXA-MENSAL
           MOVE WS-ATU-MULTA-31    TO WS-MULTA-31
           MOVE WS-ATU-MULTA-61    TO WS-MULTA-61
           MOVE WS-ATU-MULTA-90    TO WS-MULTA-90
           PERFORM CALCULAR-ENCARGO-FATURA
           MOVE WS-ENCARGO-TOTAL   TO SMX-VALOR-ATUAL
           MOVE WS-SIM-TAXA-MENSAL TO WS-TAXA-MENSAL
           MOVE WS-SIM-MULTA-31    TO WS-MULTA-31
           MOVE WS-SIM-MULTA-61    TO WS-MULTA-61
           MOVE WS-SIM-MULTA-90    TO WS-MULTA-90
           PERFORM CALCULAR-ENCARGO-FATURA
           MOVE WS-ENCARGO-TOTAL   TO SMX-VALOR-SIMULADO
           IF SMX-VALOR-ATUAL = ZEROS AND SMX-VALOR-SIMULADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-CPF TO SMX-CPF
           SET SMX-ACUMULAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    Guarda os parametros em vigor, le os do arquivo alternativo
      *    (o que ele nao trouxer fica como esta em vigor) e abre o
      *    comparativo. Sem o arquivo alternativo nao ha o que
      *    simular: RC 8.
       PREPARAR-SIMULACAO.
           MOVE WS-TAXA-MENSAL TO WS-ATU-TAXA-MENSAL
           MOVE WS-MULTA-31    TO WS-ATU-MULTA-31
           MOVE WS-MULTA-61    TO WS-ATU-MULTA-61
           MOVE WS-MULTA-90    TO WS-ATU-MULTA-90
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
           PERFORM LER-PARAMETROS-ENCARGOS
           MOVE WS-TAXA-MENSAL TO WS-SIM-TAXA-MENSAL
           MOVE WS-MULTA-31    TO WS-SIM-MULTA-31
           MOVE WS-MULTA-61    TO WS-SIM-MULTA-61
           MOVE WS-MULTA-90    TO WS-SIM-MULTA-90

           INITIALIZE SIMULACAO-ENTRADA
           MOVE "ENCARGOS"      TO SMX-PROGRAMA
           MOVE WS-ARQ-SIMULADO TO SMX-ARQ-PARAMETROS
           MOVE WS-ATU-TAXA-MENSAL TO WS-TAXA-DISPLAY
           MOVE WS-ATU-MULTA-31    TO WS-MULTA-DISPLAY
           MOVE WS-ATU-MULTA-61    TO WS-MULTA2-DISPLAY
           MOVE WS-ATU-MULTA-90    TO WS-MULTA3-DISPLAY
           STRING "TAXA " DELIMITED BY SIZE
               WS-TAXA-DISPLAY DELIMITED BY SIZE
               "% MULTAS" DELIMITED BY SIZE
               WS-MULTA-DISPLAY DELIMITED BY SIZE
               WS-MULTA2-DISPLAY DELIMITED BY SIZE
               WS-MULTA3-DISPLAY DELIMITED BY SIZE
               INTO SMX-PARAM-ATUAL
           END-STRING
           MOVE WS-SIM-TAXA-MENSAL TO WS-TAXA-DISPLAY
           MOVE WS-SIM-MULTA-31    TO WS-MULTA-DISPLAY
           MOVE WS-SIM-MULTA-61    TO WS-MULTA2-DISPLAY
           MOVE WS-SIM-MULTA-90    TO WS-MULTA3-DISPLAY
           STRING "TAXA " DELIMITED BY SIZE
               WS-TAXA-DISPLAY DELIMITED BY SIZE
               "% MULTAS" DELIMITED BY SIZE
               WS-MULTA-DISPLAY DELIMITED BY SIZE
               WS-MULTA2-DISPLAY DELIMITED BY SIZE
               WS-MULTA3-DISPLAY DELIMITED BY SIZE
               INTO SMX-PARAM-SIMULADO
           END-STRING
           SET SMX-INICIAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    A dispensa abate primeiro a multa da faixa, depois os
      *    juros.
       DESCONTAR-ENCARGO-DISPENSADO.
           MOVE FAT-ENCARGO-DISPENSADO TO WS-DISPENSA-RESTANTE
           IF WS-DISPENSA-RESTANTE NOT < WS-MULTA
               SUBTRACT WS-MULTA FROM WS-DISPENSA-RESTANTE
               MOVE ZEROS TO WS-MULTA
           ELSE
               SUBTRACT WS-DISPENSA-RESTANTE FROM WS-MULTA
               MOVE ZEROS TO WS-DISPENSA-RESTANTE
           END-IF
           IF WS-DISPENSA-RESTANTE NOT < WS-JUROS
               SUBTRACT WS-JUROS FROM WS-DISPENSA-RESTANTE
               MOVE ZEROS TO WS-JUROS
           ELSE
               SUBTRACT WS-DISPENSA-RESTANTE FROM WS-JUROS
               MOVE ZEROS TO WS-DISPENSA-RESTANTE
           END-IF
           COMPUTE WS-TOT-DISPENSADO EQUAL WS-TOT-DISPENSADO
               + FAT-ENCARGO-DISPENSADO - WS-DISPENSA-RESTANTE
           END-COMPUTE.

      *    Dias uteis entre o vencimento (exclusive) e hoje
      *    (inclusive): fim de semana e feriado cadastrado ficam de
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOT-DISPENSADO TO WS-VALOR-DISPLAY
           MOVE SPACES TO WS-REL-LINHA
           STRING "DISPENSADOS NA COBRANCA (ABATIDOS): "
               DELIMITED BY SIZE
               WS-VALOR-DISPLAY DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           CLOSE ENCARGOS-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM ENCARGOS.REL".
