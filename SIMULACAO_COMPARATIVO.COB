      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SIMCOMP.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Comparativo da simulacao (what-if) das cobrancas e         <*
      *>   rendimentos: subprograma chamado pelo ENCARGOS, JURODESC,  <*
      *>   TARIFMNT, TARIFVOL e JUROPOUP quando rodam em simulacao    <*
      *>   (EXECUCAO S). I abre o comparativo com os parametros em    <*
      *>   vigor e os simulados; A soma o valor calculado com cada    <*
      *>   jogo de parametros no CPF do cliente (tabela de 2000       <*
      *>   clientes, o excedente so entra no total); F grava          <*
      *>   SIMULA.<programa>.REL com valor atual, simulado e a        <*
      *>   diferenca por cliente e no total, CPF mascarado como em    <*
      *>   todo relatorio da casa. Nao grava mais nada - a            <*
      *>   simulacao nao atualiza arquivo nenhum.                     <*
      *>   Area de comunicacao em copybooks/SIMAPI.CPY.               <*
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
      *    Comparativo da simulacao - SIMULA.<programa>.REL, nome
      *    montado em WS-ARQ-NOME antes do OPEN.
           SELECT SIMULA-RELATORIO ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  SIMULA-RELATORIO.
       01  REL-LINHA              PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
           88 RELATORIO-OK          VALUE "00".
       77 WS-ARQ-NOME           PIC X(40) VALUE SPACES.

      *    Dados da simulacao em curso, guardados no I para o
      *    cabecalho do F.
       77 WS-PROGRAMA           PIC X(08) VALUE SPACES.
       77 WS-ARQ-PARAMETROS     PIC X(40) VALUE SPACES.
       77 WS-PARAM-ATUAL        PIC X(60) VALUE SPACES.
       77 WS-PARAM-SIMULADO     PIC X(60) VALUE SPACES.

      *    Valores por cliente, na ordem em que chegaram; cliente
      *    alem da tabela fica fora do detalhe mas entra no total.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CLI-ITEM OCCURS 2000 TIMES.
              10 WS-CLI-CPF         PIC X(14).
              10 WS-CLI-ITENS       PIC 9(05).
              10 WS-CLI-ATUAL       PIC 9(11)V99.
              10 WS-CLI-SIMULADO    PIC 9(11)V99.
       77 WS-CLI-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CLI-ACHADO         PIC 9(04) VALUE ZEROS.

       01  WS-TOTAIS-SIMULACAO.
           05 WS-TOT-ITENS          PIC 9(07) VALUE ZEROS.
           05 WS-TOT-ATUAL          PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-SIMULADO       PIC 9(13)V99 VALUE ZEROS.
           05 WS-FORA-CLIENTES      PIC 9(05) VALUE ZEROS.
           05 WS-FORA-ATUAL         PIC 9(13)V99 VALUE ZEROS.
           05 WS-FORA-SIMULADO      PIC 9(13)V99 VALUE ZEROS.
       77 WS-DIFERENCA          PIC S9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-ITENS-EDITADO      PIC ZZZZZZ9.
       77 WS-ATUAL-EDITADO      PIC Z(12)9.99.
       77 WS-SIMULADO-EDITADO   PIC Z(12)9.99.
       77 WS-DIFERENCA-EDITADA  PIC -(13)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Funcao, parametros e valores (entrada) e resultado - ver
      *    copybooks/SIMAPI.CPY.
           COPY SIMAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.
      *================================================================*
           SET SMX-EFETUADO TO TRUE
           EVALUATE TRUE
               WHEN SMX-INICIAR
                   PERFORM INICIAR-SIMULACAO
               WHEN SMX-ACUMULAR
                   PERFORM ACUMULAR-VALOR-CLIENTE
               WHEN SMX-FINALIZAR
                   PERFORM EMITIR-COMPARATIVO
               WHEN OTHER
                   SET SMX-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE
           GOBACK.

       INICIAR-SIMULACAO.
           INITIALIZE WS-TABELA-CLIENTES
           INITIALIZE WS-TOTAIS-SIMULACAO
           MOVE SMX-PROGRAMA       TO WS-PROGRAMA
           MOVE SMX-ARQ-PARAMETROS TO WS-ARQ-PARAMETROS
           MOVE SMX-PARAM-ATUAL    TO WS-PARAM-ATUAL
           MOVE SMX-PARAM-SIMULADO TO WS-PARAM-SIMULADO.

       ACUMULAR-VALOR-CLIENTE.
           ADD 1 TO WS-TOT-ITENS
           ADD SMX-VALOR-ATUAL    TO WS-TOT-ATUAL
           ADD SMX-VALOR-SIMULADO TO WS-TOT-SIMULADO
           MOVE ZEROS TO WS-CLI-ACHADO
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
                      OR WS-CLI-ACHADO > ZEROS
               IF WS-CLI-CPF (WS-CLI-IND) = SMX-CPF
                   MOVE WS-CLI-IND TO WS-CLI-ACHADO
               END-IF
           END-PERFORM
           IF WS-CLI-ACHADO = ZEROS
               IF WS-CLI-QTD NOT < 2000
                   ADD 1 TO WS-FORA-CLIENTES
                   ADD SMX-VALOR-ATUAL    TO WS-FORA-ATUAL
                   ADD SMX-VALOR-SIMULADO TO WS-FORA-SIMULADO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLI-QTD
               MOVE WS-CLI-QTD TO WS-CLI-ACHADO
               MOVE SMX-CPF TO WS-CLI-CPF (WS-CLI-ACHADO)
               MOVE ZEROS TO WS-CLI-ITENS (WS-CLI-ACHADO)
               MOVE ZEROS TO WS-CLI-ATUAL (WS-CLI-ACHADO)
               MOVE ZEROS TO WS-CLI-SIMULADO (WS-CLI-ACHADO)
           END-IF
           ADD 1 TO WS-CLI-ITENS (WS-CLI-ACHADO)
           ADD SMX-VALOR-ATUAL    TO WS-CLI-ATUAL (WS-CLI-ACHADO)
           ADD SMX-VALOR-SIMULADO TO WS-CLI-SIMULADO (WS-CLI-ACHADO).

      *    Comparativo: cabecalho com os dois jogos de parametros,
      *    uma linha por cliente (atual, simulado e a diferenca) e o
      *    total da passada.
       EMITIR-COMPARATIVO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-NOME
           STRING "SIMULA."                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROGRAMA) DELIMITED BY SIZE
                  ".REL"                     DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING
           MOVE WS-ARQ-NOME TO SMX-ARQ-RELATORIO
           OPEN OUTPUT SIMULA-RELATORIO
           IF NOT RELATORIO-OK
               SET SMX-INDISPONIVEL TO TRUE
               EXIT PARAGRAPH
           END-IF

           STRING "SIMULACAO - " DELIMITED BY SIZE
               WS-PROGRAMA DELIMITED BY SIZE
               "  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  *** NENHUM ARQUIVO FOI ATUALIZADO ***"
                   DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           STRING "PARAMETROS SIMULADOS DE: " DELIMITED BY SIZE
               WS-ARQ-PARAMETROS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           STRING "EM VIGOR.: " DELIMITED BY SIZE
               WS-PARAM-ATUAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           STRING "SIMULADOS: " DELIMITED BY SIZE
               WS-PARAM-SIMULADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "CPF           ITENS"  TO WS-REL-LINHA
           MOVE "VALOR ATUAL"          TO WS-REL-LINHA (25:11)
           MOVE "VALOR SIMULADO"       TO WS-REL-LINHA (39:14)
           MOVE "DIFERENCA"            TO WS-REL-LINHA (62:9)
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLI-QTD
               PERFORM GRAVAR-LINHA-CLIENTE
           END-PERFORM
           IF WS-FORA-CLIENTES > ZEROS
               STRING "CLIENTES ALEM DA TABELA (SO NO TOTAL): "
                   DELIMITED BY SIZE
                   WS-FORA-CLIENTES DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-TOT-ITENS TO WS-ITENS-EDITADO
           MOVE WS-TOT-ATUAL TO WS-ATUAL-EDITADO
           MOVE WS-TOT-SIMULADO TO WS-SIMULADO-EDITADO
           COMPUTE WS-DIFERENCA EQUAL WS-TOT-SIMULADO - WS-TOT-ATUAL
           END-COMPUTE
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA
           MOVE "TOTAL"              TO WS-REL-LINHA
           MOVE WS-ITENS-EDITADO     TO WS-REL-LINHA (13:7)
           MOVE WS-ATUAL-EDITADO     TO WS-REL-LINHA (20:16)
           MOVE WS-SIMULADO-EDITADO  TO WS-REL-LINHA (37:16)
           MOVE WS-DIFERENCA-EDITADA TO WS-REL-LINHA (54:17)
           PERFORM GRAVAR-LINHA-RELATORIO
           CLOSE SIMULA-RELATORIO.

       GRAVAR-LINHA-CLIENTE.
           MOVE WS-CLI-CPF (WS-CLI-IND) TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE WS-CLI-ITENS (WS-CLI-IND)    TO WS-ITENS-EDITADO
           MOVE WS-CLI-ATUAL (WS-CLI-IND)    TO WS-ATUAL-EDITADO
           MOVE WS-CLI-SIMULADO (WS-CLI-IND) TO WS-SIMULADO-EDITADO
           COMPUTE WS-DIFERENCA EQUAL
               WS-CLI-SIMULADO (WS-CLI-IND) - WS-CLI-ATUAL (WS-CLI-IND)
           END-COMPUTE
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA
           MOVE WS-CPF-MASCARADO     TO WS-REL-LINHA
           MOVE WS-ITENS-EDITADO     TO WS-REL-LINHA (13:7)
           MOVE WS-ATUAL-EDITADO     TO WS-REL-LINHA (20:16)
           MOVE WS-SIMULADO-EDITADO  TO WS-REL-LINHA (37:16)
           MOVE WS-DIFERENCA-EDITADA TO WS-REL-LINHA (54:17)
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA.
