      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. IOFDARF.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Resumo mensal do IOF para a DARF: o IOF do descoberto      <*
      *>   (JURODESC) e o do parcelamento (PARCELA) ficam registrados <*
      *>   em IOF.MOV a cada cobranca, e o setor fiscal montava a     <*
      *>   guia somando DESCOB.REL e PARCELA.REL a mao. Este passo de <*
      *>   fim de mes le o movimento da competencia pedida (AAAAMM,   <*
      *>   branco = mes corrente) e totaliza o IOF cobrado por        <*
      *>   decendio de apuracao e por origem, com o total geral a     <*
      *>   recolher, em IOFDARF.REL. Movimento de outras competencias <*
      *>   e ignorado - o arquivo e acumulativo.                      <*
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
      *    Movimento de IOF cobrado (JURODESC e PARCELA).
           SELECT IOF-MOVIMENTO ASSIGN TO "IOF.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFMOV-STATUS.
      *    Resumo da competencia para a DARF.
           SELECT IOFDARF-RELATORIO ASSIGN TO "IOFDARF.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  IOF-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/IOFMOVREC.CPY.
           COPY IOFMOVREC.

       FD  IOFDARF-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-IOFMOV-STATUS      PIC X(02) VALUE "00".
           88 IOFMOV-NAO-ACHOU      VALUE "35".
       77 WS-IOFMOV-FIM         PIC X(01) VALUE "N".
           88 IOFMOV-FIM            VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Competencia pedida ao operador/JCL.
       77 WS-COMPETENCIA-PEDIDA PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.

      *    Data do movimento decomposta para competencia e decendio.
       01 WS-DATA-MOV           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MOV-R REDEFINES WS-DATA-MOV.
           05 WS-MOV-COMPET      PIC 9(06).
           05 WS-MOV-DIA         PIC 9(02).
       77 WS-DECENDIO           PIC 9(01) VALUE ZEROS.

      *    Totais por decendio (1 = dias 01-10, 2 = 11-20, 3 = 21 ao
      *    fim do mes) e por origem (descoberto/parcelamento).
       01  WS-TABELA-DECENDIOS.
           05 WS-DEC-ITEM OCCURS 3 TIMES.
              10 WS-DEC-QTD-DESCOB  PIC 9(05).
              10 WS-DEC-IOF-DESCOB  PIC 9(11)V99.
              10 WS-DEC-QTD-PARCEL  PIC 9(05).
              10 WS-DEC-IOF-PARCEL  PIC 9(11)V99.
       77 WS-DEC-IND            PIC 9(01) VALUE ZEROS.

       01  WS-TOTAIS-DARF.
           05 WS-TOTAL-DESCOB       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-PARCEL       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-GERAL        PIC 9(11)V99 VALUE ZEROS.
           05 WS-DECENDIO-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           05 WS-QTD-COBRANCAS      PIC 9(06) VALUE ZEROS.
           05 WS-QTD-OUTRAS-COMPET  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-MES-CORRENTE    PIC 9(06).
           05 FILLER             PIC 9(02).
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TABELA-DECENDIOS

           DISPLAY "COMPETENCIA (AAAAMM, BRANCO = MES CORRENTE): "
           ACCEPT WS-COMPETENCIA-PEDIDA
           IF WS-COMPETENCIA-PEDIDA = SPACES
               MOVE WS-MES-CORRENTE TO WS-COMPETENCIA
           ELSE
               IF WS-COMPETENCIA-PEDIDA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA ["
                       WS-COMPETENCIA-PEDIDA "]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-COMPETENCIA-PEDIDA TO WS-COMPETENCIA
           END-IF

           PERFORM TOTALIZAR-MOVIMENTO-IOF
           PERFORM EMITIR-RESUMO-DARF
           GOBACK.

      *    Uma passada no movimento acumulando so a competencia
      *    pedida, por decendio e origem.
       TOTALIZAR-MOVIMENTO-IOF.
           OPEN INPUT IOF-MOVIMENTO
           IF IOFMOV-NAO-ACHOU
               DISPLAY "IOF.MOV NAO ENCONTRADO - NENHUM IOF COBRADO"
               EXIT PARAGRAPH
           END-IF
           READ IOF-MOVIMENTO
               AT END SET IOFMOV-FIM TO TRUE
           END-READ
           PERFORM UNTIL IOFMOV-FIM
               MOVE IOFM-DATA TO WS-DATA-MOV
               IF WS-MOV-COMPET = WS-COMPETENCIA
                   PERFORM ACUMULAR-COBRANCA-IOF
               ELSE
                   ADD 1 TO WS-QTD-OUTRAS-COMPET
               END-IF
               READ IOF-MOVIMENTO
                   AT END SET IOFMOV-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE IOF-MOVIMENTO.

       ACUMULAR-COBRANCA-IOF.
           EVALUATE TRUE
               WHEN WS-MOV-DIA < 11
                   MOVE 1 TO WS-DECENDIO
               WHEN WS-MOV-DIA < 21
                   MOVE 2 TO WS-DECENDIO
               WHEN OTHER
                   MOVE 3 TO WS-DECENDIO
           END-EVALUATE
           ADD 1 TO WS-QTD-COBRANCAS
           ADD IOFM-VALOR-IOF TO WS-TOTAL-GERAL
           IF IOFM-DESCOBERTO
               ADD 1 TO WS-DEC-QTD-DESCOB (WS-DECENDIO)
               ADD IOFM-VALOR-IOF TO WS-DEC-IOF-DESCOB (WS-DECENDIO)
               ADD IOFM-VALOR-IOF TO WS-TOTAL-DESCOB
           ELSE
               ADD 1 TO WS-DEC-QTD-PARCEL (WS-DECENDIO)
               ADD IOFM-VALOR-IOF TO WS-DEC-IOF-PARCEL (WS-DECENDIO)
               ADD IOFM-VALOR-IOF TO WS-TOTAL-PARCEL
           END-IF.

       EMITIR-RESUMO-DARF.
           OPEN OUTPUT IOFDARF-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RESUMO DE IOF PARA DARF - IOFDARF  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "COMPETENCIA.............: " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WS-DEC-IND FROM 1 BY 1
                   UNTIL WS-DEC-IND > 3
               PERFORM GRAVAR-LINHAS-DECENDIO
           END-PERFORM

           MOVE WS-TOTAL-DESCOB TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL IOF DESCOBERTO....: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-PARCEL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL IOF PARCELAMENTO..: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL A RECOLHER (DARF).: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  COBRANCAS " DELIMITED BY SIZE
               WS-QTD-COBRANCAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "REGISTROS DE OUTRAS COMPETENCIAS IGNORADOS: "
               DELIMITED BY SIZE
               WS-QTD-OUTRAS-COMPET DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           CLOSE IOFDARF-RELATORIO
           DISPLAY "RESUMO GRAVADO EM IOFDARF.REL".

       GRAVAR-LINHAS-DECENDIO.
           COMPUTE WS-DECENDIO-TOTAL EQUAL
               WS-DEC-IOF-DESCOB (WS-DEC-IND)
               + WS-DEC-IOF-PARCEL (WS-DEC-IND)
           END-COMPUTE
           MOVE WS-DECENDIO-TOTAL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-DEC-IND DELIMITED BY SIZE
               "O DECENDIO - DESCOBERTO " DELIMITED BY SIZE
               WS-DEC-QTD-DESCOB (WS-DEC-IND) DELIMITED BY SIZE
               " PARCELAMENTO " DELIMITED BY SIZE
               WS-DEC-QTD-PARCEL (WS-DEC-IND) DELIMITED BY SIZE
               " IOF " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
