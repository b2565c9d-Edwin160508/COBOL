      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SCRMOVTO.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Subprograma do saldo credor do cliente (SALDOCRED.DAT, ver <*
      *>   copybooks/SALDOCRREC.CPY), chamado por quem credita o      <*
      *>   pagamento a maior (CXAPLIC, RECINST), consome o saldo nas  <*
      *>   faturas novas (FATGERA), devolve (SCRDEVOL) ou estorna a   <*
      *>   devolucao por TED que nao se completou (TEDORDEM). Le o    <*
      *>   saldo pelo CPF/CNPJ, aplica o movimento, regrava e deixa   <*
      *>   a linha no historico SALDOCRED.MOV; devolve E (efetuado),  <*
      *>   S (sem saldo para a devolucao, ou cliente sem saldo), T    <*
      *>   (tipo de movimento invalido) ou I (arquivo indisponivel),  <*
      *>   com o valor movido e o saldo que ficou. O consumo (A) leva <*
      *>   o menor entre o pedido e o saldo; a devolucao (D/T) so     <*
      *>   passa inteira. Q so consulta. O saldo que abre guarda a    <*
      *>   data do credito (aging); o que zera volta a zeros.         <*
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
      *    Saldo credor por CPF/CNPJ do cliente.
           SELECT SALDOCRED-ARQ ASSIGN TO "SALDOCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CPF
               FILE STATUS IS WS-SALDOCRED-STATUS.
      *    Historico dos movimentos do saldo credor.
           SELECT SALDOCRED-MOV ASSIGN TO "SALDOCRED.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  SALDOCRED-ARQ.
      *    Layout compartilhado do saldo credor - ver
      *    copybooks/SALDOCRREC.CPY.
           COPY SALDOCRREC.

       FD  SALDOCRED-MOV.
      *    Layout compartilhado do historico - ver
      *    copybooks/SCRMOVREC.CPY.
           COPY SCRMOVREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-SALDOCRED-STATUS   PIC X(02) VALUE "00".
           88 SALDOCRED-OK          VALUE "00".
           88 SALDOCRED-NAO-ACHOU   VALUE "35".
       77 WS-MOV-STATUS         PIC X(02) VALUE "00".
           88 MOV-NAO-ACHOU         VALUE "35".
      *    S = o CPF ja tinha registro de saldo (REWRITE, senao
      *    WRITE).
       77 WS-SALDO-EXISTE       PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Entrada (CPF, tipo, valor, origem) e saida (resultado e
      *    saldo) - ver copybooks/SCRAPI.CPY.
           COPY SCRAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING SCR-MOVIMENTO-ENTRADA SCR-MOVIMENTO-RESULTADO.
      *================================================================*
           MOVE ZEROS TO SCV-VALOR-MOVIDO
           MOVE ZEROS TO SCV-SALDO
           MOVE ZEROS TO SCV-DATA-ORIGEM
           SET SCV-INDISPONIVEL TO TRUE
           IF NOT SCV-CREDITAR AND NOT SCV-APLICAR
               AND NOT SCV-DEVOLVER AND NOT SCV-CONSULTAR
               SET SCV-TIPO-INVALIDO TO TRUE
               GOBACK
           END-IF

      *    So o credito cria o arquivo na primeira vez; os demais
      *    movimentos sem arquivo sao cliente sem saldo.
           OPEN I-O SALDOCRED-ARQ
           IF SALDOCRED-NAO-ACHOU
               IF NOT SCV-CREDITAR
                   SET SCV-SEM-SALDO TO TRUE
                   GOBACK
               END-IF
               OPEN OUTPUT SALDOCRED-ARQ
               CLOSE SALDOCRED-ARQ
               OPEN I-O SALDOCRED-ARQ
           END-IF
           IF NOT SALDOCRED-OK
               CLOSE SALDOCRED-ARQ
               GOBACK
           END-IF

           PERFORM LER-SALDO-DO-CLIENTE
           EVALUATE TRUE
               WHEN SCV-CONSULTAR
                   SET SCV-EFETUADO TO TRUE
               WHEN SCV-CREDITAR
                   PERFORM CREDITAR-SALDO
               WHEN SCV-APLICAR
                   PERFORM APLICAR-SALDO
               WHEN SCV-DEVOLVER
                   PERFORM DEVOLVER-SALDO
           END-EVALUATE
           IF SCV-EFETUADO AND NOT SCV-CONSULTAR
               PERFORM REGRAVAR-SALDO
               PERFORM GRAVAR-HISTORICO
           END-IF
           MOVE SCR-SALDO       TO SCV-SALDO
           MOVE SCR-DATA-ORIGEM TO SCV-DATA-ORIGEM
           CLOSE SALDOCRED-ARQ
           GOBACK.

       LER-SALDO-DO-CLIENTE.
           MOVE "S" TO WS-SALDO-EXISTE
           MOVE SCV-CPF TO SCR-CPF
           READ SALDOCRED-ARQ
               INVALID KEY
                   MOVE "N" TO WS-SALDO-EXISTE
                   INITIALIZE SCR-REC
                   MOVE SCV-CPF TO SCR-CPF
           END-READ.

      *    Credito do pagamento a maior ou estorno de devolucao: o
      *    saldo que estava zerado abre o aging na data do credito.
       CREDITAR-SALDO.
           IF SCV-VALOR = ZEROS
               SET SCV-SEM-SALDO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SCR-SALDO = ZEROS
               MOVE SCV-DATA TO SCR-DATA-ORIGEM
           END-IF
           ADD SCV-VALOR TO SCR-SALDO
           ADD SCV-VALOR TO SCR-TOTAL-CREDITADO
      *    Estorno de devolucao desfaz o devolvido, nao e credito
      *    novo de pagamento.
           IF SCV-TIPO = "E"
               SUBTRACT SCV-VALOR FROM SCR-TOTAL-CREDITADO
               SUBTRACT SCV-VALOR FROM SCR-TOTAL-DEVOLVIDO
           END-IF
           MOVE SCV-VALOR TO SCV-VALOR-MOVIDO
           SET SCV-EFETUADO TO TRUE.

      *    Consumo na fatura nova: leva o que houver, ate o pedido.
       APLICAR-SALDO.
           IF SCR-SALDO = ZEROS OR SCV-VALOR = ZEROS
               SET SCV-SEM-SALDO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SCV-VALOR < SCR-SALDO
               MOVE SCV-VALOR TO SCV-VALOR-MOVIDO
           ELSE
               MOVE SCR-SALDO TO SCV-VALOR-MOVIDO
           END-IF
           SUBTRACT SCV-VALOR-MOVIDO FROM SCR-SALDO
           ADD SCV-VALOR-MOVIDO TO SCR-TOTAL-APLICADO
           SET SCV-EFETUADO TO TRUE.

      *    Devolucao ao cliente: o valor pedido tem que caber inteiro.
       DEVOLVER-SALDO.
           IF SCV-VALOR = ZEROS OR SCV-VALOR > SCR-SALDO
               SET SCV-SEM-SALDO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SCV-VALOR TO SCV-VALOR-MOVIDO
           SUBTRACT SCV-VALOR FROM SCR-SALDO
           ADD SCV-VALOR TO SCR-TOTAL-DEVOLVIDO
           SET SCV-EFETUADO TO TRUE.

       REGRAVAR-SALDO.
           IF SCR-SALDO = ZEROS
               MOVE ZEROS TO SCR-DATA-ORIGEM
           END-IF
           MOVE SCV-DATA TO SCR-DATA-ULTIMO
           IF WS-SALDO-EXISTE = "S"
               REWRITE SCR-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR SALDO CREDOR - STATUS "
                           WS-SALDOCRED-STATUS
               END-REWRITE
           ELSE
               WRITE SCR-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR SALDO CREDOR - STATUS "
                           WS-SALDOCRED-STATUS
               END-WRITE
           END-IF.

       GRAVAR-HISTORICO.
           OPEN EXTEND SALDOCRED-MOV
           IF MOV-NAO-ACHOU
               CLOSE SALDOCRED-MOV
               OPEN OUTPUT SALDOCRED-MOV
           END-IF
           MOVE SCV-CPF          TO SCM-CPF
           MOVE SCV-DATA         TO SCM-DATA
           MOVE SCV-HORA         TO SCM-HORA
           MOVE SCV-TIPO         TO SCM-TIPO
           MOVE SCV-VALOR-MOVIDO TO SCM-VALOR
           MOVE SCR-SALDO        TO SCM-SALDO-DEPOIS
           MOVE SCV-ORIGEM       TO SCM-ORIGEM
           MOVE SCV-REFERENCIA   TO SCM-REFERENCIA
           MOVE SCV-OPERADOR     TO SCM-OPERADOR
           WRITE SCM-REG
           CLOSE SALDOCRED-MOV.
