      *>   cidade dentro da UF (UFREL.REL). Transacao cujo CPF nao    <*
      *>   esta no mestre cai no bloco SEM CADASTRO, para a cobertura <*
      *>   do cruzamento ficar visivel em vez de sumir da conta.      <*
      *>   O cruzamento vem feito pela distribuicao (TRNDIST): o      <*
      *>   extrato UFREL.TRN traz cada transacao do LACO.TRN.ORD com  <*
      *>   a UF e a cidade do titular (ver copybooks/TRNDISREC.CPY),  <*
      *>   e este passo nao le mais o cadastro mestre.                <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       INPUT-OUTPUT                          SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *    Transacoes processadas, ja ordenadas por CPF e cruzadas
      *    com o endereco do titular pela distribuicao (TRNDIST).
           SELECT TRANS-ORDENADAS ASSIGN TO "UFREL.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    O relatorio por UF/cidade.
           SELECT UFREL-RELATORIO ASSIGN TO "UFREL.REL"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  TRANS-ORDENADAS.
      *    Layout compartilhado do extrato pre-cruzado - ver
      *    copybooks/TRNDISREC.CPY.
           COPY TRNDISREC.

       FD  UFREL-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
           88 TRANSACOES-NAO-ACHOU   VALUE "35".
       77 WS-TRANSACOES-FIM     PIC X(01) VALUE "N".
           88 TRANSACOES-FIM        VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Endereco do cliente da transacao corrente, tomado do
      *    extrato na troca de CPF.
       77 WS-CPF-CORRENTE    PIC X(11) VALUE LOW-VALUES.
       77 WS-CLIENTE-ACHADO  PIC X(01) VALUE "N".
       77 WS-UF-CORRENTE     PIC X(02) VALUE SPACES.
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "UFREL.TRN NAO ENCONTRADO - NADA A CRUZAR"
           ELSE
               READ TRANS-ORDENADAS
                   AT END SET TRANSACOES-FIM TO TRUE
               CLOSE TRANS-ORDENADAS
           END-IF

           PERFORM EMITIR-RELATORIO-UF
           GOBACK.

      *    Endereco do titular da transacao corrente (tomado so na
      *    troca de CPF) e acumulacao na UF/cidade dele.
       CRUZAR-TRANSACAO-CORRENTE.
           ADD 1 TO WS-TOT-TRANS

       LOCALIZAR-ENDERECO-CLIENTE.
           MOVE "N" TO WS-CLIENTE-ACHADO
           IF TRN-DIS-NO-MESTRE
               MOVE "S" TO WS-CLIENTE-ACHADO
               MOVE TRN-DIS-UF     TO WS-UF-CORRENTE
               MOVE TRN-DIS-CIDADE TO WS-CIDADE-CORRENTE
           END-IF.

       ACUMULAR-NA-CIDADE.
           MOVE ZEROS TO WS-CID-ACHADA
