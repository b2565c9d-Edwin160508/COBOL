      *>   (imagem antes/depois em LEDGER.JRN com o sequencial de     <*
      *>   RUNSEQ.CTL, journal ANTES da regravacao do saldo) e        <*
      *>   marcada como paga. Saldo insuficiente deixa a fatura em    <*
      *>   aberto e a tentativa falhada sai no resumo DEBAUTO.REL -   <*
      *>   o saldo que conta e o disponivel, sem o valor bloqueado    <*
      *>   por ordem judicial (mantido pelo BLOQJUD).                 <*
      *>   A geracao da remessa (REMESSA) exclui os titulos de CPF    <*
      *>   com mandato ativo - quem liquida e este passo.             <*
      ******************************************************************
           05 WS-FLH-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-FLH-LINHA          PIC X(80) OCCURS 200 TIMES.
       77 WS-FLH-IND            PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "DEBAUTO" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               PERFORM ANOTAR-TENTATIVA-FALHADA
               EXIT PARAGRAPH
           END-IF
      *    Saldo disponivel: o bloqueado por ordem judicial fica
      *    fora do debito.
           IF WS-SALDO-CONTA - LEDGER-BLOQUEADO < WS-SALDO-DEVEDOR
               ADD 1 TO WS-FATURAS-SEM-SALDO
               PERFORM ANOTAR-TENTATIVA-FALHADA
               EXIT PARAGRAPH
           MOVE WS-HORA-AGORA  TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE SPACES TO JRN-AGENCIA
           MOVE SPACES TO JRN-REPRESENTANTE
           MOVE SPACES TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

