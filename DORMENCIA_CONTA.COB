      *>   digitacao TRNENTRY e o casamento do LACO recusam) e fora   <*
      *>   da tarifa de manutencao. O relatorio DORMENC.REL lista as  <*
      *>   contas marcadas para a agencia trabalhar a reativacao.     <*
      *>   Modo R (reativar): a agencia informa a conta dormente que  <*
      *>   o cliente voltou a movimentar; a conta volta a situacao A  <*
      *>   em CONTA.DAT e a reativacao fica registrada, com data e    <*
      *>   operador da sessao, em DORMENC.REATIV - o monitoramento    <*
      *>   COAF vigia o volume das contas recem-reativadas.           <*
      *>   Conta de deposito a prazo (tipo T, CDB) fica fora da       <*
      *>   avaliacao: ela nao movimenta ate o resgate.                <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT DORMENC-RELATORIO ASSIGN TO "DORMENC.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
      *    Registro das reativacoes - ver copybooks/REATIVREC.CPY.
           SELECT DORMENC-REATIVACAO ASSIGN TO "DORMENC.REATIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REATIV-STATUS.
      *    Sessao do operador logado (assinatura do menu).
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

      *================================================================*
       DATA                                          DIVISION.

       FD  DORMENC-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.

       FD  DORMENC-REATIVACAO.
      *    Layout compartilhado da reativacao - ver
      *    copybooks/REATIVREC.CPY.
           COPY REATIVREC.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-REATIV-STATUS      PIC X(02) VALUE "00".
           88 REATIV-NAO-ACHOU      VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".

      *    Modo de execucao: M = marcar dormentes (lote), R = reativar
      *    uma conta a pedido da agencia.
       77 WS-MODO               PIC X(01) VALUE SPACES.
       77 WS-CONTA-REATIVAR     PIC 9(06) VALUE ZEROS.

      *    Meses de ociosidade que tornam a conta dormente.
       77 WS-MESES-DORMENCIA    PIC 9(03) VALUE 6.
       01  WS-TABELA-MOVIMENTO.
           05 WS-MOV-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-MOV-ITEM OCCURS 2000 TIMES.
              10 WS-MOV-CPF         PIC X(14).
              10 WS-MOV-CONTA       PIC 9(06).
              10 WS-MOV-ULTIMA      PIC 9(08).
       77 WS-MOV-IND            PIC 9(04) VALUE ZEROS.
           05 WS-MRC-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-MRC-LINHA          PIC X(80) OCCURS 500 TIMES.
       77 WS-MRC-IND            PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "DORMENC" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           DISPLAY "MODO (M=MARCAR DORMENTES R=REATIVAR CONTA): "
           ACCEPT WS-MODO
           IF WS-MODO = "R"
               PERFORM IDENTIFICAR-OPERADOR-SESSAO
               PERFORM REATIVAR-CONTA-DORMENTE
               GOBACK
           END-IF
           PERFORM LER-PARAMETRO-MESES
           COMPUTE WS-DIAS-LIMITE EQUAL WS-MESES-DORMENCIA * 30
           END-COMPUTE
                       EVALUATE TRUE
                           WHEN CONTA-DORMENTE
                               ADD 1 TO WS-CONTAS-JA-DORMENTES
      *    CDB nao tem movimento ate o resgate - nao e ociosidade.
                           WHEN CONTA-PRAZO
                               CONTINUE
                           WHEN CONTA-ATIVA
                               PERFORM AVALIAR-OCIOSIDADE-CONTA
                           WHEN OTHER

           CLOSE DORMENC-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM DORMENC.REL".

      *    Reativacao a pedido da agencia: so conta dormente volta a
      *    ativa; a reativacao fica registrada para o monitoramento.
       REATIVAR-CONTA-DORMENTE.
           DISPLAY "CONTA A REATIVAR: "
           ACCEPT WS-CONTA-REATIVAR
           OPEN I-O CONTA-ARQ
           IF CONTA-NAO-ACHOU
               DISPLAY "CONTA.DAT NAO ENCONTRADO"
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-REATIVAR TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   DISPLAY "CONTA " WS-CONTA-REATIVAR
                       " NAO CADASTRADA"
                   CLOSE CONTA-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-DORMENTE
               DISPLAY "CONTA " WS-CONTA-REATIVAR
                   " NAO ESTA DORMENTE - SITUACAO " CONTA-SITUACAO
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CONTA-SITUACAO
           REWRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTA - STATUS "
                       WS-CONTA-STATUS
                   CLOSE CONTA-ARQ
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE CONTA-ARQ

           OPEN EXTEND DORMENC-REATIVACAO
           IF REATIV-NAO-ACHOU
               CLOSE DORMENC-REATIVACAO
               OPEN OUTPUT DORMENC-REATIVACAO
           END-IF
           MOVE WS-DATA-HOJE      TO RTV-DATA
           MOVE CONTA-CPF         TO RTV-CPF
           MOVE CONTA-NUMERO      TO RTV-CONTA
           MOVE WS-OPERADOR       TO RTV-OPERADOR
           WRITE REATIV-REG
           CLOSE DORMENC-REATIVACAO
           DISPLAY "CONTA " WS-CONTA-REATIVAR " REATIVADA".

      *    Quem esta no teclado - mesma mecanica de CADMANUT.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.
