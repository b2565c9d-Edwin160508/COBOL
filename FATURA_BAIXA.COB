      *>   13001. Pagamento que chegar depois num titulo baixado e    <*
      *>   contabilizado como RECUPERACAO pela aplicacao de caixa e   <*
      *>   pelo retorno bancario. Resumo em FATBAIXA.REL.             <*
      *>   Fatura em poder de assessoria de cobranca externa          <*
      *>   (ASSESSORIA.CARTEIRA, situacao E) nao e baixada: espera o  <*
      *>   retorno ou o recolhimento e so entao segue a regra.        <*
      *>   Cada fatura baixada fica tambem no historico               <*
      *>   acumulativo FATBAIXA.HIST (data, fatura, CPF e saldo       <*
      *>   baixado - ver copybooks/BAIXHREC.CPY), de onde a           <*
      *>   rentabilidade por cliente tira a perda do mes.             <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Carteira de cobranca externa - fatura em poder de
      *    assessoria nao e baixada enquanto estiver la.
           SELECT ASSESSORIA-CARTEIRA ASSIGN TO "ASSESSORIA.CARTEIRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-FAT-NUMERO
               ALTERNATE RECORD KEY IS ACT-CPF WITH DUPLICATES
               FILE STATUS IS WS-CARTEIRA-STATUS.
      *    Interface contabil - a perda da passada e lancada aqui,
      *    acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Historico acumulativo das faturas baixadas, uma linha por
      *    fatura - a perda de cada cliente no mes.
           SELECT FATBAIXA-HIST ASSIGN TO "FATBAIXA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *    Resumo da baixa.
           SELECT FATBAIXA-RELATORIO ASSIGN TO "FATBAIXA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  ASSESSORIA-CARTEIRA.
      *    Layout compartilhado da carteira - ver
      *    copybooks/ASSCARREC.CPY.
           COPY ASSCARREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  FATBAIXA-HIST.
      *    Layout compartilhado do historico - ver
      *    copybooks/BAIXHREC.CPY.
           COPY BAIXHREC.

       FD  FATBAIXA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-HIST-STATUS        PIC X(02) VALUE "00".
           88 HIST-NAO-ACHOU        VALUE "35".
       77 WS-CARTEIRA-STATUS    PIC X(02) VALUE "00".
           88 CARTEIRA-OK           VALUE "00".
       77 WS-CARTEIRA-DISPONIVEL PIC X(01) VALUE "N".

      *    Idade de baixa em dias de atraso, parametrizavel.
       77 WS-DIAS-BAIXA         PIC 9(04) VALUE 180.
       01  WS-TOTAIS-BAIXA.
           05 WS-FATURAS-BAIXADAS   PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-BAIXADO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-EM-ASSESSORIA      PIC 9(05) VALUE ZEROS.
      *    A interface contabil carrega valores inteiros - mesma
      *    largura do GLPOST.
       77 WS-PERDA-INTEIRA      PIC 9(13) VALUE ZEROS.
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
           MOVE "FATBAIXA" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CARTEIRA-DISPONIVEL
           OPEN INPUT ASSESSORIA-CARTEIRA
           IF CARTEIRA-OK
               MOVE "S" TO WS-CARTEIRA-DISPONIVEL
           END-IF
           OPEN EXTEND FATBAIXA-HIST
           IF HIST-NAO-ACHOU
               CLOSE FATBAIXA-HIST
               OPEN OUTPUT FATBAIXA-HIST
           END-IF
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARTEIRA-DISPONIVEL = "S"
               CLOSE ASSESSORIA-CARTEIRA
           END-IF
           CLOSE FATBAIXA-HIST
           CLOSE FATURAS-ARQUIVO.

       AVALIAR-BAIXA-FATURA.
           IF WS-SALDO-DEVEDOR NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
      *    A divida em poder de assessoria de cobranca externa espera
      *    o retorno ou o recolhimento dela (ASSENVIO/ASSRETOR).
           IF WS-CARTEIRA-DISPONIVEL = "S"
               MOVE FAT-NUMERO TO ACT-FAT-NUMERO
               READ ASSESSORIA-CARTEIRA
                   INVALID KEY
                       MOVE SPACE TO ACT-SITUACAO
               END-READ
               IF ACT-EM-PODER
                   ADD 1 TO WS-EM-ASSESSORIA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "B" TO FAT-SITUACAO
           REWRITE FAT-REC
               INVALID KEY
                       WS-FATURAS-STATUS
           END-REWRITE
           ADD 1 TO WS-FATURAS-BAIXADAS
           ADD WS-SALDO-DEVEDOR TO WS-VALOR-BAIXADO
           MOVE WS-DATA-HOJE     TO BXH-DATA
           MOVE FAT-NUMERO       TO BXH-FAT-NUMERO
           MOVE FAT-CPF          TO BXH-CPF
           MOVE WS-SALDO-DEVEDOR TO BXH-VALOR
           WRITE BAIXAH-REG.

      *    Lancamento de partida dobrada da perda na interface
      *    contabil, acrescentando ao arquivo do dia.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "EM PODER DE ASSESSORIA.: " DELIMITED BY SIZE
               WS-EM-ASSESSORIA DELIMITED BY SIZE
               " (NAO BAIXADAS)" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-BAIXADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERDA DA PASSADA.......: " DELIMITED BY SIZE
