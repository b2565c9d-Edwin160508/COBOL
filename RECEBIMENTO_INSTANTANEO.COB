      *>   para o dia reconciliar atraves dos DOIS canais. Resumo da  <*
      *>   passada em RECINST.REL; o arquivo de entrada e esvaziado   <*
      *>   apos o processamento.                                      <*
      *>   Recebimento que chega com chave Pix (REC-CHAVE-PIX) nao e  <*
      *>   pagamento de fatura: e credito na conta para onde a chave  <*
      *>   aponta no diretorio PIXCHAVE.DAT (chave ativa ou em        <*
      *>   reivindicacao; pendente de portabilidade nao resolve). A   <*
      *>   conta tem que estar ativa; o credito entra no ledger com   <*
      *>   journal e sequencial do RUNSEQ.CTL, fica fora do           <*
      *>   RECINST.TOT e vai consolidado para a interface contabil    <*
      *>   (debito 11001 caixa, credito 21001 depositos). Chave que   <*
      *>   nao resolve vai para RECINST.NAOAPLIC com o motivo.        <*
      *>   DESCONTO ANTECIPADO: recebimento com data ate a data       <*
      *>   limite do desconto da fatura conta o saldo devedor menos o <*
      *>   desconto (mesma regra do CXAPLIC) - liquida sem residuo, o <*
      *>   desconto fica em FAT-DESCONTO-CONCEDIDO e o total vai para <*
      *>   CONTABIL.INT (descontos concedidos contra contas a         <*
      *>   receber).                                                  <*
      *>   PAGAMENTO A MAIOR: sobra de pagador identificado (CPF      <*
      *>   com fatura no arquivo, mesmo todas ja pagas) nao vai       <*
      *>   mais para o NAOAPLIC - entra no saldo credor do cliente    <*
      *>   pelo SCRMOVTO (SALDOCRED.DAT), consumido pelo FATGERA      <*
      *>   nas faturas novas ou devolvido pelo SCRDEVOL; o total      <*
      *>   vai para CONTABIL.INT (debito 11001 caixa, credito         <*
      *>   24004 creditos de clientes a devolver). CPF sem fatura     <*
      *>   nenhuma segue no NAOAPLIC.                                 <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT RECEBTO-ENTRADA ASSIGN TO "data/RECEBTO.INST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBTO-STATUS.
      *    Diretorio de chaves Pix - resolve a conta do credito.
           SELECT PIXCHAVE-ARQ ASSIGN TO "PIXCHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               ALTERNATE RECORD KEY IS PIX-CPF WITH DUPLICATES
               FILE STATUS IS WS-PIXCHAVE-STATUS.
      *    Cadastro de contas - situacao da conta creditada.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois do credito.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Interface contabil - lancamento consolidado dos creditos.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Faturas da cobranca, indexadas.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
           05 REC-VALOR               PIC 9(11)V99.
           05 REC-DATA                PIC 9(08).
           05 REC-HORA                PIC 9(08).
      *    Chave Pix do recebedor - em branco no pagamento de fatura.
           05 REC-CHAVE-PIX           PIC X(77).

       FD  PIXCHAVE-ARQ.
      *    Layout compartilhado da chave Pix - ver
      *    copybooks/PIXREC.CPY.
           COPY PIXREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.

       FD  BUREAU-REMOVER.
       01  BREMOVE-REG.
           05 BRM-CPF                 PIC X(14).
           05 BRM-DATA                PIC 9(08).

       FD  RECINST-RELATORIO.
       77 WS-PROMESSA-FIM       PIC X(01) VALUE "N".
           88 PROMESSA-FIM          VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-PIXCHAVE-STATUS    PIC X(02) VALUE "00".
           88 PIXCHAVE-OK           VALUE "00".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".

      *    Credito pela chave Pix: arquivos disponiveis na abertura,
      *    conta resolvida e motivo quando nao resolve.
       77 WS-PIX-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-PIX-RESOLVIDA      PIC X(01) VALUE "N".
       77 WS-MOTIVO-PIX         PIC X(40) VALUE SPACES.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-INTEIRO      PIC 9(13) VALUE ZEROS.
       77 WS-CONTA-CAIXA        PIC 9(05) VALUE 11001.
       77 WS-CONTA-DEPOSITOS    PIC 9(05) VALUE 21001.
      *    Desconto antecipado concedido nas liquidacoes da passada:
      *    debito em descontos concedidos, credito em contas a
      *    receber.
       77 WS-CONTA-DESCONTO     PIC 9(05) VALUE 64001.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
      *    Pagamento a maior de cliente identificado (CPF com fatura
      *    no arquivo): a sobra vai para o saldo credor dele
      *    (SCRMOVTO) e para a interface contabil - debito 11001
      *    caixa, credito 24004 creditos de clientes a devolver.
       77 WS-CONTA-SALDO-CREDOR PIC 9(05) VALUE 24004.
       77 WS-CPF-TEM-FATURA     PIC X(01) VALUE "N".
       77 WS-ULTIMA-FATURA      PIC 9(06) VALUE ZEROS.
      *    Subprograma do saldo credor do cliente.
           COPY SCRAPI.
       77 WS-NA-JANELA-DESCONTO PIC X(01) VALUE "N".
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *    Recebimento corrente e o que ainda falta aplicar dele.
       77 WS-CREDITO-RESTANTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VENCTO-ESCOLHIDO   PIC 9(08) VALUE ZEROS.
       77 WS-BREMOVE-STATUS     PIC X(02) VALUE "00".
           88 BREMOVE-NAO-ACHOU     VALUE "35".
       77 WS-CPF-BUREAU         PIC X(14) VALUE SPACES.
       77 WS-ERA-BAIXADA        PIC X(01) VALUE "N".

      *    Promessas em memoria, mesma mecanica do CXAPLIC.
           05 WS-PROMESSAS-CUMPRIDAS PIC 9(03) VALUE ZEROS.
           05 WS-VALOR-APLICADO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALOR-NAO-APLICADO PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-PIX-CREDITADOS PIC 9(05) VALUE ZEROS.
           05 WS-QTD-PIX-RECUSADOS  PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-PIX-CREDITADO PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-DESCONTOS      PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-DESCONTO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-SALDO-CREDOR   PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-SALDO-CREDOR PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
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
           MOVE "RECINST" TO LYX-PROGRAMA
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

           OPEN INPUT RECEBTO-ENTRADA
           IF RECEBTO-NAO-ACHOU
           END-IF

           PERFORM CARREGAR-PROMESSAS-MEMORIA
           PERFORM ABRIR-ARQUIVOS-PIX
           OPEN OUTPUT RECINST-NAO-APLICADO

           READ RECEBTO-ENTRADA
           END-READ
           PERFORM UNTIL RECEBTO-FIM
               ADD 1 TO WS-QTD-RECEBIDOS
               IF REC-CHAVE-PIX NOT = SPACES
                   PERFORM CREDITAR-PELA-CHAVE-PIX
               ELSE
                   PERFORM APLICAR-UM-RECEBIMENTO
               END-IF
               READ RECEBTO-ENTRADA
                   AT END SET RECEBTO-FIM TO TRUE
               END-READ
           CLOSE RECINST-NAO-APLICADO
           CLOSE FATURAS-ARQUIVO
           CLOSE RECEBTO-ENTRADA
           PERFORM FECHAR-ARQUIVOS-PIX

           PERFORM REGRAVAR-PROMESSAS-ARQUIVO
           PERFORM LANCAR-CREDITOS-PIX-CONTABIL
           PERFORM LANCAR-DESCONTO-CONTABIL
           PERFORM LANCAR-SALDO-CREDOR-CONTABIL
           PERFORM ACUMULAR-TOTAIS-DO-DIA
           PERFORM ESVAZIAR-ARQUIVO-ENTRADA
           PERFORM EMITIR-RESUMO-RECINST
      *    exato pelo saldo devedor, depois as abertas mais antigas.
       APLICAR-UM-RECEBIMENTO.
           MOVE REC-VALOR TO WS-CREDITO-RESTANTE
           MOVE "N" TO WS-CPF-TEM-FATURA
           MOVE ZEROS TO WS-ULTIMA-FATURA

           PERFORM LOCALIZAR-FATURA-EXATA
           IF WS-FAT-ESCOLHIDA > ZEROS
               END-IF
               PERFORM APLICAR-NA-ESCOLHIDA
           END-PERFORM
           IF WS-CREDITO-RESTANTE NOT = REC-VALOR
               ADD 1 TO WS-QTD-APLICADOS
           END-IF
           IF WS-CREDITO-RESTANTE > ZEROS
               IF WS-CPF-TEM-FATURA = "S"
                   PERFORM CREDITAR-SALDO-CREDOR
               ELSE
                   PERFORM GRAVAR-SOBRA-NAO-APLICADA
               END-IF
           END-IF.
                       IF FAT-CPF NOT = REC-CPF
                           SET FAT-VARRE-FIM TO TRUE
                       ELSE
                           MOVE "S" TO WS-CPF-TEM-FATURA
                           MOVE FAT-NUMERO TO WS-ULTIMA-FATURA
                           IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                               AND NOT FAT-CANCELADA
                               PERFORM CALCULAR-SALDO-DEVEDOR
                               IF WS-SALDO-DEVEDOR
                                   = WS-CREDITO-RESTANTE
                                   AND WS-FAT-ESCOLHIDA = ZEROS
               END-READ
           END-PERFORM.

      *    Saldo devedor da fatura lida. Recebimento com data ate a
      *    data limite do desconto antecipado paga o saldo menos o
      *    desconto - mesma regra da aplicacao de caixa.
       CALCULAR-SALDO-DEVEDOR.
           MOVE "N" TO WS-NA-JANELA-DESCONTO
           COMPUTE WS-SALDO-DEVEDOR EQUAL
               FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF FAT-DESCONTO-VALOR > ZEROS
               AND REC-DATA NOT > FAT-DESCONTO-LIMITE
               AND WS-SALDO-DEVEDOR > FAT-DESCONTO-VALOR
               SUBTRACT FAT-DESCONTO-VALOR FROM WS-SALDO-DEVEDOR
               MOVE "S" TO WS-NA-JANELA-DESCONTO
           END-IF.

      *    Fatura ABERTA mais antiga (por vencimento) do pagador com
      *    saldo devedor - baixadas ficam fora da aplicacao parcial,
      *    como na aplicacao de caixa.
           IF FAT-BAIXADA
               MOVE "S" TO WS-ERA-BAIXADA
           END-IF
           PERFORM CALCULAR-SALDO-DEVEDOR
           IF WS-CREDITO-RESTANTE < WS-SALDO-DEVEDOR
               MOVE WS-CREDITO-RESTANTE TO WS-VALOR-APLICAR
           ELSE
           ADD WS-VALOR-APLICAR TO FAT-VALOR-PAGO
           SUBTRACT WS-VALOR-APLICAR FROM WS-CREDITO-RESTANTE
           ADD WS-VALOR-APLICAR TO WS-VALOR-APLICADO
      *    Recebimento que cobriu o saldo com desconto: o restante
      *    ate o valor da fatura e o desconto concedido.
           IF WS-NA-JANELA-DESCONTO = "S"
               AND WS-VALOR-APLICAR = WS-SALDO-DEVEDOR
               COMPUTE FAT-DESCONTO-CONCEDIDO EQUAL
                   FAT-VALOR - FAT-VALOR-PAGO
               END-COMPUTE
               ADD 1 TO WS-QTD-DESCONTOS
               ADD FAT-DESCONTO-CONCEDIDO TO WS-VALOR-DESCONTO
           END-IF
           IF FAT-VALOR-PAGO + FAT-DESCONTO-CONCEDIDO NOT < FAT-VALOR
               MOVE "P" TO FAT-SITUACAO
               MOVE REC-DATA TO FAT-DATA-PGTO
               ADD 1 TO WS-FATURAS-LIQUIDADAS
               END-IF
           END-PERFORM.

      *    Pagador identificado (tem fatura no arquivo, mesmo que
      *    todas ja pagas): a sobra e pagamento a maior e vira saldo
      *    credor para a proxima fatura ou para devolucao. Saldo
      *    credor indisponivel deixa a sobra no NAOAPLIC, como antes.
       CREDITAR-SALDO-CREDOR.
           MOVE REC-CPF             TO SCV-CPF
           MOVE "C"                 TO SCV-TIPO
           MOVE WS-CREDITO-RESTANTE TO SCV-VALOR
           MOVE REC-DATA            TO SCV-DATA
           MOVE REC-HORA            TO SCV-HORA
           MOVE "RECINST"           TO SCV-ORIGEM
           MOVE WS-ULTIMA-FATURA    TO SCV-REFERENCIA
           MOVE "BATCH"             TO SCV-OPERADOR
           CALL "SCRMOVTO" USING SCR-MOVIMENTO-ENTRADA
                                 SCR-MOVIMENTO-RESULTADO
           IF SCV-EFETUADO
               ADD 1 TO WS-QTD-SALDO-CREDOR
               ADD SCV-VALOR-MOVIDO TO WS-VALOR-SALDO-CREDOR
           ELSE
               PERFORM GRAVAR-SOBRA-NAO-APLICADA
           END-IF.

       GRAVAR-SOBRA-NAO-APLICADA.
           ADD WS-CREDITO-RESTANTE TO WS-VALOR-NAO-APLICADO
           MOVE REC-CPF TO WS-MASCARA-ENTRADA
           MOVE WS-REL-LINHA TO NAOAPLIC-LINHA
           WRITE NAOAPLIC-LINHA.

      *    Diretorio, contas e ledger so para os creditos pela
      *    chave Pix; sem eles, esses recebimentos vao para o
      *    NAOAPLIC e os pagamentos de fatura seguem normalmente.
       ABRIR-ARQUIVOS-PIX.
           MOVE "N" TO WS-PIX-DISPONIVEL
           OPEN INPUT PIXCHAVE-ARQ
           OPEN INPUT CONTA-ARQ
           OPEN I-O LEDGER-MESTRE
           IF PIXCHAVE-OK AND CONTA-OK AND LEDGER-OK
               MOVE "S" TO WS-PIX-DISPONIVEL
           END-IF.

       FECHAR-ARQUIVOS-PIX.
           CLOSE PIXCHAVE-ARQ
           CLOSE CONTA-ARQ
           CLOSE LEDGER-MESTRE.

      *    Credito na conta para onde a chave aponta: chave ativa ou
      *    em reivindicacao (ainda do dono atual) e conta ativa.
       CREDITAR-PELA-CHAVE-PIX.
           PERFORM RESOLVER-CHAVE-PIX
           IF WS-PIX-RESOLVIDA NOT = "S"
               PERFORM GRAVAR-PIX-NAO-CREDITADO
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-PROXIMO-SEQUENCIAL
           MOVE PIX-CPF   TO LEDGER-CPF
           MOVE PIX-CONTA TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + REC-VALOR
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-PIX
           MOVE PIX-CPF         TO LEDGER-CPF
           MOVE PIX-CONTA       TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-QTD-PIX-CREDITADOS
           ADD REC-VALOR TO WS-VALOR-PIX-CREDITADO.

       RESOLVER-CHAVE-PIX.
           MOVE "N" TO WS-PIX-RESOLVIDA
           IF WS-PIX-DISPONIVEL NOT = "S"
               MOVE "DIRETORIO PIX/CONTAS/LEDGER INDISPONIVEL"
                   TO WS-MOTIVO-PIX
               EXIT PARAGRAPH
           END-IF
           MOVE REC-CHAVE-PIX TO PIX-CHAVE
           READ PIXCHAVE-ARQ
               INVALID KEY
                   MOVE "CHAVE PIX NAO CADASTRADA" TO WS-MOTIVO-PIX
                   EXIT PARAGRAPH
           END-READ
           IF PIX-EM-PORTABILIDADE
               MOVE "CHAVE PIX EM PORTABILIDADE" TO WS-MOTIVO-PIX
               EXIT PARAGRAPH
           END-IF
           MOVE PIX-CONTA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA DA CHAVE NAO CADASTRADA"
                       TO WS-MOTIVO-PIX
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               MOVE "CONTA DA CHAVE NAO ESTA ATIVA" TO WS-MOTIVO-PIX
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-PIX-RESOLVIDA.

       GRAVAR-JOURNAL-PIX.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL   TO JRN-SEQUENCIAL
           MOVE PIX-CPF         TO JRN-CPF
           MOVE PIX-CONTA       TO JRN-CONTA
           MOVE WS-SALDO-ANTES  TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE    TO JRN-DATA
           MOVE WS-HORA-AGORA   TO JRN-HORA
           MOVE ZEROS           TO JRN-DATA-VALOR
           MOVE SPACES          TO JRN-AGENCIA
           MOVE SPACES          TO JRN-REPRESENTANTE
           MOVE SPACES          TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

       GRAVAR-PIX-NAO-CREDITADO.
           ADD 1 TO WS-QTD-PIX-RECUSADOS
           ADD REC-VALOR TO WS-VALOR-NAO-APLICADO
           MOVE REC-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE REC-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PIX " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO-PIX DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO NAOAPLIC-LINHA
           WRITE NAOAPLIC-LINHA.

      *    Um unico lancamento consolidado dos creditos Pix na
      *    interface contabil.
       LANCAR-CREDITOS-PIX-CONTABIL.
           IF WS-VALOR-PIX-CREDITADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-PIX-CREDITADO TO WS-TOTAL-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE       TO GL-DATA
           MOVE WS-CONTA-CAIXA     TO GL-CONTA
           MOVE WS-TOTAL-INTEIRO   TO GL-TOTAL-DEBITO
           MOVE ZEROS              TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE       TO GL-DATA
           MOVE WS-CONTA-DEPOSITOS TO GL-CONTA
           MOVE ZEROS              TO GL-TOTAL-DEBITO
           MOVE WS-TOTAL-INTEIRO   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Desconto antecipado concedido na passada, consolidado num
      *    lancamento: debito em descontos concedidos, credito em
      *    contas a receber.
       LANCAR-DESCONTO-CONTABIL.
           IF WS-VALOR-DESCONTO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-DESCONTO TO WS-TOTAL-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE       TO GL-DATA
           MOVE WS-CONTA-DESCONTO  TO GL-CONTA
           MOVE WS-TOTAL-INTEIRO   TO GL-TOTAL-DEBITO
           MOVE ZEROS              TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE       TO GL-DATA
           MOVE WS-CONTA-RECEBER   TO GL-CONTA
           MOVE ZEROS              TO GL-TOTAL-DEBITO
           MOVE WS-TOTAL-INTEIRO   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Pagamentos a maior creditados no saldo credor na passada,
      *    consolidados num lancamento: o dinheiro entrou no caixa e
      *    e divida com o cliente ate ser consumido ou devolvido.
       LANCAR-SALDO-CREDOR-CONTABIL.
           IF WS-VALOR-SALDO-CREDOR = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-SALDO-CREDOR TO WS-TOTAL-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-CAIXA        TO GL-CONTA
           MOVE WS-TOTAL-INTEIRO      TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-SALDO-CREDOR TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-TOTAL-INTEIRO      TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL -
      *    mesma mecanica do CSUBTR.
       OBTER-PROXIMO-SEQUENCIAL.
           MOVE ZEROS TO WS-SEQUENCIAL
           OPEN INPUT RUNSEQ-CTL
           IF RUNSEQ-OK
               READ RUNSEQ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNSEQ-REC TO WS-SEQUENCIAL
               END-READ
           END-IF
           CLOSE RUNSEQ-CTL

           ADD 1 TO WS-SEQUENCIAL

           OPEN OUTPUT RUNSEQ-CTL
           MOVE WS-SEQUENCIAL TO RUNSEQ-REC
           WRITE RUNSEQ-REC
           CLOSE RUNSEQ-CTL.

       CARREGAR-PROMESSAS-MEMORIA.
           OPEN INPUT PROMESSA-ARQ
           IF PROMESSA-NAO-ACHOU
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-PIX-CREDITADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PIX CREDITADOS " DELIMITED BY SIZE
               WS-QTD-PIX-CREDITADOS DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               "  SEM CONTA " DELIMITED BY SIZE
               WS-QTD-PIX-RECUSADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-DESCONTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DESCONTOS ANTECIPADOS " DELIMITED BY SIZE
               WS-QTD-DESCONTOS DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-SALDO-CREDOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PAGO A MAIOR P/ SALDO CREDOR " DELIMITED BY SIZE
               WS-QTD-SALDO-CREDOR DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           CLOSE RECINST-RELATORIO
           DISPLAY "RESUMO GRAVADO EM RECINST.REL".
