      *>   reconstruido da ULTIMA imagem do journal e conferido ao    <*
      *>   centavo contra o LEDGER-SALDO do arquivo - divergencia e   <*
      *>   apontada. Saida em CTAEXTR.REL com o CPF mascarado.        <*
      *>   Conta conjunta pedida pelo CPF de um co-titular sai na     <*
      *>   chave do titular da conta, que e a do journal e do ledger. <*
      *>   Movimento da folha de pagamento (JRN-NATUREZA) sai marcado <*
      *>   SALARIO no credito do funcionario e FOLHA no debito da     <*
      *>   empresa, separado dos demais creditos e debitos.           <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Cadastro de contas - conta conjunta pedida pelo CPF de um
      *    co-titular.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    O extrato formatado da conta.
           SELECT CTAEXTR-RELATORIO ASSIGN TO "CTAEXTR.REL"
               ORGANIZATION IS LINE SEQUENTIAL
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CTAEXTR-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU      VALUE "35" "23".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.

      *    Chave e periodo pedidos ao operador.
       77 WS-CPF-PEDIDO         PIC X(14) VALUE SPACES.
       77 WS-CONTA-PEDIDA       PIC X(06) VALUE SPACES.
       77 WS-CONTA-NUMERICA     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INICIO        PIC X(08) VALUE SPACES.

       77 WS-DELTA-EDITADO      PIC -(9)9.99.
       77 WS-SALDO-EDITADO      PIC -(9)9.99.
       77 WS-NATUREZA-TEXTO     PIC X(10) VALUE SPACES.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CTAEXTR" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CPF DO TITULAR: "
           ACCEPT WS-CPF-PEDIDO
           DISPLAY "NUMERO DA CONTA: "
           END-IF
           MOVE WS-DATA-INICIO TO WS-INICIO-NUM
           MOVE WS-DATA-FIM    TO WS-FIM-NUM
           PERFORM RESOLVER-TITULAR-DA-CONTA

           MOVE WS-CPF-PEDIDO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
               WS-QTD-MOVIMENTOS " MOVIMENTOS)"
           GOBACK.

      *    Conta conjunta pedida pelo CPF de um co-titular: o journal
      *    e o ledger estao na chave do titular da conta (ver
      *    copybooks/CONTAREC.CPY).
       RESOLVER-TITULAR-DA-CONTA.
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-NUMERICA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                       UNTIL WS-IND-COTIT > 3
                       IF CONTA-COTITULAR-CPF(WS-IND-COTIT)
                           = WS-CPF-PEDIDO
                           DISPLAY "CO-TITULAR DA CONTA - EXTRATO NA "
                               "CHAVE DO TITULAR"
                           MOVE CONTA-CPF TO WS-CPF-PEDIDO
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE CONTA-ARQ.

       GRAVAR-CABECALHO-EXTRATO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "EXTRATO POR CONTA - CTAEXTR  CPF "
           MOVE WS-DELTA-MOVIMENTO TO WS-DELTA-EDITADO
           MOVE JRN-SALDO-DEPOIS TO WS-SALDO-EDITADO
           MOVE JRN-SALDO-DEPOIS TO WS-SALDO-FECHAMENTO
           EVALUATE TRUE
               WHEN JRN-CREDITO-SALARIO
                   MOVE "  SALARIO" TO WS-NATUREZA-TEXTO
               WHEN JRN-DEBITO-FOLHA
                   MOVE "  FOLHA" TO WS-NATUREZA-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-NATUREZA-TEXTO
           END-EVALUATE
           MOVE SPACES TO WS-REL-LINHA
           STRING "  " DELIMITED BY SIZE
               JRN-DATA DELIMITED BY SIZE
               WS-DELTA-EDITADO DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               WS-NATUREZA-TEXTO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
