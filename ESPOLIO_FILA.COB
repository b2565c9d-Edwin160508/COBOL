      *>   ESPOLIO.REL, com o CPF mascarado como em todo relatorio da <*
      *>   casa - e a lista que o juridico trabalha ate liquidar      <*
      *>   cada espolio.                                              <*
      *>   Conta conjunta (ver copybooks/CONTAREC.CPY) entra no dossie<*
      *>   de qualquer titular falecido, com o saldo da chave do      <*
      *>   titular da conta: a conjunta (e) aparece congelada; a      <*
      *>   solidaria (e/ou) segue com os sobreviventes e mostra a cota<*
      *>   do espolio, o saldo dividido em partes iguais entre os     <*
      *>   titulares.                                                 <*
      *>   Informe de rendimentos do falecido: o INFREND nao o expede <*
      *>   pelo correio, deixa em INFORME.ESPOLIO (ver                <*
      *>   copybooks/INFESPREC.CPY); o dossie lista o informe         <*
      *>   pendente do CPF, linha a linha, para o juridico entregar   <*
      *>   ao inventariante.                                          <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - as contas congeladas do falecido.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Informes de rendimentos dos falecidos (INFREND).
           SELECT INFORME-ESPOLIO ASSIGN TO "INFORME.ESPOLIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFESP-STATUS.
      *    A fila de trabalho do juridico.
           SELECT ESPOLIO-RELATORIO ASSIGN TO "ESPOLIO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  INFORME-ESPOLIO.
      *    Layout compartilhado com o INFREND - ver
      *    copybooks/INFESPREC.CPY.
           COPY INFESPREC.

       FD  ESPOLIO-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-INFESP-STATUS      PIC X(02) VALUE "00".
           88 INFESP-NAO-ACHOU      VALUE "35".
       77 WS-INFESP-FIM         PIC X(01) VALUE "N".
           88 INFESP-FIM            VALUE "S".

       77 WS-CONTA-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-LEDGER-DISPONIVEL  PIC X(01) VALUE "N".
       77 WS-FATURAS-DISPONIVEL PIC X(01) VALUE "N".

      *    Dossie do falecido corrente.
       77 WS-CPF-FALECIDO       PIC X(14) VALUE SPACES.
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.
      *    Conta conjunta em que o falecido e titular ou co-titular.
       77 WS-CONTA-DO-FALECIDO  PIC X(01) VALUE "N".
       77 WS-QTD-TITULARES      PIC 9(01) VALUE ZEROS.
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.
       77 WS-SALDO-CONTA        PIC S9(9)V99 VALUE ZEROS.
       77 WS-COTA-ESPOLIO       PIC S9(9)V99 VALUE ZEROS.
       77 WS-COTA-EDITADA       PIC -(9)9.99.
       77 WS-REGRA-CONTA        PIC X(50) VALUE SPACES.
      *    Informe de rendimentos pendente do falecido corrente.
       77 WS-INFORME-ACHADO     PIC X(01) VALUE "N".

       01  WS-TOTAIS-ESPOLIO.
           05 WS-FALECIDOS          PIC 9(04) VALUE ZEROS.
           05 WS-CONTAS-LISTADAS    PIC 9(04) VALUE ZEROS.
           05 WS-FATURAS-LISTADAS   PIC 9(04) VALUE ZEROS.
           05 WS-INFORMES-LISTADOS  PIC 9(04) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-EDITADO      PIC -(9)9.99.
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
           MOVE "ESPOLIO" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT ESPOLIO-RELATORIO
               WS-CONTAS-LISTADAS DELIMITED BY SIZE
               " FATURAS EM ABERTO=" DELIMITED BY SIZE
               WS-FATURAS-LISTADAS DELIMITED BY SIZE
               " INFORMES PENDENTES=" DELIMITED BY SIZE
               WS-INFORMES-LISTADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           PERFORM LISTAR-CONTAS-FALECIDO
           PERFORM LISTAR-FATURAS-FALECIDO
           PERFORM LISTAR-INFORME-FALECIDO.

      *    Contas do falecido com o saldo de cada uma - as
      *    individuais estao congeladas pelo proprio obito. Entram
      *    tambem as contas conjuntas em que ele e co-titular.
       LISTAR-CONTAS-FALECIDO.
           IF WS-CONTA-DISPONIVEL NOT = "S"
               EXIT PARAGRAPH
                   AT END
                       SET CONTA-FIM TO TRUE
                   NOT AT END
                       MOVE "N" TO WS-CONTA-DO-FALECIDO
                       IF CONTA-CPF = WS-CPF-FALECIDO
                           MOVE "S" TO WS-CONTA-DO-FALECIDO
                       END-IF
                       PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                           UNTIL WS-IND-COTIT > 3
                           IF CONTA-COTITULAR-CPF(WS-IND-COTIT)
                               = WS-CPF-FALECIDO
                               MOVE "S" TO WS-CONTA-DO-FALECIDO
                           END-IF
                       END-PERFORM
                       IF WS-CONTA-DO-FALECIDO = "S"
                           PERFORM LISTAR-UMA-CONTA
                       END-IF
               END-READ

       LISTAR-UMA-CONTA.
           ADD 1 TO WS-CONTAS-LISTADAS
           MOVE ZEROS TO WS-SALDO-CONTA
           IF WS-LEDGER-DISPONIVEL = "S"
               MOVE CONTA-CPF    TO LEDGER-CPF
               MOVE CONTA-NUMERO TO LEDGER-CONTA
               READ LEDGER-MESTRE
                   INVALID KEY
                       MOVE ZEROS TO WS-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE LEDGER-SALDO TO WS-SALDO-CONTA
               END-READ
           END-IF
           MOVE WS-SALDO-CONTA TO WS-SALDO-EDITADO
           PERFORM DEFINIR-REGRA-CONTA
           MOVE SPACES TO WS-REL-LINHA
           STRING "  CONTA " DELIMITED BY SIZE
               CONTA-NUMERO DELIMITED BY SIZE
               CONTA-SITUACAO DELIMITED BY SIZE
               " SALDO " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REGRA-CONTA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *    Regra do obito pela movimentacao da conta (ver
      *    copybooks/CONTAREC.CPY): individual e conjunta (e) ficam
      *    congeladas; na solidaria (e/ou) os sobreviventes seguem
      *    movimentando e o dossie mostra a cota do espolio - o saldo
      *    dividido em partes iguais entre os titulares.
       DEFINIR-REGRA-CONTA.
           EVALUATE TRUE
               WHEN CONTA-SEM-COTITULAR
                   MOVE "(CONGELADA - OBITO)" TO WS-REGRA-CONTA
               WHEN CONTA-SOLIDARIA
                   MOVE 1 TO WS-QTD-TITULARES
                   PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                       UNTIL WS-IND-COTIT > 3
                       IF CONTA-COTITULAR-CPF(WS-IND-COTIT)
                           NOT = SPACES
                           ADD 1 TO WS-QTD-TITULARES
                       END-IF
                   END-PERFORM
                   COMPUTE WS-COTA-ESPOLIO ROUNDED EQUAL
                       WS-SALDO-CONTA / WS-QTD-TITULARES
                   END-COMPUTE
                   MOVE WS-COTA-ESPOLIO TO WS-COTA-EDITADA
                   MOVE SPACES TO WS-REGRA-CONTA
                   STRING "(SOLIDARIA - COTA DO ESPOLIO "
                       DELIMITED BY SIZE
                       WS-COTA-EDITADA DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-REGRA-CONTA
                   END-STRING
               WHEN OTHER
                   MOVE "(CONJUNTA E - CONGELADA - OBITO)"
                       TO WS-REGRA-CONTA
           END-EVALUATE.

      *    Faturas em aberto do falecido, pela chave alternativa.
       LISTAR-FATURAS-FALECIDO.
           IF WS-FATURAS-DISPONIVEL NOT = "S"
                       IF FAT-CPF NOT = WS-CPF-FALECIDO
                           SET FATURAS-FIM TO TRUE
                       ELSE
                           IF NOT FAT-PAGA AND NOT FAT-CANCELADA
                               PERFORM LISTAR-UMA-FATURA
                           END-IF
                       END-IF
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *    Informe de rendimentos do falecido na fila do INFREND - o
      *    arquivo e pequeno (so falecidos), relido a cada dossie.
       LISTAR-INFORME-FALECIDO.
           MOVE "N" TO WS-INFORME-ACHADO
           MOVE "N" TO WS-INFESP-FIM
           OPEN INPUT INFORME-ESPOLIO
           IF INFESP-NAO-ACHOU
               CLOSE INFORME-ESPOLIO
               EXIT PARAGRAPH
           END-IF
           READ INFORME-ESPOLIO
               AT END SET INFESP-FIM TO TRUE
           END-READ
           PERFORM UNTIL INFESP-FIM
               IF IFE-CPF = WS-CPF-FALECIDO
                   PERFORM LISTAR-LINHA-INFORME
               END-IF
               READ INFORME-ESPOLIO
                   AT END SET INFESP-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE INFORME-ESPOLIO.

       LISTAR-LINHA-INFORME.
           IF WS-INFORME-ACHADO = "N"
               MOVE "S" TO WS-INFORME-ACHADO
               ADD 1 TO WS-INFORMES-LISTADOS
               MOVE SPACES TO WS-REL-LINHA
               STRING "  INFORME DE RENDIMENTOS ANO-BASE "
                   DELIMITED BY SIZE
                   IFE-ANO-BASE DELIMITED BY SIZE
                   " PENDENTE DE ENTREGA AO ESPOLIO" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               MOVE WS-REL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "    " DELIMITED BY SIZE
               IFE-LINHA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
