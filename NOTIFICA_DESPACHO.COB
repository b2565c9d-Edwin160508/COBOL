      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. NTFDESP.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Despachante da fila de notificacoes (NOTIFICA.FILA): cada  <*
      *>   alerta vai pelo tipo de contato marcado como preferido em  <*
      *>   CONTATO.DAT (e-mail, senao telefone quando nao ha          <*
      *>   preferido marcado) - e-mail na fila NOTIFICA.EMAIL do job  <*
      *>   de e-mail, telefone na fila de SMS NOTIFICA.FONE. Alerta   <*
      *>   de servico e cortesia: opt-out em CONSENTE.DAT no canal    <*
      *>   preferido desvia para o outro tipo de contato, opt-out     <*
      *>   nos dois segura o alerta. Titular falecido ou inativo no   <*
      *>   cadastro mestre nao recebe. Todo alerta da fila vai para   <*
      *>   o historico NOTIFICA.HIST com canal, destino e situacao    <*
      *>   (E enviado, C sem consentimento, S sem contato, O          <*
      *>   suprimido), a fila e esvaziada e o resumo sai em           <*
      *>   NOTIFICA.REL.                                              <*
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
      *    Fila de notificacoes dos produtores (ALRTGERA).
           SELECT NOTIFICA-FILA ASSIGN TO "NOTIFICA.FILA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.
      *    Cadastro mestre - titular falecido ou inativo nao recebe.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contatos do cliente - e-mail e telefone, com o preferido.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATO-STATUS.
      *    Consentimento de contato por CPF + canal - ver
      *    copybooks/CONSENTREC.CPY.
           SELECT CONSENT-ARQ ASSIGN TO "CONSENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
      *    Fila de saida do job de e-mail: um bloco por alerta,
      *    com o destino na primeira linha.
           SELECT NOTIFICA-EMAIL ASSIGN TO "NOTIFICA.EMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
      *    Fila de saida do envio de SMS: uma linha por alerta.
           SELECT NOTIFICA-FONE ASSIGN TO "NOTIFICA.FONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONE-STATUS.
      *    Historico do que foi enviado (e do que nao foi).
           SELECT NOTIFICA-HISTORICO ASSIGN TO "NOTIFICA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
      *    Resumo do despacho.
           SELECT NOTIFICA-RELATORIO ASSIGN TO "NOTIFICA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  NOTIFICA-FILA.
      *    Layout compartilhado do alerta - ver
      *    copybooks/NOTIFREC.CPY.
           COPY NOTIFREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver
      *    copybooks/CONTATOREC.CPY.
           COPY CONTATOREC.

       FD  CONSENT-ARQ.
      *    Layout compartilhado do consentimento - ver
      *    copybooks/CONSENTREC.CPY.
           COPY CONSENTREC.

       FD  NOTIFICA-EMAIL.
       01  EMAIL-LINHA                PIC X(100) VALUE SPACES.

       FD  NOTIFICA-FONE.
       01  FONE-LINHA                 PIC X(132) VALUE SPACES.

       FD  NOTIFICA-HISTORICO.
      *    Layout compartilhado do historico - ver
      *    copybooks/NTFHISREC.CPY.
           COPY NTFHISREC.

       FD  NOTIFICA-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FILA-STATUS        PIC X(02) VALUE "00".
           88 FILA-OK               VALUE "00".
       77 WS-FILA-FIM           PIC X(01) VALUE "N".
           88 FILA-FIM              VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-DISPONIVEL  PIC X(01) VALUE "N".
       77 WS-CONTATO-STATUS     PIC X(02) VALUE "00".
           88 CONTATO-OK            VALUE "00".
       77 WS-CONTATO-FIM        PIC X(01) VALUE "N".
           88 CONTATO-FIM           VALUE "S".
       77 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
       77 WS-EMAIL-STATUS       PIC X(02) VALUE "00".
       77 WS-FONE-STATUS        PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Opcoes de consentimento carregadas (CPF + canal com
      *    opt-out) - sem registro, o contato vale como permitido.
       77 WS-CONSENT-STATUS     PIC X(02) VALUE "00".
           88 CONSENT-NAO-ACHOU     VALUE "35".
       77 WS-CONSENT-FIM        PIC X(01) VALUE "N".
           88 CONSENT-FIM           VALUE "S".
       01  WS-TABELA-CONSENT.
           05 WS-CST-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CST-ITEM OCCURS 2000 TIMES.
              10 WS-CST-CPF         PIC X(11).
              10 WS-CST-CANAL       PIC X(01).
       77 WS-CST-IND            PIC 9(04) VALUE ZEROS.
       77 WS-OPTOU-SAIR         PIC X(01) VALUE "N".

      *    Contatos do cliente da vez: o e-mail e o telefone (o
      *    preferido de cada tipo, se houver mais de um) e o tipo do
      *    contato marcado como preferido, que e tentado primeiro.
       77 WS-CPF-CONTATO        PIC X(11) VALUE SPACES.
       77 WS-EMAIL-DESTINO      PIC X(50) VALUE SPACES.
       77 WS-FONE-DESTINO       PIC X(50) VALUE SPACES.
       77 WS-TIPO-PREFERIDO     PIC X(01) VALUE SPACES.
       77 WS-CANAL-TENTADO      PIC X(01) VALUE SPACES.
       77 WS-CANAL-ALTERNATIVO  PIC X(01) VALUE SPACES.

      *    Texto do alerta montado para o canal.
       77 WS-MENSAGEM           PIC X(100) VALUE SPACES.
       77 WS-DATA-EDITADA       PIC X(10) VALUE SPACES.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99-.
       77 WS-LIMITE-EDITADO     PIC Z(10)9.99.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       01  WS-TOTAIS-DESPACHO.
           05 WS-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
           05 WS-QTD-LEMBRETES      PIC 9(05) VALUE ZEROS.
           05 WS-QTD-DEBAUTO        PIC 9(05) VALUE ZEROS.
           05 WS-QTD-SALDO-BAIXO    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-EMAIL          PIC 9(05) VALUE ZEROS.
           05 WS-QTD-FONE           PIC 9(05) VALUE ZEROS.
           05 WS-QTD-SEM-CONSENT    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-SEM-CONTATO    PIC 9(05) VALUE ZEROS.
           05 WS-QTD-SUPRIMIDOS     PIC 9(05) VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(132) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "NTFDESP" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN INPUT NOTIFICA-FILA
           IF NOT FILA-OK
               DISPLAY "NTFDESP - FILA DE NOTIFICACOES VAZIA"
               CLOSE NOTIFICA-FILA
               GOBACK
           END-IF
           PERFORM CARREGAR-CONSENTIMENTOS
           MOVE "N" TO WS-CADCLI-DISPONIVEL
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE "S" TO WS-CADCLI-DISPONIVEL
           END-IF
           MOVE "N" TO WS-CONTATO-DISPONIVEL
           OPEN INPUT CONTATO-ARQ
           IF CONTATO-OK
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           END-IF
           OPEN OUTPUT NOTIFICA-EMAIL
           OPEN OUTPUT NOTIFICA-FONE
           OPEN EXTEND NOTIFICA-HISTORICO
           IF HISTORICO-NAO-ACHOU
               CLOSE NOTIFICA-HISTORICO
               OPEN OUTPUT NOTIFICA-HISTORICO
           END-IF

           READ NOTIFICA-FILA
               AT END SET FILA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FILA-FIM
               ADD 1 TO WS-QTD-LIDOS
               PERFORM DESPACHAR-ALERTA
               READ NOTIFICA-FILA
                   AT END SET FILA-FIM TO TRUE
               END-READ
           END-PERFORM

           CLOSE NOTIFICA-FILA
           CLOSE NOTIFICA-HISTORICO
           CLOSE NOTIFICA-FONE
           CLOSE NOTIFICA-EMAIL
           IF WS-CONTATO-DISPONIVEL = "S"
               CLOSE CONTATO-ARQ
           END-IF
           IF WS-CADCLI-DISPONIVEL = "S"
               CLOSE CADCLI-MESTRE
           END-IF

      *    Tudo o que estava na fila ja esta no historico - a fila
      *    recomeca vazia para a proxima passada dos produtores.
           OPEN OUTPUT NOTIFICA-FILA
           CLOSE NOTIFICA-FILA

           PERFORM EMITIR-RELATORIO-DESPACHO
           DISPLAY "NTFDESP - " WS-QTD-LIDOS " ALERTA(S): "
               WS-QTD-EMAIL " POR E-MAIL, " WS-QTD-FONE
               " POR SMS, " WS-QTD-SEM-CONSENT " SEM CONSENTIMENTO, "
               WS-QTD-SEM-CONTATO " SEM CONTATO"
           GOBACK.

      *    Carrega so os opt-outs, como nas cartas.
       CARREGAR-CONSENTIMENTOS.
           MOVE "N" TO WS-CONSENT-FIM
           OPEN INPUT CONSENT-ARQ
           IF CONSENT-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CONSENT-ARQ
               AT END SET CONSENT-FIM TO TRUE
           END-READ
           PERFORM UNTIL CONSENT-FIM
               IF CST-OPTOU-SAIR AND WS-CST-QTD < 2000
                   ADD 1 TO WS-CST-QTD
                   MOVE CST-CPF   TO WS-CST-CPF (WS-CST-QTD)
                   MOVE CST-CANAL TO WS-CST-CANAL (WS-CST-QTD)
               END-IF
               READ CONSENT-ARQ
                   AT END SET CONSENT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONSENT-ARQ.

      *    Alerta de servico e CORTESIA: vai pelo tipo de contato
      *    preferido do cliente e, havendo opt-out nesse canal, pelo
      *    outro; opt-out nos dois segura o alerta.
       DESPACHAR-ALERTA.
           EVALUATE TRUE
               WHEN NTF-LEMBRETE-VENCTO
                   ADD 1 TO WS-QTD-LEMBRETES
               WHEN NTF-DEBAUTO-SEM-SALDO
                   ADD 1 TO WS-QTD-DEBAUTO
               WHEN NTF-SALDO-BAIXO
                   ADD 1 TO WS-QTD-SALDO-BAIXO
           END-EVALUATE
           INITIALIZE NTFHIS-REG
           MOVE NOTIF-REG     TO NTH-ALERTA
           MOVE WS-DATA-HOJE  TO NTH-DATA-DESPACHO
           MOVE WS-HORA-AGORA TO NTH-HORA-DESPACHO

           IF WS-CADCLI-DISPONIVEL = "S"
               MOVE NTF-CPF TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CADCLI-FALECIDO OR NOT CADCLI-ATIVO
                           MOVE "O" TO NTH-SITUACAO
                           ADD 1 TO WS-QTD-SUPRIMIDOS
                           WRITE NTFHIS-REG
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           PERFORM LOCALIZAR-CONTATOS-CLIENTE
           IF WS-EMAIL-DESTINO = SPACES AND WS-FONE-DESTINO = SPACES
               MOVE "S" TO NTH-SITUACAO
               ADD 1 TO WS-QTD-SEM-CONTATO
               WRITE NTFHIS-REG
               EXIT PARAGRAPH
           END-IF

           IF WS-TIPO-PREFERIDO = "T"
               MOVE "T" TO WS-CANAL-TENTADO
               MOVE "E" TO WS-CANAL-ALTERNATIVO
           ELSE
               MOVE "E" TO WS-CANAL-TENTADO
               MOVE "T" TO WS-CANAL-ALTERNATIVO
           END-IF
           PERFORM CONFERIR-CANAL-TENTADO
           IF WS-CANAL-TENTADO = SPACES
               MOVE WS-CANAL-ALTERNATIVO TO WS-CANAL-TENTADO
               PERFORM CONFERIR-CANAL-TENTADO
           END-IF
           IF WS-CANAL-TENTADO = SPACES
               MOVE "C" TO NTH-SITUACAO
               ADD 1 TO WS-QTD-SEM-CONSENT
               WRITE NTFHIS-REG
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTAR-MENSAGEM-ALERTA
           MOVE WS-CANAL-TENTADO TO NTH-CANAL
           MOVE "E" TO NTH-SITUACAO
           IF WS-CANAL-TENTADO = "E"
               MOVE WS-EMAIL-DESTINO TO NTH-DESTINO
               PERFORM GRAVAR-FILA-EMAIL
               ADD 1 TO WS-QTD-EMAIL
           ELSE
               MOVE WS-FONE-DESTINO TO NTH-DESTINO
               PERFORM GRAVAR-FILA-FONE
               ADD 1 TO WS-QTD-FONE
           END-IF
           WRITE NTFHIS-REG.

      *    Le os contatos do CPF pela chave composta, como nas
      *    cartas de endereco devolvido.
       LOCALIZAR-CONTATOS-CLIENTE.
           MOVE SPACES TO WS-EMAIL-DESTINO WS-FONE-DESTINO
           MOVE SPACES TO WS-TIPO-PREFERIDO
           MOVE NTF-CPF TO WS-CPF-CONTATO
           IF WS-CONTATO-DISPONIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTATO-FIM
           MOVE WS-CPF-CONTATO TO CTT-CPF
           MOVE ZEROS TO CTT-SEQ
           START CONTATO-ARQ KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET CONTATO-FIM TO TRUE
           END-START
           PERFORM UNTIL CONTATO-FIM
               READ CONTATO-ARQ NEXT RECORD
                   AT END
                       SET CONTATO-FIM TO TRUE
                   NOT AT END
                       IF CTT-CPF = WS-CPF-CONTATO
                           PERFORM GUARDAR-CONTATO-CLIENTE
                       ELSE
                           SET CONTATO-FIM TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CONTATO-CLIENTE.
           IF CTT-EMAIL
               IF WS-EMAIL-DESTINO = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO WS-EMAIL-DESTINO
               END-IF
           END-IF
           IF CTT-TELEFONE
               IF WS-FONE-DESTINO = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO WS-FONE-DESTINO
               END-IF
           END-IF
           IF CTT-E-PREFERIDO AND WS-TIPO-PREFERIDO = SPACES
               MOVE CTT-TIPO TO WS-TIPO-PREFERIDO
           END-IF.

      *    O canal tentado fica em branco quando o cliente nao tem
      *    contato desse tipo ou optou por nao recebe-lo.
       CONFERIR-CANAL-TENTADO.
           IF WS-CANAL-TENTADO = "E" AND WS-EMAIL-DESTINO = SPACES
               MOVE SPACES TO WS-CANAL-TENTADO
               EXIT PARAGRAPH
           END-IF
           IF WS-CANAL-TENTADO = "T" AND WS-FONE-DESTINO = SPACES
               MOVE SPACES TO WS-CANAL-TENTADO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OPTOU-SAIR
           PERFORM VARYING WS-CST-IND FROM 1 BY 1
                   UNTIL WS-CST-IND > WS-CST-QTD
               IF WS-CST-CPF (WS-CST-IND) = WS-CPF-CONTATO
                   AND WS-CST-CANAL (WS-CST-IND) = WS-CANAL-TENTADO
                   MOVE "S" TO WS-OPTOU-SAIR
               END-IF
           END-PERFORM
           IF WS-OPTOU-SAIR = "S"
               MOVE SPACES TO WS-CANAL-TENTADO
           END-IF.

       MONTAR-MENSAGEM-ALERTA.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING NTF-DATA-REF (7 : 2) DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  NTF-DATA-REF (5 : 2) DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  NTF-DATA-REF (1 : 4) DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING
           MOVE NTF-VALOR        TO WS-VALOR-EDITADO
           MOVE NTF-VALOR-LIMITE TO WS-LIMITE-EDITADO
           MOVE SPACES TO WS-MENSAGEM
           EVALUATE TRUE
               WHEN NTF-LEMBRETE-VENCTO
                   STRING "LEMBRETE: A FATURA " DELIMITED BY SIZE
                       NTF-REFERENCIA DELIMITED BY SIZE
                       " DE R$ " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VALOR-EDITADO)
                           DELIMITED BY SIZE
                       " VENCE EM " DELIMITED BY SIZE
                       WS-DATA-EDITADA DELIMITED BY SIZE
                       INTO WS-MENSAGEM
                   END-STRING
               WHEN NTF-DEBAUTO-SEM-SALDO
                   STRING "DEBITO AUTOMATICO DA FATURA "
                       DELIMITED BY SIZE
                       NTF-REFERENCIA DELIMITED BY SIZE
                       " (R$ " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VALOR-EDITADO)
                           DELIMITED BY SIZE
                       ") EM " DELIMITED BY SIZE
                       WS-DATA-EDITADA DELIMITED BY SIZE
                       ": SALDO DISPONIVEL R$ " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMITE-EDITADO)
                           DELIMITED BY SIZE
                       " INSUFICIENTE" DELIMITED BY SIZE
                       INTO WS-MENSAGEM
                   END-STRING
               WHEN OTHER
                   STRING "SALDO DISPONIVEL DA CONTA "
                       DELIMITED BY SIZE
                       NTF-REFERENCIA DELIMITED BY SIZE
                       ": R$ " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VALOR-EDITADO)
                           DELIMITED BY SIZE
                       " - ABAIXO DO LIMITE DE R$ " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMITE-EDITADO)
                           DELIMITED BY SIZE
                       INTO WS-MENSAGEM
                   END-STRING
           END-EVALUATE.

      *    Bloco do job de e-mail: destino, referencia do cliente
      *    (CPF mascarado) e o texto do alerta.
       GRAVAR-FILA-EMAIL.
           PERFORM MASCARAR-CPF-ALERTA
           MOVE SPACES TO WS-REL-LINHA
           STRING "DESTINO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMAIL-DESTINO) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO EMAIL-LINHA
           WRITE EMAIL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTE: CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               "  ALERTA " DELIMITED BY SIZE
               NTF-TIPO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO EMAIL-LINHA
           WRITE EMAIL-LINHA
           MOVE WS-MENSAGEM TO EMAIL-LINHA
           WRITE EMAIL-LINHA.

       GRAVAR-FILA-FONE.
           MOVE SPACES TO WS-REL-LINHA
           STRING "SMS " DELIMITED BY SIZE
               WS-FONE-DESTINO (1 : 20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MENSAGEM DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO FONE-LINHA
           WRITE FONE-LINHA.

       MASCARAR-CPF-ALERTA.
           MOVE NTF-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING.

       EMITIR-RELATORIO-DESPACHO.
           OPEN OUTPUT NOTIFICA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DESPACHO DE NOTIFICACOES - NTFDESP  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ALERTAS NA FILA..............: " DELIMITED BY SIZE
               WS-QTD-LIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "  LEMBRETES DE VENCIMENTO....: " DELIMITED BY SIZE
               WS-QTD-LEMBRETES DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "  DEBITO AUTOMATICO SEM SALDO: " DELIMITED BY SIZE
               WS-QTD-DEBAUTO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "  SALDO ABAIXO DO LIMITE.....: " DELIMITED BY SIZE
               WS-QTD-SALDO-BAIXO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ENVIADOS POR E-MAIL..........: " DELIMITED BY SIZE
               WS-QTD-EMAIL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ENVIADOS POR SMS.............: " DELIMITED BY SIZE
               WS-QTD-FONE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SEGUROS POR OPT-OUT..........: " DELIMITED BY SIZE
               WS-QTD-SEM-CONSENT DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SEM E-MAIL NEM TELEFONE......: " DELIMITED BY SIZE
               WS-QTD-SEM-CONTATO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SUPRIMIDOS (OBITO/INATIVO)...: " DELIMITED BY SIZE
               WS-QTD-SUPRIMIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           CLOSE NOTIFICA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
