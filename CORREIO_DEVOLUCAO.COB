      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. DEVCORR.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Transacao online de entrada da correspondencia devolvida   <*
      *>   pelo correio: o operador informa o CPF/CNPJ do envelope, o <*
      *>   documento devolvido, o motivo anotado pelo correio e o CEP <*
      *>   do envelope. A devolucao fica registrada em DEVOLUCAO.DAT  <*
      *>   e o endereco do cliente e marcado como sem entrega no      <*
      *>   cadastro mestre (CADCLI-END-DEVOLVIDO, com a data), com    <*
      *>   imagem anterior em CADCLI.HIST e linha DEVOLUCAO no log de <*
      *>   mudancas. Marcado o endereco, CARTAS, CLIEXTR, ANIVER,     <*
      *>   MAIORIDA e INFREND deixam de postar para o cliente e o     <*
      *>   listam em SEMEND.REL; a marca so sai quando a manutencao   <*
      *>   (CADMANUT) grava um endereco novo. Envelope com CEP        <*
      *>   diferente do atual do cadastro saiu antes de uma troca de  <*
      *>   endereco: a devolucao e registrada sem marcar o mestre.    <*
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
      *    Mesmo cadastro mestre de clientes da manutencao.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Registro das devolucoes - ver copybooks/DEVOLREC.CPY.
           SELECT DEVOLUCAO-ARQ ASSIGN TO "DEVOLUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.
      *    Log de mudancas do cadastro mestre - a marca de endereco e
      *    alteracao do registro como qualquer outra.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Sessao do operador logado, gravada pela assinatura do menu
      *    (MENU_OPERADOR.COB).
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Historico de alteracoes do cadastro mestre, com a imagem
      *    ANTERIOR do registro.
           SELECT CADCLI-HISTORICO ASSIGN TO "CADCLI.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  DEVOLUCAO-ARQ.
      *    Layout compartilhado da devolucao - ver
      *    copybooks/DEVOLREC.CPY.
           COPY DEVOLREC.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  CADCLI-HISTORICO.
       01  CADCLI-HIST-REG.
           02 HIST-DATA           PIC 9(08).
           02 HIST-HORA           PIC 9(08).
           02 HIST-PROGRAMA       PIC X(08).
           02 HIST-ACAO           PIC X(10).
           02 HIST-OPERADOR       PIC X(08).
           02 HIST-IMAGEM-ANTES   PIC X(200).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-CADCLI-STATUS   PIC X(02) VALUE "00".
           88 CADCLI-OK         VALUE "00".
           88 CADCLI-NAO-ACHOU  VALUE "23" "35".
       77 WS-DEVOLUCAO-STATUS PIC X(02) VALUE "00".
           88 DEVOLUCAO-NAO-ACHOU VALUE "35".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU  VALUE "35".
       77 WS-CHGLOG-STATUS    PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU  VALUE "35".
       77 WS-SESSAO-STATUS   PIC X(02) VALUE "00".
           88 SESSAO-OK         VALUE "00".
      *    Operador da sessao corrente; BATCH quando o programa roda
      *    sem assinatura de menu.
       77 WS-OPERADOR        PIC X(08) VALUE "BATCH".

       77 WS-CPF-DEVOLUCAO   PIC X(14) VALUE SPACES.
       77 WS-CONTINUAR       PIC X(01) VALUE "S".
           88 CONTINUAR-DEVOLUCAO    VALUE "S".
       77 WS-DOCUMENTO       PIC X(01) VALUE SPACES.
       77 WS-MOTIVO          PIC X(02) VALUE SPACES.
       77 WS-CEP-ENVELOPE    PIC X(08) VALUE SPACES.
      *    S = esta devolucao marca o endereco do mestre.
       77 WS-MARCAR-MESTRE   PIC X(01) VALUE "N".

      *    Imagem do registro como estava ANTES da marca.
       77 WS-IMAGEM-ANTES    PIC X(200) VALUE SPACES.

       01  WS-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
       01  WS-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.

      *    Contagem da sessao, exibida na saida.
       77 WS-DEVOLUCOES-REGISTRADAS PIC 9(05) VALUE ZEROS.
       77 WS-ENDERECOS-MARCADOS PIC 9(05) VALUE ZEROS.

      *    Mesma mascara de CPF da manutencao: so os 2 ultimos
      *    digitos ficam visiveis.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*

      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "DEVCORR" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM UNTIL NOT CONTINUAR-DEVOLUCAO
               PERFORM OBTER-CPF-DEVOLUCAO
               IF CONTINUAR-DEVOLUCAO
                   PERFORM REGISTRAR-DEVOLUCAO
               END-IF
           END-PERFORM
           DISPLAY "DEVOLUCOES REGISTRADAS: " WS-DEVOLUCOES-REGISTRADAS
               "  ENDERECOS MARCADOS: " WS-ENDERECOS-MARCADOS
           GOBACK.

      *    Pede o CPF do envelope; "99999999999" encerra a transacao.
       OBTER-CPF-DEVOLUCAO.
           DISPLAY "CPF/CNPJ DO ENVELOPE (99999999999 PARA SAIR): "
           ACCEPT WS-CPF-DEVOLUCAO
           IF WS-CPF-DEVOLUCAO = "99999999999"
               MOVE "N" TO WS-CONTINUAR
           END-IF.

      *    Localiza o cliente, colhe documento, motivo e CEP do
      *    envelope e grava a devolucao; o mestre fica aberto em I-O
      *    so durante o tratamento de um envelope.
       REGISTRAR-DEVOLUCAO.
           MOVE WS-CPF-DEVOLUCAO TO CADCLI-CPF
           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "ERRO AO ABRIR CADCLI.DAT - STATUS "
                   WS-CADCLI-STATUS
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO PARA O CPF "
                       "INFORMADO"
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-READ
           MOVE CADCLI-REC TO WS-IMAGEM-ANTES
           PERFORM EXIBIR-ENDERECO-CLIENTE

           DISPLAY "DOCUMENTO (C=COBRANCA R=RECADASTRO E=EXTRATO "
               "A=ANIVERSARIO M=MAIORIDADE I=INFORME "
               "N=TROCA DE ENDERECO Q=QUITACAO B=BOLETO "
               "O=OUTRO): "
           ACCEPT WS-DOCUMENTO
           MOVE WS-DOCUMENTO TO DEV-DOCUMENTO
           IF NOT DEV-DOCUMENTO-VALIDO
               DISPLAY "DOCUMENTO INVALIDO [" WS-DOCUMENTO "]"
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOTIVO (MU=MUDOU-SE EI=END. INSUFICIENTE "
               "NE=NUM. INEXISTENTE DE=DESCONHECIDO RE=RECUSADO "
               "FA=FALECIDO AU=AUSENTE): "
           ACCEPT WS-MOTIVO
           MOVE WS-MOTIVO TO DEV-MOTIVO
           IF NOT DEV-MOTIVO-VALIDO
               DISPLAY "MOTIVO INVALIDO [" WS-MOTIVO "]"
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CEP DO ENVELOPE (BRANCO = O DO CADASTRO): "
           ACCEPT WS-CEP-ENVELOPE
           IF WS-CEP-ENVELOPE = SPACES
               MOVE CADCLI-CEP TO WS-CEP-ENVELOPE
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "N" TO WS-MARCAR-MESTRE
           EVALUATE TRUE
               WHEN WS-CEP-ENVELOPE NOT = CADCLI-CEP
                   DISPLAY "CEP DO ENVELOPE DIFERENTE DO CADASTRO - "
                       "ENDERECO JA ALTERADO, DEVOLUCAO SO REGISTRADA"
               WHEN CADCLI-ENDERECO-INVALIDO
                   DISPLAY "ENDERECO JA MARCADO SEM ENTREGA DESDE "
                       CADCLI-DATA-DEVOLUCAO
               WHEN OTHER
                   MOVE "S" TO WS-MARCAR-MESTRE
           END-EVALUATE
           IF WS-MARCAR-MESTRE = "S"
               PERFORM MARCAR-ENDERECO-DEVOLVIDO
           END-IF
           CLOSE CADCLI-MESTRE
           PERFORM GRAVAR-DEVOLUCAO
      *    Falecimento anotado pelo correio nao registra obito: o
      *    obito so entra pela manutencao, com a certidao.
           IF WS-MOTIVO = "FA"
               DISPLAY "MOTIVO FALECIDO - CONFIRMAR E REGISTRAR O "
                   "OBITO PELA MANUTENCAO (CADMANUT OPCAO 7)"
           END-IF.

      *    Mostra o endereco do cadastro, com o CPF mascarado, para o
      *    operador conferir com o envelope.
       EXIBIR-ENDERECO-CLIENTE.
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           DISPLAY "CLIENTE.: " CADCLI-NOME
           DISPLAY "CPF.....: " WS-CPF-MASCARADO
           DISPLAY "ENDERECO: " CADCLI-LOGRADOURO ", " CADCLI-NUMERO
               " " CADCLI-BAIRRO " " CADCLI-CIDADE "/" CADCLI-UF
               " CEP " CADCLI-CEP.

      *    Marca o endereco como sem entrega, com historico da imagem
      *    anterior e linha no log de mudancas.
       MARCAR-ENDERECO-DEVOLVIDO.
           PERFORM GRAVAR-HISTORICO-DEVOLUCAO
           MOVE "S"             TO CADCLI-END-DEVOLVIDO
           MOVE WS-DATA-SISTEMA TO CADCLI-DATA-DEVOLUCAO
           REWRITE CADCLI-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CADCLI - STATUS "
                       WS-CADCLI-STATUS
           END-REWRITE
           IF CADCLI-OK
               ADD 1 TO WS-ENDERECOS-MARCADOS
               PERFORM REGISTRAR-MUDANCA-CHGLOG
               DISPLAY "ENDERECO MARCADO SEM ENTREGA - CORRESPONDENCIA"
                   " SUSPENSA ATE NOVO ENDERECO"
           ELSE
               MOVE "N" TO WS-MARCAR-MESTRE
           END-IF.

      *    Acrescenta a devolucao ao registro, marcando ou nao o
      *    mestre.
       GRAVAR-DEVOLUCAO.
           OPEN EXTEND DEVOLUCAO-ARQ
           IF DEVOLUCAO-NAO-ACHOU
               CLOSE DEVOLUCAO-ARQ
               OPEN OUTPUT DEVOLUCAO-ARQ
           END-IF
           MOVE WS-CPF-DEVOLUCAO TO DEV-CPF
           MOVE WS-DATA-SISTEMA  TO DEV-DATA
           MOVE WS-HORA-SISTEMA  TO DEV-HORA
           MOVE WS-DOCUMENTO     TO DEV-DOCUMENTO
           MOVE WS-MOTIVO        TO DEV-MOTIVO
           MOVE WS-CEP-ENVELOPE  TO DEV-CEP
           MOVE WS-MARCAR-MESTRE TO DEV-MARCOU
           MOVE WS-OPERADOR      TO DEV-OPERADOR
           WRITE DEV-REC
           CLOSE DEVOLUCAO-ARQ
           ADD 1 TO WS-DEVOLUCOES-REGISTRADAS
           DISPLAY "DEVOLUCAO REGISTRADA".

       REGISTRAR-MUDANCA-CHGLOG.
           OPEN EXTEND CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               CLOSE CADCLI-CHGLOG
               OPEN OUTPUT CADCLI-CHGLOG
           END-IF
           MOVE CADCLI-CPF      TO CHG-CPF
           MOVE WS-DATA-SISTEMA TO CHG-DATA
           MOVE WS-HORA-SISTEMA TO CHG-HORA
           MOVE "DEVCORR"       TO CHG-PROGRAMA
           MOVE "DEVOLUCAO"     TO CHG-ACAO
           MOVE WS-OPERADOR     TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

       GRAVAR-HISTORICO-DEVOLUCAO.
           OPEN EXTEND CADCLI-HISTORICO
           IF HISTORICO-NAO-ACHOU
               CLOSE CADCLI-HISTORICO
               OPEN OUTPUT CADCLI-HISTORICO
           END-IF
           MOVE WS-DATA-SISTEMA   TO HIST-DATA
           MOVE WS-HORA-SISTEMA   TO HIST-HORA
           MOVE "DEVCORR"         TO HIST-PROGRAMA
           MOVE "DEVOLUCAO"       TO HIST-ACAO
           MOVE WS-OPERADOR       TO HIST-OPERADOR
           MOVE WS-IMAGEM-ANTES   TO HIST-IMAGEM-ANTES
           WRITE CADCLI-HIST-REG
           CLOSE CADCLI-HISTORICO.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH quando o programa roda sem terminal.
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
