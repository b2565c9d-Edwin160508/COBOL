      *>   CARTAS.REL. O estagio de escalada e o pior atraso do       <*
      *>   cliente - AVISO (61-90) ou FINAL (90+) - e o registro de   <*
      *>   cartas emitidas por estagio sai em CARTAS.REGISTRO.        <*
      *>   PEDIDOS DE RECADASTRAMENTO: os pedidos do dia gravados     <*
      *>   pelo RECADAST (RECAD.PEDIDOS) saem como carta de           <*
      *>   atualizacao cadastral com o prazo para confirmar; cliente  <*
      *>   com e-mail PREFERIDO em CONTATO.DAT e sem opt-out de       <*
      *>   e-mail recebe pela fila eletronica CARTAS.EMAIL, os demais <*
      *>   pela carta impressa em CARTAS.REL. O canal de cada pedido  <*
      *>   fica registrado em CARTAS.REGISTRO, que serve de manifesto <*
      *>   para a expedicao e para o job de e-mail.                   <*
      *>   Titular menor de idade (CADCLI-MENOR): cobranca e pedido   <*
      *>   de recadastramento saem com A/C do responsavel legal e no  <*
      *>   endereco dele.                                             <*
      *>   ENDERECO DEVOLVIDO (CADCLI-END-DEVOLVIDO, marcado pelo     <*
      *>   DEVCORR): nada vai pelo correio. A cobranca, aviso         <*
      *>   obrigatorio, e desviada para outro canal de CONTATO.DAT -  <*
      *>   e-mail (preferido primeiro) em CARTAS.EMAIL, senao         <*
      *>   telefone na fila de ligacoes CARTAS.FONE; o pedido de      <*
      *>   recadastramento impresso e suprimido. Todo cliente nessa   <*
      *>   situacao sai em SEMEND.REL com o destino dado (EMAIL,      <*
      *>   TELEFONE, SUPRIMIDA ou SEM CANAL) e o canal da cobranca    <*
      *>   fica no CARTAS.REGISTRO.                                   <*
      *>   Fatura cancelada (FATCANC) nao entra na cobranca.          <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    As cartas formatadas, uma apos a outra.
           SELECT CARTAS-SAIDA ASSIGN TO "CARTAS.REL"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Pedidos de recadastramento do dia - ver
      *    copybooks/RECADPED.CPY.
           SELECT RECAD-PEDIDOS ASSIGN TO "RECAD.PEDIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
      *    Contatos do cliente - o preferido decide o canal do pedido
      *    de recadastramento.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATO-STATUS.
      *    Fila de entrega eletronica dos pedidos de recadastramento
      *    dos clientes com e-mail preferido e das cobrancas desviadas
      *    do correio por endereco devolvido.
           SELECT CARTAS-EMAIL ASSIGN TO "CARTAS.EMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
      *    Fila de ligacoes da central: cobranca de endereco devolvido
      *    sem e-mail, com telefone em CONTATO.DAT.
           SELECT CARTAS-FONE ASSIGN TO "CARTAS.FONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONE-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido), acrescentado por
      *    cada passada.
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       01  CARTA-LINHA            PIC X(80) VALUE SPACES.

       FD  CARTAS-REGISTRO.
       01  REGISTRO-LINHA         PIC X(132) VALUE SPACES.

       FD  CONSENT-ARQ.
      *    Layout compartilhado do consentimento - ver
       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  RECAD-PEDIDOS.
      *    Layout compartilhado do pedido - ver
      *    copybooks/RECADPED.CPY.
           COPY RECADPED.

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver
      *    copybooks/CONTATOREC.CPY.
           COPY CONTATOREC.

       FD  CARTAS-EMAIL.
       01  EMAIL-LINHA            PIC X(80) VALUE SPACES.

       FD  CARTAS-FONE.
       01  FONE-LINHA             PIC X(132) VALUE SPACES.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA           PIC X(150) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-FATURAS-STATUS  PIC X(02) VALUE "00".
       01  WS-TABELA-ATRASADAS.
           05 WS-ATR-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-ATR-ITEM OCCURS 1000 TIMES.
              10 WS-ATR-CPF      PIC X(14).
              10 WS-ATR-NUMERO   PIC 9(06).
              10 WS-ATR-VENCTO   PIC 9(08).
              10 WS-ATR-SALDO    PIC 9(11)V99.
       01  WS-TABELA-GARANTIDORES.
           05 WS-GAR-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-GAR-ITEM OCCURS 1000 TIMES.
              10 WS-GAR-DEVEDOR  PIC X(14).
              10 WS-GAR-CPF      PIC X(11).
       77 WS-GAR-IND         PIC 9(04) VALUE ZEROS.
       77 WS-GARANTIDOR-DA-VEZ PIC X(11) VALUE SPACES.
       77 WS-NOME-GARANTIDOR PIC X(50) VALUE SPACES.
       77 WS-GARANT-MASCARADO PIC X(11) VALUE SPACES.
      *    Titular menor: a carta vai aos cuidados do responsavel
      *    legal, no endereco dele.
       77 WS-NOME-RESPONSAVEL PIC X(50) VALUE SPACES.
       77 WS-ENDERECO-RESPONSAVEL PIC X(96) VALUE SPACES.
       77 WS-DEVOLVIDO-RESPONSAVEL PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-RESPONSAVEL PIC 9(08) VALUE ZEROS.
       77 WS-REGISTRO-TITULAR PIC X(300) VALUE SPACES.

      *    Pedidos de recadastramento e o canal de entrega de cada
      *    um (I = impresso, E = e-mail).
       77 WS-PEDIDOS-STATUS  PIC X(02) VALUE "00".
           88 PEDIDOS-NAO-ACHOU VALUE "35".
       77 WS-PEDIDOS-FIM     PIC X(01) VALUE "N".
           88 PEDIDOS-FIM       VALUE "S".
       77 WS-CONTATO-STATUS  PIC X(02) VALUE "00".
           88 CONTATO-OK        VALUE "00".
           88 CONTATO-NAO-ACHOU VALUE "23" "35".
       77 WS-CONTATO-FIM     PIC X(01) VALUE "N".
           88 CONTATO-FIM       VALUE "S".
       77 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
       77 WS-EMAIL-STATUS    PIC X(02) VALUE "00".
       77 WS-CANAL-CARTA     PIC X(01) VALUE "I".
       77 WS-EMAIL-DESTINO   PIC X(50) VALUE SPACES.
       77 WS-PRAZO-EDITADO   PIC X(10) VALUE SPACES.
       77 WS-RECAD-IMPRESSOS PIC 9(05) VALUE ZEROS.
       77 WS-RECAD-EMAIL     PIC 9(05) VALUE ZEROS.

      *    Endereco devolvido (DEVCORR): canal alternativo da
      *    cobranca - E = e-mail, T = fila de ligacoes, S = sem canal
      *    (so listada) - e o destino anotado em SEMEND.REL.
       77 WS-FONE-STATUS     PIC X(02) VALUE "00".
       77 WS-SEMEND-STATUS   PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU  VALUE "35".
       77 WS-CPF-DESTINO     PIC X(14) VALUE SPACES.
       77 WS-FONE-DESTINO    PIC X(50) VALUE SPACES.
       77 WS-DOC-SEMEND      PIC X(01) VALUE SPACES.
       77 WS-DESTINO-SEMEND  PIC X(10) VALUE SPACES.
       77 WS-NOME-SEMEND     PIC X(50) VALUE SPACES.
       77 WS-COBRANCA-EMAIL  PIC 9(05) VALUE ZEROS.
       77 WS-COBRANCA-FONE   PIC 9(05) VALUE ZEROS.
       77 WS-COBRANCA-SEM-CANAL PIC 9(05) VALUE ZEROS.
       77 WS-RECAD-SEM-ENDERECO PIC 9(05) VALUE ZEROS.

       77 WS-VALOR-EDITADO   PIC Z(11)9.99.
      *    Mesma mascara de CPF dos relatorios.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-CARTA-BUFFER    PIC X(80) VALUE SPACES.
       77 WS-REGISTRO-BUFFER PIC X(150) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CARTAS" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM CARREGAR-CONSENTIMENTOS
           PERFORM CARREGAR-GARANTIDORES
           PERFORM CARREGAR-FATURAS-ATRASADAS
      *    Sem fatura atrasada ainda ha os pedidos de recadastramento
      *    do dia a emitir.
           IF WS-ATR-QTD = ZEROS
               DISPLAY "NENHUMA FATURA NAS FAIXAS 61-90/90+ - "
                   "NENHUMA CARTA DE COBRANCA A EMITIR"
           END-IF

           MOVE "N" TO WS-CADCLI-DISPONIVEL

           OPEN OUTPUT CARTAS-SAIDA
           OPEN OUTPUT CARTAS-REGISTRO
      *    Contatos e filas alternativas ficam abertos a passada toda:
      *    servem aos pedidos de recadastramento e a cobranca de
      *    endereco devolvido.
           MOVE "N" TO WS-CONTATO-DISPONIVEL
           OPEN INPUT CONTATO-ARQ
           IF CONTATO-OK
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           END-IF
           OPEN OUTPUT CARTAS-EMAIL
           OPEN OUTPUT CARTAS-FONE
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
           PERFORM EMITIR-CARTAS-POR-CLIENTE
           PERFORM EMITIR-PEDIDOS-RECADASTRO
           PERFORM GRAVAR-RESUMO-REGISTRO
           CLOSE SEM-ENDERECO
           CLOSE CARTAS-FONE
           CLOSE CARTAS-EMAIL
           IF WS-CONTATO-DISPONIVEL = "S"
               CLOSE CONTATO-ARQ
           END-IF
           CLOSE CARTAS-REGISTRO
           CLOSE CARTAS-SAIDA

           END-IF
           DISPLAY "CARTAS GRAVADAS EM CARTAS.REL - AVISO "
               WS-CARTAS-AVISO " FINAL " WS-CARTAS-FINAL
               " RECADASTRAMENTO " WS-RECAD-IMPRESSOS
               " (E-MAIL " WS-RECAD-EMAIL ")"
           DISPLAY "ENDERECO DEVOLVIDO - COBRANCA POR E-MAIL "
               WS-COBRANCA-EMAIL " TELEFONE " WS-COBRANCA-FONE
               " SEM CANAL " WS-COBRANCA-SEM-CANAL
               " RECADASTRO SUPRIMIDO " WS-RECAD-SEM-ENDERECO
           GOBACK.

      *    Junta as faturas em aberto com mais de 60 dias de atraso,
           PERFORM UNTIL FATURAS-FIM
      *    Fatura parcelada saiu da cobranca - as cartas correm
      *    sobre as parcelas filhas do acordo; fatura baixada como
      *    perda ou cancelada (nota de credito) nao gera mais carta.
               IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                   AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                   PERFORM AVALIAR-FATURA-ATRASO
               END-IF
               READ FATURAS-ENTRADA NEXT RECORD
       EMITIR-CARTA-DO-CLIENTE.
      *    Titular com obito registrado nao recebe carta - a divida
      *    segue para a fila de espolio, nao para o carteiro.
      *    Endereco de destino devolvido pelo correio: a cobranca
      *    procura outro canal em CONTATO.DAT.
           MOVE "I" TO WS-CANAL-CARTA
           IF WS-CADCLI-DISPONIVEL = "S"
               MOVE WS-ATR-CPF (WS-ATR-IND) TO CADCLI-CPF
               READ CADCLI-MESTRE
                           ADD 1 TO WS-CARTAS-SUPRIMIDAS-OBITO
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM ENDERECAR-RESPONSAVEL-LEGAL
                       IF CADCLI-ENDERECO-INVALIDO
                           PERFORM DECIDIR-CANAL-ALTERNATIVO
                       END-IF
               END-READ
           END-IF
           PERFORM CONFERIR-OPTOU-SAIR-CARTA
               END-IF
           END-PERFORM

           EVALUATE WS-CANAL-CARTA
               WHEN "T"
                   PERFORM GRAVAR-FILA-TELEFONE
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   PERFORM GRAVAR-CABECALHO-CARTA
                   PERFORM GRAVAR-FATURAS-DA-CARTA
                   PERFORM GRAVAR-RODAPE-CARTA
           END-EVALUATE
           PERFORM GRAVAR-REGISTRO-CARTA
           MOVE "I" TO WS-CANAL-CARTA.

      *    Cobranca de endereco devolvido: o e-mail do destinatario
      *    (o preferido, se houver mais de um), senao o telefone
      *    (idem). A cobranca e aviso obrigatorio - o opt-out de
      *    e-mail nao a segura, como o de carta nao segura a
      *    impressa. Sem contato nenhum, a cobranca fica so listada.
       DECIDIR-CANAL-ALTERNATIVO.
           MOVE SPACES TO WS-EMAIL-DESTINO WS-FONE-DESTINO
           IF WS-CONTATO-DISPONIVEL = "S"
               MOVE "N" TO WS-CONTATO-FIM
               MOVE WS-CPF-DESTINO TO CTT-CPF
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
                           IF CTT-CPF = WS-CPF-DESTINO
                               PERFORM GUARDAR-CONTATO-ALTERNATIVO
                           ELSE
                               SET CONTATO-FIM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-EMAIL-DESTINO NOT = SPACES
                   MOVE "E" TO WS-CANAL-CARTA
                   MOVE "EMAIL" TO WS-DESTINO-SEMEND
                   ADD 1 TO WS-COBRANCA-EMAIL
               WHEN WS-FONE-DESTINO NOT = SPACES
                   MOVE "T" TO WS-CANAL-CARTA
                   MOVE "TELEFONE" TO WS-DESTINO-SEMEND
                   ADD 1 TO WS-COBRANCA-FONE
               WHEN OTHER
                   MOVE "S" TO WS-CANAL-CARTA
                   MOVE "SEM CANAL" TO WS-DESTINO-SEMEND
                   ADD 1 TO WS-COBRANCA-SEM-CANAL
           END-EVALUATE
           MOVE "C" TO WS-DOC-SEMEND
           PERFORM GRAVAR-SEM-ENDERECO.

       GUARDAR-CONTATO-ALTERNATIVO.
           IF CTT-EMAIL
               IF WS-EMAIL-DESTINO = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO WS-EMAIL-DESTINO
               END-IF
           END-IF
           IF CTT-TELEFONE
               IF WS-FONE-DESTINO = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO WS-FONE-DESTINO
               END-IF
           END-IF.

      *    Uma linha na fila de ligacoes por cobranca desviada para o
      *    telefone: numero, CPF mascarado, estagio e total devido.
       GRAVAR-FILA-TELEFONE.
           MOVE WS-ATR-CPF (WS-ATR-IND) TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE WS-TOTAL-CARTA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REGISTRO-BUFFER
           STRING "COBRANCA FONE " DELIMITED BY SIZE
               WS-FONE-DESTINO (1 : 20) DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " ESTAGIO " DELIMITED BY SIZE
               WS-ESTAGIO-CARTA DELIMITED BY SIZE
               " FATURAS " DELIMITED BY SIZE
               WS-QTD-FAT-CARTA DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-REGISTRO-BUFFER
           END-STRING
           MOVE WS-REGISTRO-BUFFER TO FONE-LINHA
           WRITE FONE-LINHA.

      *    Linha do relatorio comum de clientes sem endereco valido:
      *    o CPF e o nome de quem recebe a correspondencia (o
      *    responsavel legal, para o titular menor).
       GRAVAR-SEM-ENDERECO.
           MOVE CADCLI-NOME TO WS-NOME-SEMEND
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-NOME-RESPONSAVEL TO WS-NOME-SEMEND
           END-IF
           MOVE WS-CPF-DESTINO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-REGISTRO-BUFFER
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " PROGRAMA=CARTAS   DOC=" DELIMITED BY SIZE
               WS-DOC-SEMEND DELIMITED BY SIZE
               " CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=" DELIMITED BY SIZE
               WS-DESTINO-SEMEND DELIMITED BY SIZE
               " NOME=" DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-REGISTRO-BUFFER
           END-STRING
           MOVE WS-REGISTRO-BUFFER TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

      *    Cabecalho da carta: destinatario e endereco do mestre (ou
      *    aviso de cadastro ausente).
               DELIMITED BY SIZE INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
      *    Cobranca desviada para o e-mail: o destino abre o bloco,
      *    como no pedido de recadastramento.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACES TO WS-CARTA-BUFFER
               STRING "DESTINO: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMAIL-DESTINO) DELIMITED BY SIZE
                   INTO WS-CARTA-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF

           IF WS-CADCLI-DISPONIVEL = "S"
               MOVE WS-ATR-CPF (WS-ATR-IND) TO CADCLI-CPF
                           TO WS-CARTA-BUFFER
                       PERFORM GRAVAR-LINHA-CARTA
                   NOT INVALID KEY
                       PERFORM ENDERECAR-RESPONSAVEL-LEGAL
                       MOVE SPACES TO WS-CARTA-BUFFER
                       STRING "AO SR(A) " DELIMITED BY SIZE
                           CADCLI-NOME DELIMITED BY SIZE
                           INTO WS-CARTA-BUFFER
                       END-STRING
                       PERFORM GRAVAR-LINHA-CARTA
                       PERFORM GRAVAR-LINHA-RESPONSAVEL
                       MOVE SPACES TO WS-CARTA-BUFFER
                       STRING FUNCTION TRIM(CADCLI-LOGRADOURO)
                           DELIMITED BY SIZE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA.

      *    Titular menor com responsavel no mestre: o endereco do
      *    responsavel entra no registro em memoria (leitura so de
      *    consulta) e o nome dele vai para a linha A/C.
      *    A marca de endereco devolvido que vale e a do endereco
      *    usado, e os contatos sao os de quem recebe.
       ENDERECAR-RESPONSAVEL-LEGAL.
           MOVE CADCLI-CPF TO WS-CPF-DESTINO
           MOVE SPACES TO WS-NOME-RESPONSAVEL
           IF NOT CADCLI-E-MENOR OR CADCLI-CPF-RESPONSAVEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-REC TO WS-REGISTRO-TITULAR
           MOVE CADCLI-CPF-RESPONSAVEL TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CADCLI-CPF      TO WS-CPF-DESTINO
                   MOVE CADCLI-NOME     TO WS-NOME-RESPONSAVEL
                   MOVE CADCLI-ENDERECO TO WS-ENDERECO-RESPONSAVEL
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-RESPONSAVEL
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-RESPONSAVEL
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-ENDERECO-RESPONSAVEL TO CADCLI-ENDERECO
               MOVE WS-DEVOLVIDO-RESPONSAVEL TO CADCLI-END-DEVOLVIDO
               MOVE WS-DT-DEVOL-RESPONSAVEL TO CADCLI-DATA-DEVOLUCAO
           END-IF.

       GRAVAR-LINHA-RESPONSAVEL.
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE SPACES TO WS-CARTA-BUFFER
               STRING "A/C RESPONSAVEL LEGAL: " DELIMITED BY SIZE
                   WS-NOME-RESPONSAVEL DELIMITED BY SIZE
                   INTO WS-CARTA-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF.

       GRAVAR-AVISO-GARANTIDOR.
           MOVE "(SEM CADASTRO)" TO WS-NOME-GARANTIDOR
           IF WS-CADCLI-DISPONIVEL = "S"
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA.

      *    A linha vai para o canal da carta corrente: o spool de
      *    impressao ou a fila eletronica.
       GRAVAR-LINHA-CARTA.
           IF WS-CANAL-CARTA = "E"
               MOVE WS-CARTA-BUFFER TO EMAIL-LINHA
               WRITE EMAIL-LINHA
           ELSE
               MOVE WS-CARTA-BUFFER TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.

      *    Uma linha de registro por carta emitida, com o CPF
      *    mascarado, o estagio e o total cobrado.
               END-STRING
               MOVE WS-ATR-CPF (WS-ATR-IND) TO WS-MASCARA-ENTRADA
           END-IF
           MOVE SPACES TO WS-REGISTRO-BUFFER
           STRING "CARTA CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " ESTAGIO " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " GARANTIDOR " DELIMITED BY SIZE
               WS-GARANT-MASCARADO DELIMITED BY SIZE
               " CANAL " DELIMITED BY SIZE
               WS-CANAL-CARTA DELIMITED BY SIZE
               INTO WS-REGISTRO-BUFFER
           END-STRING
           MOVE WS-REGISTRO-BUFFER TO REGISTRO-LINHA
           WRITE REGISTRO-LINHA.

       GRAVAR-RESUMO-REGISTRO.
               INTO WS-CARTA-BUFFER
           END-STRING
           MOVE WS-CARTA-BUFFER TO REGISTRO-LINHA
           WRITE REGISTRO-LINHA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "RESUMO: RECADASTRO IMPRESSOS=" DELIMITED BY SIZE
               WS-RECAD-IMPRESSOS DELIMITED BY SIZE
               " EMAIL=" DELIMITED BY SIZE
               WS-RECAD-EMAIL DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           MOVE WS-CARTA-BUFFER TO REGISTRO-LINHA
           WRITE REGISTRO-LINHA
           MOVE SPACES TO WS-REGISTRO-BUFFER
           STRING "RESUMO: ENDERECO DEVOLVIDO COBRANCA-EMAIL="
               DELIMITED BY SIZE
               WS-COBRANCA-EMAIL DELIMITED BY SIZE
               " COBRANCA-FONE=" DELIMITED BY SIZE
               WS-COBRANCA-FONE DELIMITED BY SIZE
               " COBRANCA-SEM-CANAL=" DELIMITED BY SIZE
               WS-COBRANCA-SEM-CANAL DELIMITED BY SIZE
               " RECADASTRO-SUPRIMIDO=" DELIMITED BY SIZE
               WS-RECAD-SEM-ENDERECO DELIMITED BY SIZE
               INTO WS-REGISTRO-BUFFER
           END-STRING
           MOVE WS-REGISTRO-BUFFER TO REGISTRO-LINHA
           WRITE REGISTRO-LINHA.

      *    Pedidos de recadastramento do dia: uma carta de
      *    atualizacao cadastral por pedido, no canal do cliente.
       EMITIR-PEDIDOS-RECADASTRO.
           OPEN INPUT RECAD-PEDIDOS
           IF PEDIDOS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ RECAD-PEDIDOS
               AT END SET PEDIDOS-FIM TO TRUE
           END-READ
           PERFORM UNTIL PEDIDOS-FIM
               PERFORM EMITIR-CARTA-RECADASTRO
               READ RECAD-PEDIDOS
                   AT END SET PEDIDOS-FIM TO TRUE
               END-READ
           END-PERFORM
           MOVE "I" TO WS-CANAL-CARTA
           CLOSE RECAD-PEDIDOS.

       EMITIR-CARTA-RECADASTRO.
           PERFORM DECIDIR-CANAL-RECADASTRO
      *    Pedido impresso para endereco devolvido nao vai ao correio:
      *    fica so listado em SEMEND.REL.
           IF WS-CANAL-CARTA = "I" AND WS-CADCLI-DISPONIVEL = "S"
               MOVE RPD-CPF TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ENDERECAR-RESPONSAVEL-LEGAL
                       IF CADCLI-ENDERECO-INVALIDO
                           ADD 1 TO WS-RECAD-SEM-ENDERECO
                           MOVE "R" TO WS-DOC-SEMEND
                           MOVE "SUPRIMIDA" TO WS-DESTINO-SEMEND
                           PERFORM GRAVAR-SEM-ENDERECO
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-PRAZO-EDITADO
           STRING RPD-PRAZO (7 : 2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RPD-PRAZO (5 : 2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RPD-PRAZO (1 : 4) DELIMITED BY SIZE
               INTO WS-PRAZO-EDITADO
           END-STRING

           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "================================================"
               DELIMITED BY SIZE INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
      *    Cabecalho do bloco eletronico com o destino - e o que o
      *    job de e-mail precisa para enviar.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACES TO WS-CARTA-BUFFER
               STRING "DESTINO: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMAIL-DESTINO) DELIMITED BY SIZE
                   INTO WS-CARTA-BUFFER
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF

           IF WS-CADCLI-DISPONIVEL = "S"
               MOVE RPD-CPF TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       ADD 1 TO WS-SEM-CADASTRO
                       MOVE "DESTINATARIO SEM CADASTRO NO MESTRE"
                           TO WS-CARTA-BUFFER
                       PERFORM GRAVAR-LINHA-CARTA
                   NOT INVALID KEY
                       PERFORM ENDERECAR-RESPONSAVEL-LEGAL
                       MOVE SPACES TO WS-CARTA-BUFFER
                       STRING "AO SR(A) " DELIMITED BY SIZE
                           CADCLI-NOME DELIMITED BY SIZE
                           INTO WS-CARTA-BUFFER
                       END-STRING
                       PERFORM GRAVAR-LINHA-CARTA
                       PERFORM GRAVAR-LINHA-RESPONSAVEL
                       MOVE SPACES TO WS-CARTA-BUFFER
                       STRING FUNCTION TRIM(CADCLI-LOGRADOURO)
                           DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           CADCLI-NUMERO DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(CADCLI-BAIRRO)
                           DELIMITED BY SIZE
                           INTO WS-CARTA-BUFFER
                       END-STRING
                       PERFORM GRAVAR-LINHA-CARTA
                       MOVE SPACES TO WS-CARTA-BUFFER
                       STRING FUNCTION TRIM(CADCLI-CIDADE)
                           DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           CADCLI-UF DELIMITED BY SIZE
                           " CEP " DELIMITED BY SIZE
                           CADCLI-CEP DELIMITED BY SIZE
                           INTO WS-CARTA-BUFFER
                       END-STRING
                       PERFORM GRAVAR-LINHA-CARTA
               END-READ
           END-IF

           MOVE "PEDIDO DE ATUALIZACAO CADASTRAL" TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE SPACES TO WS-CARTA-BUFFER
           STRING "  CONFIRME SEUS DADOS CADASTRAIS ATE "
               DELIMITED BY SIZE
               WS-PRAZO-EDITADO DELIMITED BY SIZE
               INTO WS-CARTA-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "  COMPARECA A SUA AGENCIA COM DOCUMENTO DE IDENTIDADE"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "  E COMPROVANTE DE ENDERECO ATUALIZADO."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "  SEM A CONFIRMACAO NO PRAZO, NOVAS CONTAS FICAM"
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           MOVE "  SUSPENSAS ATE A ATUALIZACAO."
               TO WS-CARTA-BUFFER
           PERFORM GRAVAR-LINHA-CARTA
           PERFORM GRAVAR-REGISTRO-RECADASTRO.

      *    Canal do pedido: e-mail quando o contato PREFERIDO em
      *    CONTATO.DAT e do tipo E e o cliente nao optou por sair do
      *    e-mail; qualquer outra situacao segue pela carta impressa
      *    - o pedido e aviso devido, nao cortesia (mesma regra do
      *    demonstrativo CLIEXTR).
       DECIDIR-CANAL-RECADASTRO.
           MOVE "I" TO WS-CANAL-CARTA
           MOVE SPACES TO WS-EMAIL-DESTINO
           MOVE "N" TO WS-OPTOU-SAIR
           PERFORM VARYING WS-CST-IND FROM 1 BY 1
                   UNTIL WS-CST-IND > WS-CST-QTD
               IF WS-CST-CPF (WS-CST-IND) = RPD-CPF
                   AND WS-CST-CANAL (WS-CST-IND) = "E"
                   MOVE "S" TO WS-OPTOU-SAIR
               END-IF
           END-PERFORM
           IF WS-OPTOU-SAIR = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTATO-DISPONIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTATO-FIM
           MOVE RPD-CPF TO CTT-CPF
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
                       IF CTT-CPF = RPD-CPF
                           IF CTT-E-PREFERIDO AND CTT-EMAIL
                               MOVE "E" TO WS-CANAL-CARTA
                               MOVE CTT-VALOR TO WS-EMAIL-DESTINO
                               SET CONTATO-FIM TO TRUE
                           END-IF
                       ELSE
                           SET CONTATO-FIM TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    Linha de manifesto do pedido: canal, CPF mascarado e prazo.
       GRAVAR-REGISTRO-RECADASTRO.
           MOVE RPD-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-CARTA-BUFFER
           IF WS-CANAL-CARTA = "E"
               ADD 1 TO WS-RECAD-EMAIL
               STRING "RECADASTRO EMAIL    CPF " DELIMITED BY SIZE
                   WS-CPF-MASCARADO DELIMITED BY SIZE
                   " CLASSE " DELIMITED BY SIZE
                   RPD-CLASSE DELIMITED BY SIZE
                   " PRAZO " DELIMITED BY SIZE
                   RPD-PRAZO DELIMITED BY SIZE
                   INTO WS-CARTA-BUFFER
               END-STRING
           ELSE
               ADD 1 TO WS-RECAD-IMPRESSOS
               STRING "RECADASTRO IMPRESSO CPF " DELIMITED BY SIZE
                   WS-CPF-MASCARADO DELIMITED BY SIZE
                   " CLASSE " DELIMITED BY SIZE
                   RPD-CLASSE DELIMITED BY SIZE
                   " PRAZO " DELIMITED BY SIZE
                   RPD-PRAZO DELIMITED BY SIZE
                   INTO WS-CARTA-BUFFER
               END-STRING
           END-IF
           MOVE WS-CARTA-BUFFER TO REGISTRO-LINHA
           WRITE REGISTRO-LINHA.
