      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. QUITANUA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Declaracao anual de quitacao de debitos (Lei 12.007/2009). <*
      *>   No modo ANUAL o operador informa o ano-base (AAAA, branco  <*
      *>   = ano anterior ao corrente) e, para cada CPF do cadastro   <*
      *>   mestre, as faturas de data/FATURAS.DAT (chave alternativa  <*
      *>   pelo CPF) com vencimento no ano sao apuradas por mes: mes  <*
      *>   com todas as faturas pagas (FAT-PAGA) esta quitado; fatura <*
      *>   aberta, parcelada ou baixada deixa o mes com debito.       <*
      *>   Todos os meses com fatura quitados: declaracao TOTAL do    <*
      *>   ano. Parte deles: declaracao PARCIAL, so dos meses         <*
      *>   quitados. Nenhum: sem declaracao. Cada declaracao emitida  <*
      *>   fica registrada em QUITACAO.DAT (copybooks/QUITREC.CPY) -  <*
      *>   CPF ja declarado no ano nao e emitido de novo na           <*
      *>   reexecucao. Os documentos saem no spool QUITACAO.REL, com  <*
      *>   os dados do CADCLI.DAT, CPF mascarado e A/C do responsavel <*
      *>   legal do titular menor, como o INFREND. Endereco devolvido <*
      *>   pelo correio (DEVCORR) nao e expedido - sai em SEMEND.REL  <*
      *>   com documento Q; titular com obito registrado tambem nao.  <*
      *>   No modo SEGUNDA VIA o operador informa CPF e ano-base: a   <*
      *>   declaracao registrada e reimpressa em QUITACAO.2VIA com o  <*
      *>   endereco atual do cadastro e a contagem de vias.           <*
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
      *    Cadastro mestre - destinatario, endereco e obito.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Faturas - lidas pela chave alternativa do CPF.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Declaracoes emitidas, por CPF + ano-base.
           SELECT QUITACAO-ARQ ASSIGN TO "QUITACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTC-CHAVE
               FILE STATUS IS WS-QUITACAO-STATUS.
      *    Spool de expedicao das declaracoes do ano.
           SELECT QUITACAO-SAIDA ASSIGN TO "QUITACAO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
      *    Segundas vias pedidas no balcao, acumuladas para a
      *    impressao.
           SELECT QUITACAO-VIA ASSIGN TO "QUITACAO.2VIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIA-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.
      *    Sessao do operador logado no menu - quem pediu a via.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

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

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  QUITACAO-ARQ.
      *    Layout compartilhado da declaracao - ver
      *    copybooks/QUITREC.CPY.
           COPY QUITREC.

       FD  QUITACAO-SAIDA.
       01  SAIDA-LINHA                PIC X(80) VALUE SPACES.

       FD  QUITACAO-VIA.
       01  VIA-LINHA                  PIC X(80) VALUE SPACES.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA               PIC X(150) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-NAO-ACHOU      VALUE "23" "35".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-QUITACAO-STATUS    PIC X(02) VALUE "00".
           88 QUITACAO-OK           VALUE "00".
           88 QUITACAO-NAO-ACHOU    VALUE "35".
       77 WS-SAIDA-STATUS       PIC X(02) VALUE "00".
       77 WS-VIA-STATUS         PIC X(02) VALUE "00".
           88 VIA-NAO-ACHOU         VALUE "35".
       77 WS-SEMEND-STATUS      PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU      VALUE "35".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".

      *    Modo pedido ao operador.
       77 WS-MODO-QUITACAO      PIC X(01) VALUE SPACES.
           88 MODO-ANUAL            VALUE "A".
           88 MODO-SEGUNDA-VIA      VALUE "V".
      *    Destino das linhas do documento corrente: S = spool do
      *    ano; V = segunda via.
       77 WS-DESTINO-LINHA      PIC X(01) VALUE "S".

      *    Ano-base pedido.
       77 WS-ANO-PEDIDO         PIC X(04) VALUE SPACES.
       77 WS-ANO-BASE           PIC 9(04) VALUE ZEROS.
       77 WS-CPF-PEDIDO         PIC X(14) VALUE SPACES.
       01 WS-DATA-VENCTO        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENCTO-R REDEFINES WS-DATA-VENCTO.
           05 WS-VENCTO-ANO      PIC 9(04).
           05 WS-VENCTO-MES      PIC 9(02).
           05 WS-VENCTO-DIA      PIC 9(02).

      *    Apuracao do CPF corrente, por mes de vencimento: P = so
      *    faturas pagas ate aqui; D = ha fatura com debito; espaco =
      *    sem fatura no mes.
       01  WS-APURACAO-MESES.
           05 WS-MES-SITUACAO      PIC X(01) OCCURS 12 TIMES.
       01  WS-FATURAS-MESES.
           05 WS-MES-QTD           PIC 9(04) OCCURS 12 TIMES.
       01  WS-PAGO-MESES.
           05 WS-MES-PAGO          PIC 9(11)V99 OCCURS 12 TIMES.
       77 WS-MES-IND            PIC 9(02) VALUE ZEROS.
       77 WS-MESES-QUITADOS     PIC 9(02) VALUE ZEROS.
       77 WS-MESES-COM-DEBITO   PIC 9(02) VALUE ZEROS.

      *    Abreviatura dos meses para a linha de meses declarados.
       01  WS-NOMES-MESES.
           05 FILLER               PIC X(36) VALUE
               "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01  WS-NOMES-MESES-R REDEFINES WS-NOMES-MESES.
           05 WS-NOME-MES          PIC X(03) OCCURS 12 TIMES.
       77 WS-LINHA-MESES        PIC X(80) VALUE SPACES.
       77 WS-POS-MESES          PIC 9(02) VALUE ZEROS.

      *    Titular menor: a declaracao vai aos cuidados do
      *    responsavel legal, no endereco dele.
       77 WS-NOME-RESPONSAVEL   PIC X(50) VALUE SPACES.
       77 WS-ENDERECO-RESPONSAVEL PIC X(96) VALUE SPACES.
       77 WS-REGISTRO-TITULAR   PIC X(300) VALUE SPACES.
       77 WS-CPF-DESTINO        PIC X(14) VALUE SPACES.
       77 WS-DEVOLVIDO-RESPONSAVEL PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-RESPONSAVEL PIC 9(08) VALUE ZEROS.
       77 WS-NOME-SEMEND        PIC X(50) VALUE SPACES.
       77 WS-SEMEND-LINHA       PIC X(150) VALUE SPACES.

       01  WS-TOTAIS-QUITACAO.
           05 WS-DECL-TOTAIS        PIC 9(05) VALUE ZEROS.
           05 WS-DECL-PARCIAIS      PIC 9(05) VALUE ZEROS.
           05 WS-DECL-EXPEDIDAS     PIC 9(05) VALUE ZEROS.
           05 WS-DECL-SEM-ENDERECO  PIC 9(05) VALUE ZEROS.
           05 WS-DECL-OBITO         PIC 9(05) VALUE ZEROS.
           05 WS-DECL-JA-EMITIDAS   PIC 9(05) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-ANO-CORRENTE    PIC 9(04).
           05 FILLER             PIC 9(04).
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-QTD-EDITADA        PIC Z(03)9.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
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
           MOVE "QUITANUA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "MODO (A=DECLARACOES DO ANO V=SEGUNDA VIA): "
           ACCEPT WS-MODO-QUITACAO

           EVALUATE TRUE
               WHEN MODO-ANUAL
                   PERFORM EMITIR-DECLARACOES-DO-ANO
               WHEN MODO-SEGUNDA-VIA
                   PERFORM IDENTIFICAR-OPERADOR-SESSAO
                   PERFORM EMITIR-SEGUNDA-VIA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-QUITACAO "]"
           END-EVALUATE
           GOBACK.

      *    Ano-base digitado; branco = ano anterior ao corrente.
       OBTER-ANO-BASE.
           DISPLAY "ANO-BASE (AAAA, BRANCO = ANO ANTERIOR): "
           ACCEPT WS-ANO-PEDIDO
           IF WS-ANO-PEDIDO = SPACES
               COMPUTE WS-ANO-BASE EQUAL WS-ANO-CORRENTE - 1
               END-COMPUTE
           ELSE
               IF WS-ANO-PEDIDO IS NOT NUMERIC
                   DISPLAY "ANO-BASE INVALIDO [" WS-ANO-PEDIDO "]"
                   MOVE ZEROS TO WS-ANO-BASE
               ELSE
                   MOVE WS-ANO-PEDIDO TO WS-ANO-BASE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    MODO ANUAL
      *----------------------------------------------------------------*
       EMITIR-DECLARACOES-DO-ANO.
           PERFORM OBTER-ANO-BASE
           IF WS-ANO-BASE = ZEROS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "data/FATURAS.DAT NAO ENCONTRADO - NENHUMA "
                   "DECLARACAO"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-NAO-ACHOU
               DISPLAY "CADCLI.DAT INDISPONIVEL - NENHUMA DECLARACAO"
               CLOSE CADCLI-MESTRE
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           OPEN I-O QUITACAO-ARQ
           IF QUITACAO-NAO-ACHOU
               OPEN OUTPUT QUITACAO-ARQ
               CLOSE QUITACAO-ARQ
               OPEN I-O QUITACAO-ARQ
           END-IF
           OPEN OUTPUT QUITACAO-SAIDA
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
           MOVE "S" TO WS-DESTINO-LINHA

           MOVE LOW-VALUES TO CADCLI-CPF
           START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
               INVALID KEY
                   SET CADCLI-FIM TO TRUE
           END-START
           PERFORM UNTIL CADCLI-FIM
               READ CADCLI-MESTRE NEXT RECORD
                   AT END
                       SET CADCLI-FIM TO TRUE
                   NOT AT END
                       PERFORM APURAR-QUITACAO-CLIENTE
               END-READ
           END-PERFORM

           CLOSE SEM-ENDERECO
           CLOSE QUITACAO-SAIDA
           CLOSE QUITACAO-ARQ
           CLOSE CADCLI-MESTRE
           CLOSE FATURAS-ARQUIVO

           DISPLAY "DECLARACOES DE QUITACAO DO ANO-BASE " WS-ANO-BASE
               " - TOTAIS " WS-DECL-TOTAIS
               " PARCIAIS " WS-DECL-PARCIAIS
           DISPLAY "EXPEDIDAS " WS-DECL-EXPEDIDAS
               " SEM ENDERECO VALIDO " WS-DECL-SEM-ENDERECO
               " OBITO " WS-DECL-OBITO
               " JA EMITIDAS ANTES " WS-DECL-JA-EMITIDAS.

      *    Apura as faturas do CPF corrente com vencimento no ano e
      *    decide a declaracao (total, parcial ou nenhuma).
       APURAR-QUITACAO-CLIENTE.
           MOVE SPACES TO WS-APURACAO-MESES
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               MOVE ZEROS TO WS-MES-QTD (WS-MES-IND)
                             WS-MES-PAGO (WS-MES-IND)
           END-PERFORM

           MOVE "N" TO WS-FATURAS-FIM
           MOVE CADCLI-CPF TO FAT-CPF
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-CPF
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF = CADCLI-CPF
                           PERFORM CLASSIFICAR-FATURA-DO-MES
                       ELSE
                           SET FATURAS-FIM TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZEROS TO WS-MESES-QUITADOS WS-MESES-COM-DEBITO
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               EVALUATE WS-MES-SITUACAO (WS-MES-IND)
                   WHEN "P"
                       ADD 1 TO WS-MESES-QUITADOS
                   WHEN "D"
                       ADD 1 TO WS-MESES-COM-DEBITO
               END-EVALUATE
           END-PERFORM
           IF WS-MESES-QUITADOS = ZEROS
               EXIT PARAGRAPH
           END-IF

      *    Ja declarado no ano: a reexecucao nao emite de novo.
           MOVE CADCLI-CPF  TO QTC-CPF
           MOVE WS-ANO-BASE TO QTC-ANO
           READ QUITACAO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DECL-JA-EMITIDAS
                   EXIT PARAGRAPH
           END-READ

           PERFORM MONTAR-REGISTRO-DECLARACAO
           PERFORM ENDERECAR-RESPONSAVEL-LEGAL
           EVALUATE TRUE
               WHEN CADCLI-FALECIDO
                   MOVE "O" TO QTC-DESTINO
                   ADD 1 TO WS-DECL-OBITO
               WHEN CADCLI-ENDERECO-INVALIDO
                   MOVE "S" TO QTC-DESTINO
                   ADD 1 TO WS-DECL-SEM-ENDERECO
                   PERFORM GRAVAR-SEM-ENDERECO
               WHEN OTHER
                   MOVE "E" TO QTC-DESTINO
                   ADD 1 TO WS-DECL-EXPEDIDAS
           END-EVALUATE
           WRITE QTC-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR QUITACAO.DAT - STATUS "
                       WS-QUITACAO-STATUS
           END-WRITE
           IF QTC-EXPEDIDA
               PERFORM GRAVAR-DECLARACAO
           END-IF.

      *    Fatura com vencimento no ano-base: paga mantem o mes
      *    quitado; aberta, parcelada ou baixada poe debito no mes.
      *    Cancelada nao era divida - nao conta para o mes.
       CLASSIFICAR-FATURA-DO-MES.
           IF FAT-CANCELADA
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-DATA-VENCTO TO WS-DATA-VENCTO
           IF WS-VENCTO-ANO NOT = WS-ANO-BASE
               OR WS-VENCTO-MES < 1 OR WS-VENCTO-MES > 12
               EXIT PARAGRAPH
           END-IF
           IF FAT-PAGA
               IF WS-MES-SITUACAO (WS-VENCTO-MES) = SPACE
                   MOVE "P" TO WS-MES-SITUACAO (WS-VENCTO-MES)
               END-IF
               ADD 1 TO WS-MES-QTD (WS-VENCTO-MES)
               ADD FAT-VALOR-PAGO TO WS-MES-PAGO (WS-VENCTO-MES)
           ELSE
               MOVE "D" TO WS-MES-SITUACAO (WS-VENCTO-MES)
           END-IF.

      *    Registro da declaracao: meses quitados, faturas e valor
      *    pago deles.
       MONTAR-REGISTRO-DECLARACAO.
           INITIALIZE QTC-REC
           MOVE CADCLI-CPF   TO QTC-CPF
           MOVE WS-ANO-BASE  TO QTC-ANO
           MOVE WS-DATA-HOJE TO QTC-DATA-EMISSAO
           IF WS-MESES-COM-DEBITO = ZEROS
               MOVE "T" TO QTC-TIPO
               ADD 1 TO WS-DECL-TOTAIS
           ELSE
               MOVE "P" TO QTC-TIPO
               ADD 1 TO WS-DECL-PARCIAIS
           END-IF
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               EVALUATE WS-MES-SITUACAO (WS-MES-IND)
                   WHEN "P"
                       MOVE "S" TO QTC-MES (WS-MES-IND)
                       ADD WS-MES-QTD (WS-MES-IND) TO QTC-QTD-FATURAS
                       ADD WS-MES-PAGO (WS-MES-IND) TO QTC-VALOR-PAGO
                   WHEN "D"
                       MOVE "N" TO QTC-MES (WS-MES-IND)
                   WHEN OTHER
                       MOVE SPACE TO QTC-MES (WS-MES-IND)
               END-EVALUATE
           END-PERFORM.

      *    Titular menor com responsavel no mestre: guarda nome e
      *    endereco do responsavel e poe o endereco dele no registro
      *    em memoria (a leitura e so de consulta). O titular e relido
      *    pela chave para a leitura sequencial seguir de onde estava.
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
                   MOVE CADCLI-NOME     TO WS-NOME-RESPONSAVEL
                   MOVE CADCLI-CPF      TO WS-CPF-DESTINO
                   MOVE CADCLI-ENDERECO TO WS-ENDERECO-RESPONSAVEL
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-RESPONSAVEL
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-RESPONSAVEL
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
      *    A marca de endereco devolvido que vale e a do endereco
      *    usado.
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-ENDERECO-RESPONSAVEL TO CADCLI-ENDERECO
               MOVE WS-DEVOLVIDO-RESPONSAVEL TO CADCLI-END-DEVOLVIDO
               MOVE WS-DT-DEVOL-RESPONSAVEL TO CADCLI-DATA-DEVOLUCAO
           END-IF.

      *    Linha do relatorio comum de clientes sem endereco valido,
      *    com o CPF e o nome de quem receberia a declaracao.
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
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " PROGRAMA=QUITANUA DOC=Q CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

      *----------------------------------------------------------------*
      *    MODO SEGUNDA VIA
      *----------------------------------------------------------------*
      *    Reimprime a declaracao registrada do CPF/ano com o
      *    endereco atual do cadastro.
       EMITIR-SEGUNDA-VIA.
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-PEDIDO
           PERFORM OBTER-ANO-BASE
           IF WS-ANO-BASE = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O QUITACAO-ARQ
           IF NOT QUITACAO-OK
               DISPLAY "NENHUMA DECLARACAO DE QUITACAO EMITIDA AINDA"
               CLOSE QUITACAO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-PEDIDO TO QTC-CPF
           MOVE WS-ANO-BASE   TO QTC-ANO
           READ QUITACAO-ARQ
               INVALID KEY
                   DISPLAY "SEM DECLARACAO DE QUITACAO PARA O CPF NO "
                       "ANO-BASE " WS-ANO-BASE
                   CLOSE QUITACAO-ARQ
                   EXIT PARAGRAPH
           END-READ

           OPEN INPUT CADCLI-MESTRE
           MOVE WS-CPF-PEDIDO TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "CPF SEM CADASTRO NO MESTRE - VIA NAO "
                       "EMITIDA"
                   CLOSE CADCLI-MESTRE
                   CLOSE QUITACAO-ARQ
                   EXIT PARAGRAPH
           END-READ
           PERFORM ENDERECAR-RESPONSAVEL-LEGAL
           CLOSE CADCLI-MESTRE

           ADD 1 TO QTC-QTD-VIAS
           MOVE WS-DATA-HOJE TO QTC-DATA-ULTIMA-VIA
           MOVE WS-OPERADOR  TO QTC-OPERADOR-VIA
           REWRITE QTC-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR QUITACAO.DAT - STATUS "
                       WS-QUITACAO-STATUS
           END-REWRITE
           CLOSE QUITACAO-ARQ

           OPEN EXTEND QUITACAO-VIA
           IF VIA-NAO-ACHOU
               CLOSE QUITACAO-VIA
               OPEN OUTPUT QUITACAO-VIA
           END-IF
           MOVE "V" TO WS-DESTINO-LINHA
           PERFORM GRAVAR-DECLARACAO
           CLOSE QUITACAO-VIA
           DISPLAY "SEGUNDA VIA " QTC-QTD-VIAS " EMITIDA EM "
               "QUITACAO.2VIA".

      *----------------------------------------------------------------*
      *    DOCUMENTO
      *----------------------------------------------------------------*
      *    Declaracao a partir do registro (QTC-REC) e do cadastro
      *    (CADCLI-REC, ja com o endereco do responsavel legal).
       GRAVAR-DECLARACAO.
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING

           MOVE ALL "=" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO-BASE "
               DELIMITED BY SIZE
               QTC-ANO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE "(LEI 12.007/2009)" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           IF WS-DESTINO-LINHA = "V"
               MOVE SPACES TO WS-REL-LINHA
               STRING "SEGUNDA VIA NR " DELIMITED BY SIZE
                   QTC-QTD-VIAS DELIMITED BY SIZE
                   " EMITIDA EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " - ORIGINAL DE " DELIMITED BY SIZE
                   QTC-DATA-EMISSAO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DECLARACAO
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTE: " DELIMITED BY SIZE
               CADCLI-NOME DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE SPACES TO WS-REL-LINHA
               STRING "A/C RESPONSAVEL LEGAL: " DELIMITED BY SIZE
                   WS-NOME-RESPONSAVEL DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DECLARACAO
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF/CNPJ: " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING FUNCTION TRIM(CADCLI-LOGRADOURO)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CADCLI-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CADCLI-BAIRRO) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING FUNCTION TRIM(CADCLI-CIDADE) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CADCLI-UF DELIMITED BY SIZE
               " CEP " DELIMITED BY SIZE
               CADCLI-CEP DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO

           MOVE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           IF QTC-QUITACAO-TOTAL
               MOVE SPACES TO WS-REL-LINHA
               STRING "QUITADOS TODOS OS DEBITOS DO CLIENTE ACIMA COM "
                   DELIMITED BY SIZE
                   "VENCIMENTO EM " DELIMITED BY SIZE
                   QTC-ANO DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DECLARACAO
           ELSE
               MOVE SPACES TO WS-REL-LINHA
               STRING "QUITADOS OS DEBITOS DO CLIENTE ACIMA COM "
                   DELIMITED BY SIZE
                   "VENCIMENTO NOS MESES DE " DELIMITED BY SIZE
                   QTC-ANO DELIMITED BY SIZE
                   " ABAIXO." DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DECLARACAO
           END-IF
           PERFORM MONTAR-LINHA-MESES
           MOVE WS-LINHA-MESES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE QTC-QTD-FATURAS TO WS-QTD-EDITADA
           MOVE QTC-VALOR-PAGO  TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FATURAS QUITADAS: " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               "   VALOR PAGO: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE "ESTA DECLARACAO SUBSTITUI, NA COMPROVACAO DOS MESES"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE "DECLARADOS, OS COMPROVANTES DE CADA FATURA PAGA."
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-DECLARACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING "EMITIDA EM " DELIMITED BY SIZE
               QTC-DATA-EMISSAO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DECLARACAO.

      *    "MESES QUITADOS: JAN FEV ..." com os meses marcados S.
       MONTAR-LINHA-MESES.
           MOVE SPACES TO WS-LINHA-MESES
           MOVE "MESES QUITADOS:" TO WS-LINHA-MESES
           MOVE 17 TO WS-POS-MESES
           PERFORM VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND > 12
               IF QTC-MES (WS-MES-IND) = "S"
                   MOVE WS-NOME-MES (WS-MES-IND)
                       TO WS-LINHA-MESES (WS-POS-MESES : 3)
                   ADD 4 TO WS-POS-MESES
               END-IF
           END-PERFORM.

      *    Cada linha vai para o destino do documento corrente.
       GRAVAR-LINHA-DECLARACAO.
           IF WS-DESTINO-LINHA = "V"
               MOVE WS-REL-LINHA TO VIA-LINHA
               WRITE VIA-LINHA
           ELSE
               MOVE WS-REL-LINHA TO SAIDA-LINHA
               WRITE SAIDA-LINHA
           END-IF.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH - mesma mecanica do CADMANUT.
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
