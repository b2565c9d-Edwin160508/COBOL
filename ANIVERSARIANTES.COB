      *>   aritmetica de ano de CALCULAR-IDADE-CLIENTE no intake) e   <*
      *>   cidade/UF, com a contagem por dia no rodape (ANIVER.REL).  <*
      *>   E a resposta pronta para o pedido mensal do marketing.     <*
      *>   Pessoa juridica (sem data de nascimento) fica de fora.     <*
      *>   Cliente com endereco devolvido pelo correio                <*
      *>   (CADCLI-END-DEVOLVIDO, marcado pelo DEVCORR) tambem fica   <*
      *>   fora da lista e sai no relatorio comum SEMEND.REL, com     <*
      *>   destino SUPRIMIDA.                                         <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    A lista do mes.
           SELECT ANIVER-RELATORIO ASSIGN TO "ANIVER.REL"
           SELECT CONSENT-ARQ ASSIGN TO "CONSENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *    Layout compartilhado do consentimento - ver
      *    copybooks/CONSENTREC.CPY.
           COPY CONSENTREC.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA           PIC X(150) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-CADCLI-STATUS   PIC X(02) VALUE "00".
       77 WS-OPTOU-SAIR      PIC X(01) VALUE "N".
       77 WS-SUPRIMIDOS      PIC 9(03) VALUE ZEROS.

      *    Endereco devolvido pelo correio: fora da lista, listado em
      *    SEMEND.REL.
       77 WS-SEMEND-STATUS   PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU  VALUE "35".
       77 WS-SEM-ENDERECO    PIC 9(03) VALUE ZEROS.
       77 WS-SEMEND-LINHA    PIC X(150) VALUE SPACES.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.

      *    Aniversariantes do mes, ordenados por dia em memoria.
       01  WS-TABELA-ANIVER.
           05 WS-ANV-QTD         PIC 9(03) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA       PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "ANIVER" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "MES DOS ANIVERSARIANTES (MM): "
           ACCEPT WS-MES-PEDIDO
           IF CADCLI-NAO-ACHOU
               DISPLAY "CADCLI.DAT NAO ENCONTRADO"
           ELSE
               OPEN EXTEND SEM-ENDERECO
               IF SEMEND-NAO-ACHOU
                   CLOSE SEM-ENDERECO
                   OPEN OUTPUT SEM-ENDERECO
               END-IF
               MOVE LOW-VALUES TO CADCLI-CPF
               START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
                   INVALID KEY
                           SET CADCLI-FIM TO TRUE
                       NOT AT END
                           IF CADCLI-MES = WS-MES-PEDIDO
                               AND NOT CADCLI-PESSOA-JURIDICA
                               PERFORM GUARDAR-ANIVERSARIANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEM-ENDERECO
               CLOSE CADCLI-MESTRE
           END-IF.

               ADD 1 TO WS-SUPRIMIDOS
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-ENDERECO-INVALIDO
               PERFORM GRAVAR-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF
           IF WS-ANV-QTD < 500
               ADD 1 TO WS-ANV-QTD
               MOVE CADCLI-DIA    TO WS-ANV-DIA (WS-ANV-QTD)
               SET CADCLI-FIM TO TRUE
           END-IF.

      *    Linha do relatorio comum de clientes sem endereco valido.
       GRAVAR-SEM-ENDERECO.
           ADD 1 TO WS-SEM-ENDERECO
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " PROGRAMA=ANIVER   DOC=A CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               CADCLI-NOME (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

      *    Ordena por dia do mes (troca simples em memoria - a lista
      *    e limitada a 500 itens).
       ORDENAR-POR-DIA.
           CLOSE ANIVER-RELATORIO
           DISPLAY "LISTA GRAVADA EM ANIVER.REL ("
               WS-ANV-QTD " ANIVERSARIANTES, "
               WS-SUPRIMIDOS " SUPRIMIDOS POR OPT-OUT, "
               WS-SEM-ENDERECO " SEM ENDERECO VALIDO)".
