      *>   gravado, entao o extrato e a interface oficial para outros <*
      *>   sistemas consumirem os dados de cliente sem mexer           <*
      *>   diretamente no arquivo mestre.                              <*
      *>   O documento sai com 14 posicoes (CPF alinhado a esquerda   <*
      *>   ou CNPJ), seguido no fim da linha do tipo de pessoa e do   <*
      *>   nome fantasia; a pseudonimizacao nao troca o CNPJ, que nao <*
      *>   e dado pessoal.                                            <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Extrato de largura fixa para consumo por outros sistemas -
      *    layout estavel e documentado, em vez desses sistemas lerem
      *    fixa, documentado aqui para quem for consumir o arquivo.
       FD  CADCLI-EXTRATO.
       01  CADCLI-EXTRATO-LINHA.
      *    CPF (alinhado a esquerda) ou CNPJ - ver EXT-TIPO-PESSOA.
           02 EXT-CPF             PIC X(14).
           02 EXT-NOME            PIC X(50).
           02 EXT-RG              PIC X(11).
           02 EXT-LOGRADOURO      PIC X(40).
      *    cliente nao tem contato daquele tipo).
           02 EXT-TELEFONE        PIC X(50).
           02 EXT-EMAIL           PIC X(50).
      *    CPF do responsavel legal do titular menor (brancos para o
      *    titular maior).
           02 EXT-CPF-RESPONSAVEL PIC X(11).
      *    F = pessoa fisica, J = juridica (nome = razao social) e o
      *    nome fantasia da juridica.
           02 EXT-TIPO-PESSOA     PIC X(01).
           02 EXT-NOME-FANTASIA   PIC X(50).

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver

      *    Nome fisico do extrato desta passada e faixa da particao.
       77 WS-EXTRATO-NOME    PIC X(40) VALUE "CADCLI.EXTRATO".
       77 WS-FAIXA-INICIO    PIC X(14) VALUE SPACES.
       77 WS-FAIXA-FIM       PIC X(14) VALUE SPACES.

      *    Marca da extracao anterior e carimbo desta execucao.
       77 WS-MARCA-DATA      PIC 9(08) VALUE ZEROS.
      *    contagem contra o log.
       01  WS-TABELA-DELTA.
           05 WS-DLT-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-DLT-CPF         PIC X(14) OCCURS 2000 TIMES.
       77 WS-DLT-IND         PIC 9(04) VALUE ZEROS.
       77 WS-DLT-JA-EXISTE   PIC X(01) VALUE "N".
       77 WS-DLT-TRUNCADO    PIC X(01) VALUE "N".
      *    Monta a linha em memoria antes de gravar: STRING/MOVE direto
      *    no registro do FD nao fica estavel para WRITE neste runtime.
       01  WS-EXTRATO-BUFFER.
           02 WS-EXT-CPF             PIC X(14).
           02 WS-EXT-NOME            PIC X(50).
           02 WS-EXT-RG              PIC X(11).
           02 WS-EXT-LOGRADOURO      PIC X(40).
           02 WS-EXT-GENERO          PIC X(01).
           02 WS-EXT-TELEFONE        PIC X(50).
           02 WS-EXT-EMAIL           PIC X(50).
           02 WS-EXT-CPF-RESPONSAVEL PIC X(11).
           02 WS-EXT-TIPO-PESSOA     PIC X(01).
           02 WS-EXT-NOME-FANTASIA   PIC X(50).

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*

      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADEXTR" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           DISPLAY "MODO DE EXTRACAO (T=TOTAL D=DELTA P=PARTICAO "
      *    assim que varias particoes rodam lado a lado, cada uma na
      *    sua faixa de chave.
       OBTER-FAIXA-PARTICAO.
           DISPLAY "CPF/CNPJ INICIAL DA FAIXA: "
           ACCEPT WS-FAIXA-INICIO
           DISPLAY "CPF/CNPJ FINAL DA FAIXA: "
           ACCEPT WS-FAIXA-FIM
           DISPLAY "ARQUIVO PARCIAL DE SAIDA (EX CADCLI.EXTRATO.P01): "
           ACCEPT WS-EXTRATO-NOME
           END-IF.

       GRAVAR-LINHA-EXTRATO.
      *    CNPJ e razao social nao sao dado pessoal: a pessoa
      *    juridica sai com os dados reais tambem na variante de
      *    teste, sem consumir token do de-para.
           IF MODO-PSEUDONIMO AND NOT CADCLI-PESSOA-JURIDICA
      *    CPF/RG viram tokens consistentes, o nome e embaralhado e
      *    os contatos nao saem - o resto do registro fica util para
      *    teste sem identificar o titular.
           MOVE CADCLI-MES         TO WS-EXT-MES
           MOVE CADCLI-ANO         TO WS-EXT-ANO
           MOVE CADCLI-GENERO      TO WS-EXT-GENERO
           IF CADCLI-PESSOA-JURIDICA
               MOVE "J" TO WS-EXT-TIPO-PESSOA
           ELSE
               MOVE "F" TO WS-EXT-TIPO-PESSOA
           END-IF
           MOVE CADCLI-NOME-FANTASIA TO WS-EXT-NOME-FANTASIA
           IF MODO-PSEUDONIMO
               MOVE SPACES TO WS-EXT-TELEFONE
               MOVE SPACES TO WS-EXT-EMAIL
               MOVE SPACES TO WS-EXT-CPF-RESPONSAVEL
           ELSE
               PERFORM BUSCAR-CONTATOS-PREFERIDOS
               MOVE WS-TEL-PREFERIDO TO WS-EXT-TELEFONE
               MOVE WS-EML-PREFERIDO TO WS-EXT-EMAIL
               MOVE CADCLI-CPF-RESPONSAVEL TO WS-EXT-CPF-RESPONSAVEL
           END-IF
           MOVE WS-EXTRATO-BUFFER  TO CADCLI-EXTRATO-LINHA
           WRITE CADCLI-EXTRATO-LINHA
