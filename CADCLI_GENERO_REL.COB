      *>   contando quantos sao MASCULINO e quantos sao FEMININO      <*
      *>   (mesmos 88-levels de VARIAVEISCOMPOSTAS.COB's GENERO),     <*
      *>   sinalizando qualquer registro cujo CADCLI-GENERO nao bata  <*
      *>   com nenhum dos dois. Pessoa juridica nao tem genero: fica  <*
      *>   fora da contagem e sai so o total delas no resumo (PJ).    <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Relatorio de distribuicao por genero.
           SELECT CADCLI-GENERO-REL ASSIGN TO "CADCLI.GENERO"
           05 WS-TOTAL-MASCULINO   PIC 9(06) VALUE ZEROS.
           05 WS-TOTAL-FEMININO    PIC 9(06) VALUE ZEROS.
           05 WS-TOTAL-INVALIDO    PIC 9(06) VALUE ZEROS.
           05 WS-TOTAL-PJ          PIC 9(06) VALUE ZEROS.

       77  WS-GENERO-LINHA       PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*

      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADGENR" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVOS-GENERO
           PERFORM VARRER-CADCLI-POR-GENERO
           PERFORM EMITIR-RESUMO-GENERO

      *    Conta o registro lido na faixa MASCULINO/FEMININO/invalido.
       CONTAR-GENERO-CLIENTE.
           IF CADCLI-PESSOA-JURIDICA
               ADD 1 TO WS-TOTAL-PJ
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-LIDOS
           IF CADCLI-MASCULINO
               ADD 1 TO WS-TOTAL-MASCULINO
                  WS-TOTAL-FEMININO        DELIMITED BY SIZE
                  "   INVALIDO: "          DELIMITED BY SIZE
                  WS-TOTAL-INVALIDO        DELIMITED BY SIZE
                  "   PJ: "                DELIMITED BY SIZE
                  WS-TOTAL-PJ              DELIMITED BY SIZE
                  INTO WS-GENERO-LINHA
           END-STRING
           MOVE WS-GENERO-LINHA TO CADCLI-GENERO-LINHA
           DISPLAY "TOTAL DE CLIENTES: " WS-TOTAL-LIDOS
               "   MASCULINO: " WS-TOTAL-MASCULINO
               "   FEMININO: " WS-TOTAL-FEMININO
               "   INVALIDO: " WS-TOTAL-INVALIDO
               "   PJ: " WS-TOTAL-PJ.

       FECHAR-ARQUIVOS-GENERO.
           CLOSE CADCLI-MESTRE
