      *>   No mestre indexado a chave fisica CPF permanece (base      <*
      *>   legal de guarda de chave tecnica); todo o conteudo do      <*
      *>   registro e anonimizado e o cliente fica INATIVO.           <*
      *>   Conta conjunta: o EXPORTAR lista tambem as contas em que o <*
      *>   CPF e co-titular (sem os CPFs dos demais titulares); o     <*
      *>   ELIMINAR retira o co-titular da conta, que segue com os    <*
      *>   outros titulares.                                          <*
      *>   Chaves Pix (PIXCHAVE.DAT): o EXPORTAR lista as chaves do   <*
      *>   titular; o ELIMINAR exclui essas chaves do diretorio e     <*
      *>   desfaz a reivindicacao de posse aberta pelo titular.       <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contatos do cliente.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Diretorio de chaves Pix, com chave alternativa pelo dono.
           SELECT PIXCHAVE-ARQ ASSIGN TO "PIXCHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               ALTERNATE RECORD KEY IS PIX-CPF WITH DUPLICATES
               FILE STATUS IS WS-PIXCHAVE-STATUS.
      *    Arquivo sequencial generico: o mesmo FD percorre, um por
      *    vez, cada arquivo texto varrido/anonimizado (transacoes,
      *    retrabalho, historico, listas) - o nome fisico e
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  PIXCHAVE-ARQ.
      *    Layout compartilhado da chave Pix - ver
      *    copybooks/PIXREC.CPY.
           COPY PIXREC.

       FD  ARQ-GENERICO.
       01  ARQ-LINHA              PIC X(250).

           88 FATURAS-NAO-ACHOU VALUE "23" "35".
       77 WS-FATURAS-FIM      PIC X(01) VALUE "N".
           88 FATURAS-FIM       VALUE "S".
       77 WS-PIXCHAVE-STATUS  PIC X(02) VALUE "00".
           88 PIXCHAVE-OK       VALUE "00".
       77 WS-PIXCHAVE-FIM     PIC X(01) VALUE "N".
           88 PIXCHAVE-FIM      VALUE "S".

       77 WS-CPF-TITULAR     PIC X(11) VALUE SPACES.
       77 WS-MODO-LGPD       PIC X(01) VALUE SPACES.
      *    Montam a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-EXPORT-BUFFER   PIC X(250) VALUE SPACES.
      *    Co-titular de conta conjunta (ver copybooks/CONTAREC.CPY).
       77 WS-IND-COTIT       PIC 9(01) VALUE ZEROS.
       77 WS-E-COTITULAR     PIC X(01) VALUE "N".
       77 WS-OPLOG-BUFFER    PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "LGPDATD" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM EXPORTAR-ARQUIVO-SEQ

           PERFORM EXPORTAR-CONTAS-TITULAR
           PERFORM EXPORTAR-CHAVES-PIX-TITULAR

      *    IDADE.REL e CADCLI.EXC carregam o nome em claro com o CPF
      *    mascarado - casamento pela dupla mascara + nome.

      *    As contas sao chaveadas pelo numero, nao pelo CPF - a
      *    varredura percorre o cadastro inteiro comparando o titular.
      *    Conta conjunta em que o CPF e co-titular sai tambem, sem
      *    os CPFs dos demais titulares.
       EXPORTAR-CONTAS-TITULAR.
           MOVE "N" TO WS-CONTA-FIM
           OPEN INPUT CONTA-ARQ
                               INTO WS-EXPORT-BUFFER
                           END-STRING
                           PERFORM GRAVAR-LINHA-EXPORT
                       ELSE
                           PERFORM CONFERIR-COTITULAR-CONTA
                           IF WS-E-COTITULAR = "S"
                               PERFORM EXPORTAR-CONTA-COTITULAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

      *    Chaves Pix do titular pela chave alternativa do dono.
       EXPORTAR-CHAVES-PIX-TITULAR.
           MOVE "N" TO WS-PIXCHAVE-FIM
           OPEN INPUT PIXCHAVE-ARQ
           IF NOT PIXCHAVE-OK
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR TO PIX-CPF
           START PIXCHAVE-ARQ KEY IS EQUAL TO PIX-CPF
               INVALID KEY
                   SET PIXCHAVE-FIM TO TRUE
           END-START
           PERFORM UNTIL PIXCHAVE-FIM
               READ PIXCHAVE-ARQ NEXT RECORD
                   AT END
                       SET PIXCHAVE-FIM TO TRUE
                   NOT AT END
                       IF PIX-CPF = WS-CPF-TITULAR
                           MOVE SPACES TO WS-EXPORT-BUFFER
                           STRING "CHAVE PIX: " DELIMITED BY SIZE
                               PIX-REC DELIMITED BY SIZE
                               INTO WS-EXPORT-BUFFER
                           END-STRING
                           PERFORM GRAVAR-LINHA-EXPORT
                       ELSE
                           SET PIXCHAVE-FIM TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIXCHAVE-ARQ.

       CONFERIR-COTITULAR-CONTA.
           MOVE "N" TO WS-E-COTITULAR
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF(WS-IND-COTIT) = WS-CPF-TITULAR
                   MOVE "S" TO WS-E-COTITULAR
               END-IF
           END-PERFORM.

       EXPORTAR-CONTA-COTITULAR.
           MOVE SPACES TO WS-EXPORT-BUFFER
           STRING "CONTA (CO-TITULAR): " DELIMITED BY SIZE
               CONTA-NUMERO DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               CONTA-TIPO DELIMITED BY SIZE
               " ABERTURA " DELIMITED BY SIZE
               CONTA-DATA-ABERTURA DELIMITED BY SIZE
               " SITUACAO " DELIMITED BY SIZE
               CONTA-SITUACAO DELIMITED BY SIZE
               " MOVIMENTACAO " DELIMITED BY SIZE
               CONTA-MOVIMENTACAO DELIMITED BY SIZE
               INTO WS-EXPORT-BUFFER
           END-STRING
           PERFORM GRAVAR-LINHA-EXPORT.

      *    Faturas do titular pela chave alternativa FAT-CPF do
      *    arquivo indexado - em vez da varredura sequencial antiga.
       EXPORTAR-FATURAS-TITULAR.
                           REWRITE CONTA-REC
                           END-REWRITE
                           ADD 1 TO WS-REGISTROS-ANONIMOS
                       ELSE
                           PERFORM ANONIMIZAR-COTITULAR-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

      *    Co-titular anonimizado sai da conta conjunta, que segue
      *    do titular e dos demais co-titulares (sem nenhum, volta a
      *    ser conta individual).
       ANONIMIZAR-COTITULAR-CONTA.
           MOVE "N" TO WS-E-COTITULAR
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF(WS-IND-COTIT) = WS-CPF-TITULAR
                   MOVE SPACES TO CONTA-COTITULAR-CPF(WS-IND-COTIT)
                   MOVE "S" TO WS-E-COTITULAR
               END-IF
           END-PERFORM
           IF WS-E-COTITULAR = "S"
               IF CONTA-SEM-COTITULAR
                   MOVE SPACES TO CONTA-MOVIMENTACAO
               END-IF
               REWRITE CONTA-REC
               END-REWRITE
               ADD 1 TO WS-REGISTROS-ANONIMOS
           END-IF.

      *    Exporta as linhas do arquivo da vez que casam pela dupla
      *    CPF mascarado (posicoes 1-11) + nome do titular (13-62) -
      *    os layouts de IDADE.REL e CADCLI.EXC poem os dois campos
           PERFORM ANONIMIZAR-ARQUIVO-SEQ

           PERFORM ANONIMIZAR-CONTAS-TITULAR
           PERFORM ELIMINAR-CHAVES-PIX-TITULAR

      *    IDADE.REL e CADCLI.EXC carregam o nome em claro com o CPF
      *    mascarado - o nome foi capturado do mestre antes da
           DISPLAY "ELIMINACAO CONCLUIDA - "
               WS-REGISTROS-ANONIMOS " REGISTROS ANONIMIZADOS".

      *    As chaves do titular saem do diretorio (ficam livres para
      *    outro cadastro); a reivindicacao aberta pelo titular sobre
      *    chave de outro cliente e desfeita - a varredura e pela
      *    chave primaria, o reivindicante nao e chave de acesso.
       ELIMINAR-CHAVES-PIX-TITULAR.
           MOVE "N" TO WS-PIXCHAVE-FIM
           OPEN I-O PIXCHAVE-ARQ
           IF NOT PIXCHAVE-OK
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PIX-CHAVE
           START PIXCHAVE-ARQ KEY IS NOT LESS THAN PIX-CHAVE
               INVALID KEY
                   SET PIXCHAVE-FIM TO TRUE
           END-START
           PERFORM UNTIL PIXCHAVE-FIM
               READ PIXCHAVE-ARQ NEXT RECORD
                   AT END
                       SET PIXCHAVE-FIM TO TRUE
                   NOT AT END
                       IF PIX-CPF = WS-CPF-TITULAR
                           DELETE PIXCHAVE-ARQ
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REGISTROS-ANONIMOS
                           END-DELETE
                       ELSE
                           IF PIX-EM-REIVINDICACAO
                               AND PIX-CPF-REIVINDICANTE
                                   = WS-CPF-TITULAR
                               MOVE "A"    TO PIX-SITUACAO
                               MOVE ZEROS  TO PIX-DATA-PEDIDO
                                              PIX-PRAZO
                                              PIX-CONTA-REIVINDICANTE
                               MOVE SPACES TO PIX-CPF-REIVINDICANTE
                               REWRITE PIX-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-REGISTROS-ANONIMOS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIXCHAVE-ARQ.

      *    Anonimiza o conteudo do registro do mestre mantendo a chave
      *    fisica (base legal de guarda de chave tecnica) e inativa o
      *    cliente.
