      *>   fecha com resultado ACEITO; o operador tambem pode         <*
      *>   descartar o item (resultado DESCARTADO). Itens fechados    <*
      *>   permanecem no arquivo como trilha do desfecho.             <*
      *>   O aprovado passa ainda pela triagem de listas restritivas  <*
      *>   (CADTRIAG): com ocorrencia PEP/sancao entra retido         <*
      *>   (situacao R) para a compliance em vez de ativo.            <*
      *>   Titular menor de 18 anos so e aprovado com o CPF do        <*
      *>   responsavel legal (corrigivel na tela), que vai para o     <*
      *>   mestre junto com a marca de menor.                         <*
      *>   Item de pessoa juridica corrige CNPJ, CEP e nome fantasia  <*
      *>   (sem RG, nascimento, genero e responsavel).                <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do cadastro mestre - uma linha por cliente
      *    aprovado e gravado, consumida pelo extrato delta.
       01  REL-LINHA              PIC X(100) VALUE SPACES.

       FD  REWORK-TRANSBORDO.
       01  TRANSBORDO-LINHA       PIC X(320) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-REWORK-STATUS   PIC X(02) VALUE "00".
      *    Ligado quando o WRITE entrou como registro NOVO (nao caiu
      *    no REWRITE) - so inclusao mexe no total de controle.
       77 WS-GRAVOU-NOVO     PIC X(01) VALUE "N".
       77 WS-CPF-HASH        PIC 9(14) VALUE ZEROS.
       01 WS-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-NAO-ACHOU VALUE "35".
       77 WS-NEGATIV-ANTES   PIC X(01) VALUE SPACES.
       77 WS-OBITO-ANTES     PIC X(01) VALUE SPACES.
       77 WS-DT-OBITO-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-RECAD-ANTES PIC 9(08) VALUE ZEROS.
       77 WS-DEVOLVIDO-ANTES PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-DT-TROCA-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-LISTA-ANTES     PIC X(01) VALUE SPACES.

      *    Fila carregada em memoria para a sessao de retrabalho; o
      *    arquivo e regravado ao final com os status atualizados.
              10 WS-RWK-RESULTADO   PIC X(10).
              10 WS-RWK-NOME        PIC X(50).
              10 WS-RWK-RG          PIC X(11).
              10 WS-RWK-CPF         PIC X(14).
              10 WS-RWK-LOGRADOURO  PIC X(40).
              10 WS-RWK-NUMERO      PIC X(06).
              10 WS-RWK-BAIRRO      PIC X(20).
              10 WS-RWK-MES         PIC XX.
              10 WS-RWK-ANO         PIC X(04).
              10 WS-RWK-GENERO      PIC X(01).
              10 WS-RWK-CPF-RESP    PIC X(11).
              10 WS-RWK-TIPO        PIC X(01).
              10 WS-RWK-FANTASIA    PIC X(50).
       77 WS-RWK-IND            PIC 9(04) VALUE ZEROS.
       77 WS-RWK-ESCOLHA        PIC X(04) VALUE SPACES.
       77 WS-RWK-ESCOLHIDO      PIC 9(04) VALUE ZEROS.
      *    copybooks/VALIDAPI.CPY.
           COPY VALIDAPI.

      *    Area de chamada do subprograma de triagem CADTRIAG - ver
      *    copybooks/TRIAGAPI.CPY.
           COPY TRIAGAPI.

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
           MOVE "CADREWK" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       MOVE RWK-MES    TO WS-RWK-MES (WS-RWK-QTD)
                       MOVE RWK-ANO    TO WS-RWK-ANO (WS-RWK-QTD)
                       MOVE RWK-GENERO TO WS-RWK-GENERO (WS-RWK-QTD)
                       MOVE RWK-CPF-RESPONSAVEL
                           TO WS-RWK-CPF-RESP (WS-RWK-QTD)
                       MOVE RWK-TIPO-PESSOA
                           TO WS-RWK-TIPO (WS-RWK-QTD)
                       MOVE RWK-NOME-FANTASIA
                           TO WS-RWK-FANTASIA (WS-RWK-QTD)
                       IF RWK-STATUS = "A"
                           ADD 1 TO WS-QTD-ABERTOS
                       END-IF
               END-IF
           END-IF.

      *    Pessoa juridica nao tem RG, nascimento, genero nem
      *    responsavel - no lugar deles, o nome fantasia.
       CORRIGIR-CAMPOS-ITEM.
           PERFORM CORRIGIR-CAMPO-CPF
           PERFORM CORRIGIR-CAMPO-CEP
           IF WS-RWK-TIPO (WS-RWK-IND) = "J"
               PERFORM CORRIGIR-CAMPO-FANTASIA
           ELSE
               PERFORM CORRIGIR-CAMPO-RG
               PERFORM CORRIGIR-CAMPO-ANO
               PERFORM CORRIGIR-CAMPO-GENERO
               PERFORM CORRIGIR-CAMPO-RESPONSAVEL
           END-IF.

       CORRIGIR-CAMPO-CPF.
           IF WS-RWK-TIPO (WS-RWK-IND) = "J"
               DISPLAY "CNPJ ATUAL (MASCARADO) - NOVO CNPJ OU = PARA "
                   "MANTER: "
           ELSE
               DISPLAY "CPF ATUAL (MASCARADO) - NOVO CPF OU = PARA "
                   "MANTER: "
           END-IF
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT = SPACES AND WS-CAMPO-NOVO NOT = "="
               MOVE WS-CAMPO-NOVO TO WS-RWK-CPF (WS-RWK-IND)
               MOVE WS-CAMPO-NOVO TO WS-RWK-GENERO (WS-RWK-IND)
           END-IF.

      *    CPF do responsavel legal - so conta para o titular menor;
      *    o CADVALID ignora o campo quando o titular e maior.
       CORRIGIR-CAMPO-RESPONSAVEL.
           DISPLAY "CPF DO RESPONSAVEL LEGAL (TITULAR MENOR) OU = "
               "PARA MANTER: "
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT = SPACES AND WS-CAMPO-NOVO NOT = "="
               MOVE WS-CAMPO-NOVO TO WS-RWK-CPF-RESP (WS-RWK-IND)
           END-IF.

       CORRIGIR-CAMPO-FANTASIA.
           DISPLAY "NOME FANTASIA ATUAL " WS-RWK-FANTASIA (WS-RWK-IND)
           DISPLAY "NOVO NOME FANTASIA OU = PARA MANTER: "
           ACCEPT WS-CAMPO-NOVO
           IF WS-CAMPO-NOVO NOT = SPACES AND WS-CAMPO-NOVO NOT = "="
               MOVE WS-CAMPO-NOVO TO WS-RWK-FANTASIA (WS-RWK-IND)
           END-IF.

      *    Reapresenta o item pelas mesmas validacoes do intake; se
      *    aprovado, grava no mestre e fecha o item como ACEITO; se
      *    reprovado, o item continua aberto com o novo motivo.
           MOVE WS-RWK-MES (WS-RWK-IND)        TO VAL-MES
           MOVE WS-RWK-ANO (WS-RWK-IND)        TO VAL-ANO
           MOVE WS-RWK-GENERO (WS-RWK-IND)     TO VAL-GENERO
           MOVE WS-RWK-CPF-RESP (WS-RWK-IND)   TO VAL-CPF-RESPONSAVEL
           MOVE WS-RWK-TIPO (WS-RWK-IND)       TO VAL-TIPO-PESSOA
           MOVE WS-RWK-FANTASIA (WS-RWK-IND)   TO VAL-NOME-FANTASIA

           CALL "CADVALID" USING VALIDACAO-CLIENTE
               VALIDACAO-RESULTADO

           IF VAL-CLIENTE-VALIDO
               MOVE VAL-CPF      TO TRG-CPF
               MOVE VAL-NOME     TO TRG-NOME
               MOVE VAL-DATANASC TO TRG-DATANASC
               CALL "CADTRIAG" USING TRIAGEM-CLIENTE
                   TRIAGEM-RESULTADO
               PERFORM GRAVAR-CLIENTE-APROVADO
               MOVE "F" TO WS-RWK-STATUS (WS-RWK-IND)
               MOVE "ACEITO" TO WS-RWK-RESULTADO (WS-RWK-IND)
                   MOVE CADCLI-NEGATIVADO  TO WS-NEGATIV-ANTES
                   MOVE CADCLI-OBITO       TO WS-OBITO-ANTES
                   MOVE CADCLI-DATA-OBITO  TO WS-DT-OBITO-ANTES
                   MOVE CADCLI-PRAZO-RECAD TO WS-PRAZO-RECAD-ANTES
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-ANTES
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-ANTES
                   MOVE CADCLI-DATA-TROCA-END TO WS-DT-TROCA-ANTES
                   MOVE CADCLI-LISTA-RESTRITA TO WS-LISTA-ANTES
           END-READ

           MOVE WS-RWK-CPF (WS-RWK-IND)        TO CADCLI-CPF
           MOVE WS-RWK-MES (WS-RWK-IND)        TO CADCLI-MES
           MOVE WS-RWK-ANO (WS-RWK-IND)        TO CADCLI-ANO
           MOVE WS-RWK-GENERO (WS-RWK-IND)     TO CADCLI-GENERO
      *    Marca de menor e responsavel vem da revalidacao agora.
           IF VAL-CLIENTE-MENOR
               MOVE "S" TO CADCLI-MENOR
               MOVE WS-RWK-CPF-RESP (WS-RWK-IND)
                   TO CADCLI-CPF-RESPONSAVEL
           ELSE
               MOVE "N"    TO CADCLI-MENOR
               MOVE SPACES TO CADCLI-CPF-RESPONSAVEL
           END-IF
           IF VAL-PESSOA-JURIDICA
               MOVE "J" TO CADCLI-TIPO-PESSOA
               MOVE WS-RWK-FANTASIA (WS-RWK-IND)
                   TO CADCLI-NOME-FANTASIA
           ELSE
               MOVE "F"    TO CADCLI-TIPO-PESSOA
               MOVE SPACES TO CADCLI-NOME-FANTASIA
           END-IF
           IF WS-TEM-IMAGEM = "S"
               MOVE WS-SITUACAO-ANTES TO CADCLI-SITUACAO
               MOVE WS-LIMITE-ANTES   TO CADCLI-LIMITE-CRED
               MOVE WS-NEGATIV-ANTES  TO CADCLI-NEGATIVADO
               MOVE WS-OBITO-ANTES    TO CADCLI-OBITO
               MOVE WS-DT-OBITO-ANTES TO CADCLI-DATA-OBITO
               MOVE WS-PRAZO-RECAD-ANTES TO CADCLI-PRAZO-RECAD
               MOVE WS-DEVOLVIDO-ANTES TO CADCLI-END-DEVOLVIDO
               MOVE WS-DT-DEVOL-ANTES TO CADCLI-DATA-DEVOLUCAO
               MOVE WS-DT-TROCA-ANTES TO CADCLI-DATA-TROCA-END
           ELSE
               MOVE SPACES TO WS-LISTA-ANTES
               MOVE "A"    TO CADCLI-SITUACAO
               MOVE ZEROS  TO CADCLI-LIMITE-CRED
               MOVE SPACES TO CADCLI-TIER
               MOVE SPACES TO CADCLI-NEGATIVADO
               MOVE SPACES TO CADCLI-OBITO
               MOVE ZEROS  TO CADCLI-DATA-OBITO
               MOVE ZEROS  TO CADCLI-PRAZO-RECAD
               MOVE SPACES TO CADCLI-END-DEVOLVIDO
               MOVE ZEROS  TO CADCLI-DATA-DEVOLUCAO
               MOVE ZEROS  TO CADCLI-DATA-TROCA-END
           END-IF
      *    Triagem de listas restritivas: ocorrencia nova retem o
      *    cliente ativo para a compliance (a ja conhecida, que a
      *    compliance liberou, nao retem de novo).
           MOVE TRG-OCORRENCIA TO CADCLI-LISTA-RESTRITA
           IF NOT TRG-SEM-OCORRENCIA
               AND TRG-OCORRENCIA NOT = WS-LISTA-ANTES
               AND CADCLI-ATIVO
               MOVE "R" TO CADCLI-SITUACAO
               DISPLAY "OCORRENCIA EM LISTA RESTRITIVA - CLIENTE "
                   "RETIDO PARA A COMPLIANCE"
           END-IF

           MOVE "S" TO WS-GRAVOU-NOVO

           CLOSE CADCLI-MESTRE
           IF WS-GRAVOU-NOVO = "S"
      *    CPF soma os 11 digitos, CNPJ os 14.
               IF WS-RWK-CPF (WS-RWK-IND) (12 : 3) = SPACES
                   MOVE WS-RWK-CPF (WS-RWK-IND) (1 : 11)
                       TO WS-CPF-HASH
               ELSE
                   MOVE WS-RWK-CPF (WS-RWK-IND) TO WS-CPF-HASH
               END-IF
               PERFORM ATUALIZAR-CONTROLE-MESTRE
           END-IF
           PERFORM GRAVAR-HISTORICO-ANTES
               MOVE WS-RWK-MES (WS-RWK-IND)        TO RWK-MES
               MOVE WS-RWK-ANO (WS-RWK-IND)        TO RWK-ANO
               MOVE WS-RWK-GENERO (WS-RWK-IND)     TO RWK-GENERO
               MOVE WS-RWK-CPF-RESP (WS-RWK-IND)
                   TO RWK-CPF-RESPONSAVEL
               MOVE WS-RWK-TIPO (WS-RWK-IND)       TO RWK-TIPO-PESSOA
               MOVE WS-RWK-FANTASIA (WS-RWK-IND)   TO RWK-NOME-FANTASIA
               WRITE REWORK-REG
           END-PERFORM
      *    Devolve a fila os itens que transbordaram na carga.
