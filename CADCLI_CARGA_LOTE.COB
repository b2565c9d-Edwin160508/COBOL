      *>   log de mudancas); rejeitados vao para a lista de excecao   <*
      *>   com o motivo e para a fila de retrabalho. No fim sai o     <*
      *>   relatorio de totais aceitos/rejeitados (CARGA.REL).        <*
      *>   Todo aceito passa ainda pela triagem de listas restritivas <*
      *>   (CADTRIAG): com ocorrencia PEP/sancao a marca vai para o   <*
      *>   mestre e o cliente entra retido (situacao R) para a        <*
      *>   compliance em vez de ativo.                                <*
      *>   Titular menor de 18 anos exige o CPF do responsavel legal  <*
      *>   (coluna apos o e-mail do extrato), conferido pelo CADVALID;<*
      *>   aceito, o menor entra marcado com o responsavel no mestre. <*
      *>   Pessoa juridica (tipo J nas colunas finais) vem com o CNPJ <*
      *>   de 14 digitos na coluna do documento, a razao social no    <*
      *>   nome e o nome fantasia; RG, nascimento e genero em branco. <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Mesma lista de excecao do intake interativo.
           SELECT CADCLI-EXCECOES ASSIGN TO "CADCLI.EXC"
      *    CADCLI_EXTRACT.COB, campo a campo.
       FD  CARGA-ENTRADA.
       01  CARGA-REG.
           02 CRG-CPF             PIC X(14).
           02 CRG-NOME            PIC X(50).
           02 CRG-RG              PIC X(11).
           02 CRG-LOGRADOURO      PIC X(40).
           02 CRG-MES             PIC X(02).
           02 CRG-ANO             PIC X(04).
           02 CRG-GENERO          PIC X(01).
      *    Telefone e e-mail do extrato nao entram na carga; o CPF do
      *    responsavel legal e exigido para o titular menor.
           02 FILLER              PIC X(100).
           02 CRG-CPF-RESPONSAVEL PIC X(11).
      *    Pessoa fisica (F ou espaco) ou juridica (J, CNPJ em
      *    CRG-CPF e razao social em CRG-NOME) e o nome fantasia.
           02 CRG-TIPO-PESSOA     PIC X(01).
           02 CRG-NOME-FANTASIA   PIC X(50).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
       77 WS-NEGATIV-ANTES   PIC X(01) VALUE SPACES.
       77 WS-OBITO-ANTES     PIC X(01) VALUE SPACES.
       77 WS-DT-OBITO-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-RECAD-ANTES PIC 9(08) VALUE ZEROS.
       77 WS-DEVOLVIDO-ANTES PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-DT-TROCA-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-LISTA-ANTES     PIC X(01) VALUE SPACES.
       77 WS-CADCTL-STATUS   PIC X(02) VALUE "00".
           88 CADCTL-OK         VALUE "00".
           88 CADCTL-NAO-ACHOU  VALUE "35".
      *    Ligado quando o WRITE entrou como registro NOVO (nao caiu
      *    no REWRITE) - so inclusao mexe no total de controle.
       77 WS-GRAVOU-NOVO     PIC X(01) VALUE "N".
       77 WS-CPF-HASH        PIC 9(14) VALUE ZEROS.
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".

       01  WS-TOTAIS-CARGA.
           05 WS-REGISTROS-LIDOS    PIC 9(06) VALUE ZEROS.
           05 WS-REGISTROS-ACEITOS  PIC 9(06) VALUE ZEROS.
           05 WS-REGISTROS-REJEIT   PIC 9(06) VALUE ZEROS.
           05 WS-REGISTROS-RETIDOS  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA      PIC 9(08) VALUE ZEROS.
      *    copybooks/VALIDAPI.CPY.
           COPY VALIDAPI.

      *    Area de chamada do subprograma de triagem CADTRIAG - ver
      *    copybooks/TRIAGAPI.CPY.
           COPY TRIAGAPI.

      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-EXC-LINHA       PIC X(100) VALUE SPACES.
       77 WS-REL-LINHA       PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADLOTE" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT CARGA-ENTRADA
           MOVE CRG-MES         TO VAL-MES
           MOVE CRG-ANO         TO VAL-ANO
           MOVE CRG-GENERO      TO VAL-GENERO
           MOVE CRG-CPF-RESPONSAVEL TO VAL-CPF-RESPONSAVEL
           MOVE CRG-TIPO-PESSOA TO VAL-TIPO-PESSOA
           MOVE CRG-NOME-FANTASIA TO VAL-NOME-FANTASIA

           CALL "CADVALID" USING VALIDACAO-CLIENTE
               VALIDACAO-RESULTADO

           IF VAL-CLIENTE-VALIDO
               ADD 1 TO WS-REGISTROS-ACEITOS
               MOVE CRG-CPF         TO TRG-CPF
               MOVE CRG-NOME        TO TRG-NOME
               MOVE VAL-DATANASC    TO TRG-DATANASC
               CALL "CADTRIAG" USING TRIAGEM-CLIENTE
                   TRIAGEM-RESULTADO
               PERFORM GRAVAR-CLIENTE-ACEITO
           ELSE
               ADD 1 TO WS-REGISTROS-REJEIT
                   MOVE CADCLI-NEGATIVADO  TO WS-NEGATIV-ANTES
                   MOVE CADCLI-OBITO       TO WS-OBITO-ANTES
                   MOVE CADCLI-DATA-OBITO  TO WS-DT-OBITO-ANTES
                   MOVE CADCLI-PRAZO-RECAD TO WS-PRAZO-RECAD-ANTES
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-ANTES
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-ANTES
                   MOVE CADCLI-DATA-TROCA-END TO WS-DT-TROCA-ANTES
                   MOVE CADCLI-LISTA-RESTRITA TO WS-LISTA-ANTES
           END-READ

           MOVE CRG-CPF         TO CADCLI-CPF
           MOVE CRG-MES         TO CADCLI-MES
           MOVE CRG-ANO         TO CADCLI-ANO
           MOVE CRG-GENERO      TO CADCLI-GENERO
      *    Menor ou maior, a marca e o responsavel vem da validacao
      *    desta carga - nao do registro anterior.
           IF VAL-CLIENTE-MENOR
               MOVE "S"                 TO CADCLI-MENOR
               MOVE CRG-CPF-RESPONSAVEL TO CADCLI-CPF-RESPONSAVEL
           ELSE
               MOVE "N"    TO CADCLI-MENOR
               MOVE SPACES TO CADCLI-CPF-RESPONSAVEL
           END-IF
           IF VAL-PESSOA-JURIDICA
               MOVE "J"               TO CADCLI-TIPO-PESSOA
               MOVE CRG-NOME-FANTASIA TO CADCLI-NOME-FANTASIA
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
               ADD 1 TO WS-REGISTROS-RETIDOS
           END-IF

           MOVE "S" TO WS-GRAVOU-NOVO

           CLOSE CADCLI-MESTRE
           IF WS-GRAVOU-NOVO = "S"
      *    CPF soma os 11 digitos, CNPJ os 14.
               IF CRG-CPF (12 : 3) = SPACES
                   MOVE CRG-CPF (1 : 11) TO WS-CPF-HASH
               ELSE
                   MOVE CRG-CPF TO WS-CPF-HASH
               END-IF
               PERFORM ATUALIZAR-CONTROLE-MESTRE
           END-IF
           PERFORM GRAVAR-HISTORICO-ANTES
           MOVE CRG-MES        TO RWK-MES
           MOVE CRG-ANO        TO RWK-ANO
           MOVE CRG-GENERO     TO RWK-GENERO
           MOVE CRG-CPF-RESPONSAVEL TO RWK-CPF-RESPONSAVEL
           MOVE CRG-TIPO-PESSOA     TO RWK-TIPO-PESSOA
           MOVE CRG-NOME-FANTASIA   TO RWK-NOME-FANTASIA
           WRITE REWORK-REG
           CLOSE CADCLI-REWORK.

           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "RETIDOS COMPLIANCE.: " DELIMITED BY SIZE
               WS-REGISTROS-RETIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           CLOSE CARGA-RELATORIO
           DISPLAY "REGISTROS ACEITOS: " WS-REGISTROS-ACEITOS
               "  REJEITADOS: " WS-REGISTROS-REJEIT
