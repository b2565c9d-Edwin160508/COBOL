               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Lista de excecao de CPFs que falharam na validacao.
           SELECT CADCLI-EXCECOES ASSIGN TO "CADCLI.EXC"
       77 WS-NEGATIV-ANTES   PIC X(01) VALUE SPACES.
       77 WS-OBITO-ANTES     PIC X(01) VALUE SPACES.
       77 WS-DT-OBITO-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-RECAD-ANTES PIC 9(08) VALUE ZEROS.
       77 WS-DEVOLVIDO-ANTES PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-DT-TROCA-ANTES  PIC 9(08) VALUE ZEROS.
       77 WS-LISTA-ANTES     PIC X(01) VALUE SPACES.
       01 WS-HORA-HIST       PIC 9(08) VALUE ZEROS.
       77 WS-CADCTL-STATUS   PIC X(02) VALUE "00".
           88 CADCTL-OK         VALUE "00".
      *    Motivos reprovados concatenados para a fila de retrabalho.
       77 WS-REWORK-MOTIVO   PIC X(40) VALUE SPACES.

      *    Area de chamada do subprograma de triagem em listas
      *    restritivas CADTRIAG - ver copybooks/TRIAGAPI.CPY.
           COPY TRIAGAPI.

       77 WS-GENERO-VALIDO   PIC X(01) VALUE "N".

       77 WS-CEP-VALIDO      PIC X(01) VALUE "N".
       77 WS-MENOR-IDADE         PIC X(01) VALUE "N".
           88 CLIENTE-MENOR-IDADE    VALUE "S".
           88 CLIENTE-MAIOR-IDADE    VALUE "N".
      *    Responsavel legal exigido do cliente menor: cliente ativo
      *    do mestre, maior e sem obito, diferente do proprio titular
      *    - mesma regra de VALIDAR-RESPONSAVEL-ENTRADA no CADVALID.
      *    Maior de idade fica com o responsavel dispensado (S).
       77 WS-CPF-RESPONSAVEL     PIC X(11) VALUE SPACES.
       77 WS-RESPONSAVEL-VALIDO  PIC X(01) VALUE "S".
           88 RESPONSAVEL-VALIDO     VALUE "S".
           88 RESPONSAVEL-INVALIDO   VALUE "N".
       77 WS-RESPONSAVEL-MOTIVO  PIC X(40) VALUE SPACES.
       77 WS-IDADE-RESPONSAVEL   PIC 9(03) VALUE ZEROS.
      *    Montam a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-IDADE-REL-LINHA     PIC X(100) VALUE SPACES.
           88 MASCULINO VALUE "M".
           88 FEMININO VALUE "F".

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.

      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
       PROCEDURE                                     DIVISION
           USING LS-RETURN-CODE.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "VARCOMP" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO LS-RETURN-CODE RETURN-CODE
               GOBACK
           END-IF

      *    Comandos de excu��o s� pode ser posto na coluna 12 at� 72

           PERFORM IDENTIFICAR-OPERADOR-SESSAO
      *    nao pode ser usado aqui antes de ser rejeitado.
           IF DATANASC-VALIDO
               PERFORM CALCULAR-IDADE-CLIENTE
               IF CLIENTE-MENOR-IDADE
                   PERFORM VALIDAR-RESPONSAVEL-LEGAL
               END-IF
           END-IF
           IF CPF-VALIDO AND CEP-VALIDO AND RG-VALIDO
                   AND DATANASC-VALIDO AND RESPONSAVEL-VALIDO
               PERFORM TRIAR-LISTAS-RESTRITIVAS
               PERFORM GRAVAR-CLIENTE-MESTRE
           ELSE
               PERFORM REJEITAR-CLIENTE-CPF-INVALIDO
           WRITE IDADE-REL-LINHA
           CLOSE IDADE-RELATORIO.

      *    Cliente menor so entra com o CPF de um responsavel legal
      *    que ja seja cliente ativo, maior de idade e sem obito.
       VALIDAR-RESPONSAVEL-LEGAL.
           SET RESPONSAVEL-INVALIDO TO TRUE
           MOVE SPACES TO WS-RESPONSAVEL-MOTIVO
           DISPLAY "CPF DO RESPONSAVEL LEGAL: "
           ACCEPT WS-CPF-RESPONSAVEL
           IF WS-CPF-RESPONSAVEL = SPACES
               MOVE "MENOR DE IDADE SEM RESPONSAVEL LEGAL"
                   TO WS-RESPONSAVEL-MOTIVO
           END-IF
           IF WS-CPF-RESPONSAVEL = CPF OF CLIENTE
               MOVE "RESPONSAVEL LEGAL E O PROPRIO TITULAR"
                   TO WS-RESPONSAVEL-MOTIVO
           END-IF
           IF WS-RESPONSAVEL-MOTIVO NOT = SPACES
               DISPLAY "RESPONSAVEL RECUSADO - " WS-RESPONSAVEL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "RESPONSAVEL LEGAL SEM CADASTRO"
               TO WS-RESPONSAVEL-MOTIVO
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE WS-CPF-RESPONSAVEL TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CONFERIR-RESPONSAVEL-LIDO
               END-READ
           END-IF
           CLOSE CADCLI-MESTRE
           IF RESPONSAVEL-INVALIDO
               DISPLAY "RESPONSAVEL RECUSADO - " WS-RESPONSAVEL-MOTIVO
           END-IF.

       CONFERIR-RESPONSAVEL-LIDO.
           COMPUTE WS-IDADE-RESPONSAVEL EQUAL
               WS-ANO-ATUAL - FUNCTION NUMVAL(CADCLI-ANO)
           END-COMPUTE
           IF WS-MES-ATUAL < FUNCTION NUMVAL(CADCLI-MES)
               OR (WS-MES-ATUAL = FUNCTION NUMVAL(CADCLI-MES)
                   AND WS-DIA-ATUAL < FUNCTION NUMVAL(CADCLI-DIA))
               SUBTRACT 1 FROM WS-IDADE-RESPONSAVEL
           END-IF
           EVALUATE TRUE
               WHEN NOT CADCLI-ATIVO OR CADCLI-FALECIDO
                   MOVE "RESPONSAVEL LEGAL NAO ESTA ATIVO"
                       TO WS-RESPONSAVEL-MOTIVO
               WHEN CADCLI-E-MENOR OR WS-IDADE-RESPONSAVEL < 18
                   MOVE "RESPONSAVEL LEGAL MENOR DE IDADE"
                       TO WS-RESPONSAVEL-MOTIVO
               WHEN OTHER
                   SET RESPONSAVEL-VALIDO TO TRUE
                   MOVE SPACES TO WS-RESPONSAVEL-MOTIVO
                   DISPLAY "RESPONSAVEL LEGAL: " CADCLI-NOME
           END-EVALUATE.

      *    Grava o CPF ou CEP reprovado na lista de excecao em vez de
      *    deixar o cliente seguir para o cadastro mestre.
       REJEITAR-CLIENTE-CPF-INVALIDO.
               MOVE WS-CADCLI-EXC-LINHA TO CADCLI-EXC-LINHA
               WRITE CADCLI-EXC-LINHA
           END-IF
           IF RESPONSAVEL-INVALIDO
               MOVE SPACES TO WS-CADCLI-EXC-LINHA
               STRING WS-CPF-MASCARADO     DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      NOME OF CLIENTE      DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RESPONSAVEL-MOTIVO)
                                           DELIMITED BY SIZE
                      INTO WS-CADCLI-EXC-LINHA
               END-STRING
               MOVE WS-CADCLI-EXC-LINHA TO CADCLI-EXC-LINHA
               WRITE CADCLI-EXC-LINHA
           END-IF
           CLOSE CADCLI-EXCECOES
           PERFORM ENFILEIRAR-CLIENTE-REWORK.

                  WS-RG-VALIDO       DELIMITED BY SIZE
                  "=RG "             DELIMITED BY SIZE
                  WS-DATANASC-VALIDO DELIMITED BY SIZE
                  "=NASC "           DELIMITED BY SIZE
                  WS-RESPONSAVEL-VALIDO DELIMITED BY SIZE
                  "=RESP"            DELIMITED BY SIZE
                  INTO WS-REWORK-MOTIVO
           END-STRING

           MOVE MES OF DATANASC    TO RWK-MES
           MOVE ANO OF DATANASC    TO RWK-ANO
           MOVE GENERO             TO RWK-GENERO
           MOVE WS-CPF-RESPONSAVEL TO RWK-CPF-RESPONSAVEL
           MOVE "F"                TO RWK-TIPO-PESSOA
           MOVE SPACES             TO RWK-NOME-FANTASIA
           WRITE REWORK-REG
           CLOSE CADCLI-REWORK.

      *    Persiste o item de grupo CLIENTE no cadastro mestre CADCLI,
      *    indexado por CPF, ao inves de mante-lo apenas em memoria.
      *    Confronta o cliente com as listas de PEP e sancoes pelo
      *    subprograma CADTRIAG - o mesmo da carga em lote, do
      *    retrabalho e da reavaliacao do mestre (TRIAGEM).
       TRIAR-LISTAS-RESTRITIVAS.
           MOVE CPF OF CLIENTE      TO TRG-CPF
           MOVE NOME OF CLIENTE     TO TRG-NOME
           MOVE DATANASC OF CLIENTE TO TRG-DATANASC
           CALL "CADTRIAG" USING TRIAGEM-CLIENTE TRIAGEM-RESULTADO.

       GRAVAR-CLIENTE-MESTRE.
      *    Abre em I-O tolerando concorrencia com a consulta do
      *    balcao: status de arquivo em uso e reconferido ate
                   MOVE CADCLI-NEGATIVADO  TO WS-NEGATIV-ANTES
                   MOVE CADCLI-OBITO       TO WS-OBITO-ANTES
                   MOVE CADCLI-DATA-OBITO  TO WS-DT-OBITO-ANTES
                   MOVE CADCLI-PRAZO-RECAD TO WS-PRAZO-RECAD-ANTES
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-ANTES
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-ANTES
                   MOVE CADCLI-DATA-TROCA-END TO WS-DT-TROCA-ANTES
                   MOVE CADCLI-LISTA-RESTRITA TO WS-LISTA-ANTES
           END-READ

           MOVE CPF OF CLIENTE              TO CADCLI-CPF
           MOVE MES OF DATANASC     TO CADCLI-MES
           MOVE ANO OF DATANASC     TO CADCLI-ANO
           MOVE GENERO              TO CADCLI-GENERO
      *    Marca de menor e responsavel valem a idade calculada
      *    agora, tanto no cliente novo quanto na reentrada.
           IF CLIENTE-MENOR-IDADE
               MOVE "S"                TO CADCLI-MENOR
               MOVE WS-CPF-RESPONSAVEL TO CADCLI-CPF-RESPONSAVEL
           ELSE
               MOVE "N"    TO CADCLI-MENOR
               MOVE SPACES TO CADCLI-CPF-RESPONSAVEL
           END-IF
      *    A tela e so de pessoa fisica; a juridica entra pela carga
      *    em lote (CADLOTE).
           MOVE "F"    TO CADCLI-TIPO-PESSOA
           MOVE SPACES TO CADCLI-NOME-FANTASIA
      *    Cliente NOVO nasce ativo, sem limite, sem faixa, sem
      *    ciclo designado e sem marca de negativacao ou obito; a
      *    reentrada de um CPF existente transporta a situacao, o
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

           MOVE "INCLUSAO" TO WS-CHGLOG-ACAO
