      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PROCURA.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Cadastro de procuradores e representantes legais (tutor,   <*
      *>   curador) autorizados a movimentar a conta de um cliente.   <*
      *>   No modo CADASTRAR o operador registra em PROCURACAO.DAT o  <*
      *>   CPF do procurador, a conta do outorgante, os poderes       <*
      *>   concedidos (consulta, debito, transferencia), a vigencia e <*
      *>   a referencia do instrumento, conferindo em CONTA.DAT que a <*
      *>   conta existe e nao esta encerrada e em CADCLI.DAT que o    <*
      *>   procurador tem cadastro ativo, sem obito e fora da lista   <*
      *>   de sancoes - e que nao e ele mesmo titular ou co-titular   <*
      *>   da conta. No modo REVOGAR a procuracao vira situacao R     <*
      *>   (fica no arquivo como historico); no modo LISTAR saem na   <*
      *>   tela as procuracoes de uma conta. A conferencia na hora do <*
      *>   uso (TRNENTRY, CADCONS) e feita pelo subprograma PRCVALID. <*
      *>   Conta de pessoa juridica (titular com CNPJ) nao recebe     <*
      *>   procuracao: a digitacao no balcao e so de pessoa fisica.   <*
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
      *    Procuracoes por CPF do procurador + conta.
           SELECT PROCURACAO-ARQ ASSIGN TO "PROCURACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WS-PROCURACAO-STATUS.
      *    Cadastro de contas - conta do outorgante.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre - situacao do procurador.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  PROCURACAO-ARQ.
      *    Layout compartilhado da procuracao - ver
      *    copybooks/PROCURREC.CPY.
           COPY PROCURREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-PROCURACAO-STATUS  PIC X(02) VALUE "00".
           88 PROCURACAO-OK         VALUE "00".
           88 PROCURACAO-NAO-ACHOU  VALUE "35".
       77 WS-PROCURACAO-FIM     PIC X(01) VALUE "N".
           88 PROCURACAO-FIM        VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO-PROCURA       PIC X(01) VALUE SPACES.
           88 MODO-CADASTRAR        VALUE "C".
           88 MODO-REVOGAR          VALUE "R".
           88 MODO-LISTAR           VALUE "L".

      *    Entrada do cadastro/revogacao.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CPF-PROCURADOR     PIC X(11) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-OUTORGANTE   PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-PROCURACAO    PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO           VALUE "P" "R".
       77 WS-PODER-CONSULTA     PIC X(01) VALUE SPACES.
       77 WS-PODER-DEBITO       PIC X(01) VALUE SPACES.
       77 WS-PODER-TRANSF       PIC X(01) VALUE SPACES.
       77 WS-INICIO-DIGITADO    PIC X(08) VALUE SPACES.
       77 WS-FIM-DIGITADO       PIC X(08) VALUE SPACES.
       77 WS-VIGENCIA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WS-VIGENCIA-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-DOCUMENTO          PIC X(20) VALUE SPACES.
       77 WS-CPF-OUTORGANTE     PIC X(14) VALUE SPACES.
       77 WS-PROCURACAO-VALIDA  PIC X(01) VALUE "N".
       77 WS-PROCURACAO-EXISTE  PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LISTADAS       PIC 9(04) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.

      *    Area de chamada do subprograma de validacao CADVALID - so
      *    o digito verificador do CPF do procurador interessa aqui.
           COPY VALIDAPI.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "PROCURA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "MODO (C=CADASTRAR R=REVOGAR L=LISTAR): "
           ACCEPT WS-MODO-PROCURA

           EVALUATE TRUE
               WHEN MODO-CADASTRAR
                   PERFORM CADASTRAR-PROCURACAO
               WHEN MODO-REVOGAR
                   PERFORM REVOGAR-PROCURACAO
               WHEN MODO-LISTAR
                   PERFORM LISTAR-PROCURACOES-CONTA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-PROCURA "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO CADASTRAR
      *----------------------------------------------------------------*
       CADASTRAR-PROCURACAO.
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "CONTA DO OUTORGANTE: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "CONTA NAO NUMERICA - CADASTRO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-OUTORGANTE EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           DISPLAY "CPF DO PROCURADOR/REPRESENTANTE: "
           ACCEPT WS-CPF-PROCURADOR
           MOVE SPACES TO VALIDACAO-CLIENTE
           MOVE WS-CPF-PROCURADOR TO VAL-CPF
           CALL "CADVALID" USING VALIDACAO-CLIENTE
               VALIDACAO-RESULTADO
           IF VAL-CPF-OK NOT = "S"
               DISPLAY "CPF REPROVADO NO DIGITO VERIFICADOR - "
                   "CADASTRO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TIPO (P=PROCURADOR R=REPRESENTANTE LEGAL): "
           ACCEPT WS-TIPO-PROCURACAO
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO INVALIDO - CADASTRO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PODER DE CONSULTA (S/N): "
           ACCEPT WS-PODER-CONSULTA
           DISPLAY "PODER DE DEBITO (S/N): "
           ACCEPT WS-PODER-DEBITO
           DISPLAY "PODER DE TRANSFERENCIA (S/N): "
           ACCEPT WS-PODER-TRANSF
           IF WS-PODER-CONSULTA NOT = "S"
               MOVE "N" TO WS-PODER-CONSULTA
           END-IF
           IF WS-PODER-DEBITO NOT = "S"
               MOVE "N" TO WS-PODER-DEBITO
           END-IF
           IF WS-PODER-TRANSF NOT = "S"
               MOVE "N" TO WS-PODER-TRANSF
           END-IF
           IF WS-PODER-CONSULTA = "N" AND WS-PODER-DEBITO = "N"
               AND WS-PODER-TRANSF = "N"
               DISPLAY "NENHUM PODER CONCEDIDO - CADASTRO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INICIO DA VIGENCIA AAAAMMDD (BRANCO = HOJE): "
           ACCEPT WS-INICIO-DIGITADO
           DISPLAY "FIM DA VIGENCIA AAAAMMDD (BRANCO = "
               "INDETERMINADO): "
           ACCEPT WS-FIM-DIGITADO
           IF WS-INICIO-DIGITADO = SPACES
               MOVE WS-DATA-HOJE TO WS-VIGENCIA-INICIO
           ELSE
               IF WS-INICIO-DIGITADO IS NOT NUMERIC
                   DISPLAY "INICIO DA VIGENCIA INVALIDO - CADASTRO "
                       "RECUSADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INICIO-DIGITADO TO WS-VIGENCIA-INICIO
           END-IF
           IF WS-FIM-DIGITADO = SPACES
               MOVE ZEROS TO WS-VIGENCIA-FIM
           ELSE
               IF WS-FIM-DIGITADO IS NOT NUMERIC
                   DISPLAY "FIM DA VIGENCIA INVALIDO - CADASTRO "
                       "RECUSADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIM-DIGITADO TO WS-VIGENCIA-FIM
               IF WS-VIGENCIA-FIM < WS-VIGENCIA-INICIO
                   OR WS-VIGENCIA-FIM < WS-DATA-HOJE
                   DISPLAY "VIGENCIA JA VENCIDA OU FIM ANTES DO "
                       "INICIO - CADASTRO RECUSADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "REFERENCIA DO INSTRUMENTO (LIVRO/FOLHA, "
               "PROCESSO): "
           ACCEPT WS-DOCUMENTO
           IF WS-DOCUMENTO = SPACES
               DISPLAY "SEM REFERENCIA DO INSTRUMENTO - CADASTRO "
                   "RECUSADO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM CONFERIR-CONTA-OUTORGANTE
           IF WS-PROCURACAO-VALIDA = "S"
               PERFORM CONFERIR-PROCURADOR
           END-IF
           IF WS-PROCURACAO-VALIDA NOT = "S"
               DISPLAY "CADASTRO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM ABRIR-PROCURACAO-PARA-ATUALIZAR
           MOVE WS-CPF-PROCURADOR   TO PRC-CPF-PROCURADOR
           MOVE WS-CONTA-OUTORGANTE TO PRC-CONTA
           READ PROCURACAO-ARQ
               INVALID KEY
                   MOVE "N" TO WS-PROCURACAO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-PROCURACAO-EXISTE
           END-READ
           IF WS-PROCURACAO-EXISTE = "S" AND PRC-ATIVA
               DISPLAY "PROCURADOR JA TEM PROCURACAO ATIVA NESTA "
                   "CONTA - REVOGUE ANTES DE CADASTRAR OUTRA"
               CLOSE PROCURACAO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-PROCURADOR   TO PRC-CPF-PROCURADOR
           MOVE WS-CONTA-OUTORGANTE TO PRC-CONTA
           MOVE WS-CPF-OUTORGANTE   TO PRC-CPF-OUTORGANTE
           MOVE WS-TIPO-PROCURACAO  TO PRC-TIPO
           MOVE WS-PODER-CONSULTA   TO PRC-PODER-CONSULTA
           MOVE WS-PODER-DEBITO     TO PRC-PODER-DEBITO
           MOVE WS-PODER-TRANSF     TO PRC-PODER-TRANSF
           MOVE WS-VIGENCIA-INICIO  TO PRC-VIGENCIA-INICIO
           MOVE WS-VIGENCIA-FIM     TO PRC-VIGENCIA-FIM
           MOVE WS-DOCUMENTO        TO PRC-DOCUMENTO
           MOVE WS-DATA-HOJE        TO PRC-DATA-CADASTRO
           MOVE WS-OPERADOR         TO PRC-OPERADOR
           MOVE "A"                 TO PRC-SITUACAO
           MOVE ZEROS               TO PRC-DATA-REVOGA
      *    Procuracao revogada do mesmo procurador/conta e substituida
      *    pela nova.
           IF WS-PROCURACAO-EXISTE = "S"
               REWRITE PROCURACAO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROCURACAO - STATUS "
                           WS-PROCURACAO-STATUS
               END-REWRITE
           ELSE
               WRITE PROCURACAO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROCURACAO - STATUS "
                           WS-PROCURACAO-STATUS
               END-WRITE
           END-IF
           CLOSE PROCURACAO-ARQ
           DISPLAY "PROCURACAO CADASTRADA - PODERES C/D/T "
               WS-PODER-CONSULTA "/" WS-PODER-DEBITO "/"
               WS-PODER-TRANSF.

      *    A conta tem que existir e nao estar encerrada; o outorgante
      *    e o titular dela. Quem ja e titular ou co-titular nao
      *    precisa de procuracao.
       CONFERIR-CONTA-OUTORGANTE.
           MOVE "N" TO WS-PROCURACAO-VALIDA
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-OUTORGANTE TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE CONTA-CPF TO WS-CPF-OUTORGANTE
                   EVALUATE TRUE
                       WHEN CONTA-ENCERRADA
                           MOVE "CONTA ENCERRADA" TO WS-MOTIVO-RECUSA
                       WHEN CONTA-CPF (12 : 3) NOT = SPACES
                           MOVE "CONTA DE PESSOA JURIDICA"
                               TO WS-MOTIVO-RECUSA
                       WHEN CONTA-CPF = WS-CPF-PROCURADOR
                           MOVE "PROCURADOR E O TITULAR DA CONTA"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-PROCURACAO-VALIDA
                   END-EVALUATE
                   PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                       UNTIL WS-IND-COTIT > 3
                       IF CONTA-COTITULAR-CPF(WS-IND-COTIT)
                           = WS-CPF-PROCURADOR
                           MOVE "N" TO WS-PROCURACAO-VALIDA
                           MOVE "PROCURADOR E CO-TITULAR DA CONTA"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE CONTA-ARQ.

      *    O procurador tem que ter cadastro no mestre, ativo, sem
      *    obito e fora da lista de sancoes.
       CONFERIR-PROCURADOR.
           MOVE "N" TO WS-PROCURACAO-VALIDA
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-PROCURADOR TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "PROCURADOR SEM CADASTRO NO MESTRE"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CADCLI-FALECIDO
                           MOVE "PROCURADOR COM OBITO REGISTRADO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-INATIVO OR CADCLI-EM-REVISAO
                           MOVE "PROCURADOR INATIVO OU EM REVISAO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-SANCIONADO
                           MOVE "PROCURADOR EM LISTA DE SANCOES"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-PROCURACAO-VALIDA
                   END-EVALUATE
           END-READ
           CLOSE CADCLI-MESTRE.

       ABRIR-PROCURACAO-PARA-ATUALIZAR.
           OPEN I-O PROCURACAO-ARQ
           IF PROCURACAO-NAO-ACHOU
               OPEN OUTPUT PROCURACAO-ARQ
               CLOSE PROCURACAO-ARQ
               OPEN I-O PROCURACAO-ARQ
           END-IF.

      *----------------------------------------------------------------*
      *    MODO REVOGAR
      *----------------------------------------------------------------*
      *    A procuracao fica no arquivo em situacao R, como historico;
      *    a partir da revogacao o PRCVALID recusa o procurador.
       REVOGAR-PROCURACAO.
           DISPLAY "CONTA DO OUTORGANTE: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "CONTA NAO NUMERICA - REVOGACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CPF DO PROCURADOR/REPRESENTANTE: "
           ACCEPT WS-CPF-PROCURADOR
           OPEN I-O PROCURACAO-ARQ
           IF NOT PROCURACAO-OK
               DISPLAY "NENHUMA PROCURACAO REGISTRADA"
               CLOSE PROCURACAO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-PROCURADOR TO PRC-CPF-PROCURADOR
           COMPUTE PRC-CONTA EQUAL FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           READ PROCURACAO-ARQ
               INVALID KEY
                   DISPLAY "PROCURACAO NAO ENCONTRADA PARA O "
                       "PROCURADOR NA CONTA"
                   CLOSE PROCURACAO-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF NOT PRC-ATIVA
               DISPLAY "PROCURACAO JA ESTA REVOGADA"
               CLOSE PROCURACAO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "R"          TO PRC-SITUACAO
           MOVE WS-DATA-HOJE TO PRC-DATA-REVOGA
           REWRITE PROCURACAO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REVOGAR PROCURACAO - STATUS "
                       WS-PROCURACAO-STATUS
           END-REWRITE
           CLOSE PROCURACAO-ARQ
           DISPLAY "PROCURACAO REVOGADA".

      *----------------------------------------------------------------*
      *    MODO LISTAR
      *----------------------------------------------------------------*
      *    O arquivo e indexado pelo procurador: a listagem de uma
      *    conta varre o arquivo inteiro.
       LISTAR-PROCURACOES-CONTA.
           DISPLAY "CONTA DO OUTORGANTE: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "CONTA NAO NUMERICA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-OUTORGANTE EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           OPEN INPUT PROCURACAO-ARQ
           IF NOT PROCURACAO-OK
               DISPLAY "NENHUMA PROCURACAO REGISTRADA"
               CLOSE PROCURACAO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROCURACAO-FIM
           MOVE ZEROS TO WS-QTD-LISTADAS
           PERFORM UNTIL PROCURACAO-FIM
               READ PROCURACAO-ARQ NEXT RECORD
                   AT END
                       SET PROCURACAO-FIM TO TRUE
                   NOT AT END
                       IF PRC-CONTA = WS-CONTA-OUTORGANTE
                           PERFORM EXIBIR-PROCURACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROCURACAO-ARQ
           DISPLAY WS-QTD-LISTADAS " PROCURACAO(OES) NA CONTA".

       EXIBIR-PROCURACAO.
           ADD 1 TO WS-QTD-LISTADAS
           MOVE PRC-CPF-PROCURADOR TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           DISPLAY "PROCURADOR " WS-CPF-MASCARADO " TIPO " PRC-TIPO
               " PODERES C/D/T " PRC-PODER-CONSULTA "/"
               PRC-PODER-DEBITO "/" PRC-PODER-TRANSF
               " VIGENCIA " PRC-VIGENCIA-INICIO " A "
               PRC-VIGENCIA-FIM " SITUACAO " PRC-SITUACAO
           DISPLAY "    INSTRUMENTO: " PRC-DOCUMENTO.
