      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PIXCHAVE.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Diretorio de chaves Pix do cliente (PIXCHAVE.DAT, ver      <*
      *>   copybooks/PIXREC.CPY): cada chave - CPF/CNPJ, e-mail,      <*
      *>   telefone ou aleatoria - aponta para um CPF/CNPJ e uma      <*
      *>   conta, e e por ela que o RECINST credita o recebimento     <*
      *>   instantaneo que chega com chave.                           <*
      *>   No modo CADASTRAR a conta tem que existir, estar ativa e   <*
      *>   nao ser deposito a prazo, com o titular ativo e sem obito; <*
      *>   a chave CPF/CNPJ e o proprio documento do titular, e-mail  <*
      *>   e telefone tem que estar nos contatos dele (CONTATO.DAT) e <*
      *>   a aleatoria e gerada aqui (contador PIXNUM.CTL). Ate 5     <*
      *>   chaves por conta de pessoa fisica e 20 de juridica.        <*
      *>   No modo EXCLUIR a chave sai do arquivo a pedido do dono.   <*
      *>   No modo PORTABILIDADE: E = pedido de entrada de chave que  <*
      *>   esta em outra instituicao (fica pendente, sem resolver, ate<*
      *>   C = confirmar ou N = cancelar); S = saida da chave para    <*
      *>   outra instituicao (a chave sai do arquivo).                <*
      *>   No modo REIVINDICACAO, para e-mail ou telefone que outro   <*
      *>   cliente provar ser seu: A = abrir (prazo de 7 dias para o  <*
      *>   dono atual, que continua recebendo); C = concluir - com a  <*
      *>   entrega confirmada pelo dono ou o prazo vencido a chave    <*
      *>   passa para a conta do reivindicante; N = negar, o dono     <*
      *>   contestou no prazo e fica com a chave.                     <*
      *>   No modo LISTAR saem na tela as chaves de um CPF/CNPJ.      <*
      *>   O encerramento de conta (CTAENCER) e a eliminacao LGPD     <*
      *>   (LGPDATD) removem as chaves da conta/do titular.           <*
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
      *    Chaves Pix pela propria chave, alternativa pelo dono.
           SELECT PIXCHAVE-ARQ ASSIGN TO "PIXCHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               ALTERNATE RECORD KEY IS PIX-CPF WITH DUPLICATES
               FILE STATUS IS WS-PIXCHAVE-STATUS.
      *    Cadastro de contas - conta para onde a chave aponta.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre - situacao do titular.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contatos do cliente - e-mail e telefone da chave.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATO-STATUS.
      *    Contador das chaves aleatorias, persistido entre execucoes.
           SELECT PIXNUM-CTL ASSIGN TO "PIXNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIXNUM-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  PIXCHAVE-ARQ.
      *    Layout compartilhado da chave Pix - ver
      *    copybooks/PIXREC.CPY.
           COPY PIXREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver
      *    copybooks/CONTATOREC.CPY.
           COPY CONTATOREC.

       FD  PIXNUM-CTL.
       01  PIXNUM-REC                 PIC 9(06).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-PIXCHAVE-STATUS    PIC X(02) VALUE "00".
           88 PIXCHAVE-OK           VALUE "00".
           88 PIXCHAVE-NAO-ACHOU    VALUE "35".
       77 WS-PIXCHAVE-FIM       PIC X(01) VALUE "N".
           88 PIXCHAVE-FIM          VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CONTATO-STATUS     PIC X(02) VALUE "00".
           88 CONTATO-OK            VALUE "00".
       77 WS-CONTATO-FIM        PIC X(01) VALUE "N".
           88 CONTATO-FIM           VALUE "S".
       77 WS-PIXNUM-STATUS      PIC X(02) VALUE "00".
           88 PIXNUM-OK             VALUE "00".

      *    Modo pedido ao operador e a operacao dentro dele.
       77 WS-MODO-PIX           PIC X(01) VALUE SPACES.
           88 MODO-CADASTRAR        VALUE "C".
           88 MODO-EXCLUIR          VALUE "X".
           88 MODO-PORTABILIDADE    VALUE "P".
           88 MODO-REIVINDICACAO    VALUE "R".
           88 MODO-LISTAR           VALUE "L".
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.

      *    Entrada do cadastro.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-CONTA-PIX          PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-CHAVE         PIC X(01) VALUE SPACES.
           88 TIPO-CHAVE-VALIDO     VALUE "C" "E" "T" "A".
       77 WS-CHAVE-DIGITADA     PIC X(77) VALUE SPACES.
       77 WS-BANCO-DIGITADO     PIC X(03) VALUE SPACES.
       77 WS-CPF-DONO           PIC X(14) VALUE SPACES.
       77 WS-CPF-LISTAR         PIC X(14) VALUE SPACES.
       77 WS-CHAVE-VALIDA       PIC X(01) VALUE "N".
       77 WS-CHAVE-EXISTE       PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE "N".
       77 WS-QTD-ARROBA         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LISTADAS       PIC 9(04) VALUE ZEROS.
      *    Limite de chaves por conta (pessoa fisica / juridica).
       77 WS-QTD-CHAVES-CONTA   PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-CHAVES      PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-PF          PIC 9(03) VALUE 5.
       77 WS-LIMITE-PJ          PIC 9(03) VALUE 20.
      *    Prazo, em dias corridos, da reivindicacao e da
      *    portabilidade pendentes.
       77 WS-DIAS-PRAZO         PIC 9(03) VALUE 7.
       77 WS-DIAS-INT-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMA-ALEATORIA  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "PIXCHAVE" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE

           DISPLAY "MODO (C=CADASTRAR X=EXCLUIR P=PORTABILIDADE "
               "R=REIVINDICACAO L=LISTAR): "
           ACCEPT WS-MODO-PIX

           EVALUATE TRUE
               WHEN MODO-CADASTRAR
                   PERFORM CADASTRAR-CHAVE
               WHEN MODO-EXCLUIR
                   PERFORM EXCLUIR-CHAVE
               WHEN MODO-PORTABILIDADE
                   PERFORM TRATAR-PORTABILIDADE
               WHEN MODO-REIVINDICACAO
                   PERFORM TRATAR-REIVINDICACAO
               WHEN MODO-LISTAR
                   PERFORM LISTAR-CHAVES-CLIENTE
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-PIX "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO CADASTRAR
      *----------------------------------------------------------------*
       CADASTRAR-CHAVE.
           PERFORM RECEBER-NOVA-CHAVE
           IF WS-CHAVE-VALIDA NOT = "S"
               DISPLAY "CADASTRO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-CHAVE = "A"
               PERFORM GERAR-CHAVE-ALEATORIA
           END-IF

           PERFORM ABRIR-PIXCHAVE-PARA-ATUALIZAR
           MOVE WS-CHAVE-DIGITADA TO PIX-CHAVE
           READ PIXCHAVE-ARQ
               INVALID KEY
                   MOVE "N" TO WS-CHAVE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CHAVE-EXISTE
           END-READ
           IF WS-CHAVE-EXISTE = "S"
               IF PIX-CPF = WS-CPF-DONO
                   DISPLAY "CHAVE JA CADASTRADA PARA O CLIENTE NA "
                       "CONTA " PIX-CONTA
               ELSE
                   DISPLAY "CHAVE PERTENCE A OUTRO CLIENTE - ABRA "
                       "REIVINDICACAO DE POSSE (MODO R)"
               END-IF
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           PERFORM MONTAR-NOVA-CHAVE
           MOVE "A" TO PIX-SITUACAO
           WRITE PIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-WRITE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "CHAVE PIX CADASTRADA: " PIX-CHAVE
           DISPLAY "    APONTA PARA A CONTA " PIX-CONTA.

      *    Conta, tipo e valor da chave nova, com todas as
      *    conferencias do cadastro - usado tambem no pedido de
      *    portabilidade de entrada, onde a aleatoria vem digitada.
       RECEBER-NOVA-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE SPACES TO WS-CHAVE-DIGITADA
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "CONTA PARA ONDE A CHAVE APONTA: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               MOVE "CONTA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-PIX EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           PERFORM CONFERIR-CONTA-DA-CHAVE
           IF WS-CHAVE-VALIDA NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-TITULAR-DA-CHAVE
           IF WS-CHAVE-VALIDA NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTAR-CHAVES-DA-CONTA
           IF WS-QTD-CHAVES-CONTA NOT < WS-LIMITE-CHAVES
               MOVE "N" TO WS-CHAVE-VALIDA
               MOVE "CONTA JA TEM O MAXIMO DE CHAVES"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CHAVE-VALIDA
           DISPLAY "TIPO (C=CPF/CNPJ E=E-MAIL T=TELEFONE "
               "A=ALEATORIA): "
           ACCEPT WS-TIPO-CHAVE
           IF NOT TIPO-CHAVE-VALIDO
               MOVE "TIPO DE CHAVE INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TIPO-CHAVE
      *    A chave documento e o proprio CPF/CNPJ do titular.
               WHEN "C"
                   MOVE WS-CPF-DONO TO WS-CHAVE-DIGITADA
                   MOVE "S" TO WS-CHAVE-VALIDA
               WHEN "E"
                   DISPLAY "E-MAIL (IGUAL AO DO CADASTRO DE "
                       "CONTATOS): "
                   ACCEPT WS-CHAVE-DIGITADA
                   MOVE ZEROS TO WS-QTD-ARROBA
                   INSPECT WS-CHAVE-DIGITADA
                       TALLYING WS-QTD-ARROBA FOR ALL "@"
                   IF WS-QTD-ARROBA NOT = 1
                       MOVE "E-MAIL INVALIDO" TO WS-MOTIVO-RECUSA
                   ELSE
                       PERFORM CONFERIR-CONTATO-DA-CHAVE
                   END-IF
               WHEN "T"
                   DISPLAY "TELEFONE (IGUAL AO DO CADASTRO DE "
                       "CONTATOS): "
                   ACCEPT WS-CHAVE-DIGITADA
                   IF WS-CHAVE-DIGITADA = SPACES
                       MOVE "TELEFONE EM BRANCO" TO WS-MOTIVO-RECUSA
                   ELSE
                       PERFORM CONFERIR-CONTATO-DA-CHAVE
                   END-IF
      *    Aleatoria: gerada no cadastro; na portabilidade de entrada
      *    vem a chave que a outra instituicao gerou.
               WHEN "A"
                   IF MODO-PORTABILIDADE
                       DISPLAY "CHAVE ALEATORIA A TRAZER: "
                       ACCEPT WS-CHAVE-DIGITADA
                       IF WS-CHAVE-DIGITADA = SPACES
                           MOVE "CHAVE EM BRANCO" TO WS-MOTIVO-RECUSA
                       ELSE
                           MOVE "S" TO WS-CHAVE-VALIDA
                       END-IF
                   ELSE
                       MOVE "S" TO WS-CHAVE-VALIDA
                   END-IF
           END-EVALUATE.

      *    A conta tem que existir, estar ativa e nao ser deposito a
      *    prazo; o dono da chave e o titular da conta.
       CONFERIR-CONTA-DA-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-PIX TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE CONTA-CPF TO WS-CPF-DONO
                   EVALUATE TRUE
                       WHEN NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN CONTA-PRAZO
                           MOVE "CONTA DE DEPOSITO A PRAZO"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-CHAVE-VALIDA
                   END-EVALUATE
           END-READ
           CLOSE CONTA-ARQ
           IF WS-CPF-DONO (12 : 3) = SPACES
               MOVE WS-LIMITE-PF TO WS-LIMITE-CHAVES
           ELSE
               MOVE WS-LIMITE-PJ TO WS-LIMITE-CHAVES
           END-IF.

      *    O titular tem que estar ativo no mestre e sem obito.
       CONFERIR-TITULAR-DA-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-DONO TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "TITULAR SEM CADASTRO NO MESTRE"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CADCLI-FALECIDO
                           MOVE "TITULAR COM OBITO REGISTRADO"
                               TO WS-MOTIVO-RECUSA
                       WHEN CADCLI-INATIVO OR CADCLI-EM-REVISAO
                           MOVE "TITULAR INATIVO OU EM REVISAO"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE "S" TO WS-CHAVE-VALIDA
                   END-EVALUATE
           END-READ
           CLOSE CADCLI-MESTRE.

      *    E-mail e telefone so viram chave se estiverem nos contatos
      *    do titular, com o mesmo tipo. Os contatos sao chaveados
      *    pelo CPF de 11 posicoes - CNPJ nao tem contato cadastrado.
       CONFERIR-CONTATO-DA-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA
           MOVE "CONTATO NAO CADASTRADO PARA O TITULAR"
               TO WS-MOTIVO-RECUSA
           IF WS-CPF-DONO (12 : 3) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTATO-ARQ
           IF NOT CONTATO-OK
               CLOSE CONTATO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTATO-FIM
           MOVE WS-CPF-DONO TO CTT-CPF
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
                       IF CTT-CPF NOT = WS-CPF-DONO
                           SET CONTATO-FIM TO TRUE
                       ELSE
                           IF CTT-TIPO = WS-TIPO-CHAVE
                               AND CTT-VALOR = WS-CHAVE-DIGITADA
                               MOVE "S" TO WS-CHAVE-VALIDA
                               MOVE SPACES TO WS-MOTIVO-RECUSA
                               SET CONTATO-FIM TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTATO-ARQ.

      *    Chaves ja apontadas para a conta (qualquer situacao), pela
      *    chave alternativa do dono.
       CONTAR-CHAVES-DA-CONTA.
           MOVE ZEROS TO WS-QTD-CHAVES-CONTA
           OPEN INPUT PIXCHAVE-ARQ
           IF NOT PIXCHAVE-OK
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PIXCHAVE-FIM
           MOVE WS-CPF-DONO TO PIX-CPF
           START PIXCHAVE-ARQ KEY IS EQUAL TO PIX-CPF
               INVALID KEY
                   SET PIXCHAVE-FIM TO TRUE
           END-START
           PERFORM UNTIL PIXCHAVE-FIM
               READ PIXCHAVE-ARQ NEXT RECORD
                   AT END
                       SET PIXCHAVE-FIM TO TRUE
                   NOT AT END
                       IF PIX-CPF NOT = WS-CPF-DONO
                           SET PIXCHAVE-FIM TO TRUE
                       ELSE
                           IF PIX-CONTA = WS-CONTA-PIX
                               ADD 1 TO WS-QTD-CHAVES-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIXCHAVE-ARQ.

      *    Chave aleatoria de 32 posicoes: data e hora do cadastro,
      *    conta e o numero seguinte de PIXNUM.CTL - nunca se repete.
       GERAR-CHAVE-ALEATORIA.
           MOVE ZEROS TO WS-PROXIMA-ALEATORIA
           OPEN INPUT PIXNUM-CTL
           IF PIXNUM-OK
               READ PIXNUM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PIXNUM-REC TO WS-PROXIMA-ALEATORIA
               END-READ
           END-IF
           CLOSE PIXNUM-CTL
           ADD 1 TO WS-PROXIMA-ALEATORIA
           OPEN OUTPUT PIXNUM-CTL
           MOVE WS-PROXIMA-ALEATORIA TO PIXNUM-REC
           WRITE PIXNUM-REC
           CLOSE PIXNUM-CTL

           MOVE SPACES TO WS-CHAVE-DIGITADA
           STRING WS-DATA-HOJE           DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-HORA-AGORA (1 : 4)  DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-HORA-AGORA (5 : 4)  DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-CONTA-PIX           DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-PROXIMA-ALEATORIA   DELIMITED BY SIZE
                  INTO WS-CHAVE-DIGITADA
           END-STRING.

       MONTAR-NOVA-CHAVE.
           INITIALIZE PIX-REC
           MOVE WS-CHAVE-DIGITADA TO PIX-CHAVE
           MOVE WS-TIPO-CHAVE     TO PIX-TIPO
           MOVE WS-CPF-DONO       TO PIX-CPF
           MOVE WS-CONTA-PIX      TO PIX-CONTA
           MOVE WS-DATA-HOJE      TO PIX-DATA-CADASTRO
           MOVE WS-OPERADOR       TO PIX-OPERADOR.

       ABRIR-PIXCHAVE-PARA-ATUALIZAR.
           OPEN I-O PIXCHAVE-ARQ
           IF PIXCHAVE-NAO-ACHOU
               OPEN OUTPUT PIXCHAVE-ARQ
               CLOSE PIXCHAVE-ARQ
               OPEN I-O PIXCHAVE-ARQ
           END-IF.

      *    Le a chave digitada para alteracao; WS-CHAVE-EXISTE diz se
      *    achou (o arquivo fica aberto I-O quando achou).
       LER-CHAVE-DIGITADA.
           MOVE "N" TO WS-CHAVE-EXISTE
           DISPLAY "CHAVE PIX: "
           ACCEPT WS-CHAVE-DIGITADA
           OPEN I-O PIXCHAVE-ARQ
           IF NOT PIXCHAVE-OK
               DISPLAY "NENHUMA CHAVE PIX REGISTRADA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAVE-DIGITADA TO PIX-CHAVE
           READ PIXCHAVE-ARQ
               INVALID KEY
                   DISPLAY "CHAVE PIX NAO ENCONTRADA"
                   CLOSE PIXCHAVE-ARQ
               NOT INVALID KEY
                   MOVE "S" TO WS-CHAVE-EXISTE
           END-READ.

      *----------------------------------------------------------------*
      *    MODO EXCLUIR
      *----------------------------------------------------------------*
      *    A pedido do dono: a conta informada tem que ser a da chave.
       EXCLUIR-CHAVE.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTA DO DONO DA CHAVE: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               OR FUNCTION NUMVAL(WS-CONTA-DIGITADA) NOT = PIX-CONTA
               DISPLAY "CONTA NAO CONFERE COM A DA CHAVE - "
                   "EXCLUSAO RECUSADA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA A EXCLUSAO DA CHAVE? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "EXCLUSAO CANCELADA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           DELETE PIXCHAVE-ARQ
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-DELETE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "CHAVE PIX EXCLUIDA".

      *----------------------------------------------------------------*
      *    MODO PORTABILIDADE
      *----------------------------------------------------------------*
       TRATAR-PORTABILIDADE.
           DISPLAY "PORTABILIDADE (E=PEDIR ENTRADA C=CONFIRMAR "
               "ENTRADA N=CANCELAR ENTRADA S=SAIDA): "
           ACCEPT WS-OPERACAO
           EVALUATE WS-OPERACAO
               WHEN "E"
                   PERFORM PEDIR-PORTABILIDADE-ENTRADA
               WHEN "C"
                   PERFORM CONFIRMAR-PORTABILIDADE
               WHEN "N"
                   PERFORM CANCELAR-PORTABILIDADE
               WHEN "S"
                   PERFORM REGISTRAR-PORTABILIDADE-SAIDA
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA [" WS-OPERACAO "]"
           END-EVALUATE.

      *    A chave esta hoje em outra instituicao: fica pendente (P),
      *    sem resolver para a conta, ate a confirmacao.
       PEDIR-PORTABILIDADE-ENTRADA.
           PERFORM RECEBER-NOVA-CHAVE
           IF WS-CHAVE-VALIDA NOT = "S"
               DISPLAY "PEDIDO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BANCO ONDE A CHAVE ESTA HOJE: "
           ACCEPT WS-BANCO-DIGITADO
           IF WS-BANCO-DIGITADO IS NOT NUMERIC
               DISPLAY "BANCO NAO NUMERICO - PEDIDO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-PIXCHAVE-PARA-ATUALIZAR
           MOVE WS-CHAVE-DIGITADA TO PIX-CHAVE
           READ PIXCHAVE-ARQ
               INVALID KEY
                   MOVE "N" TO WS-CHAVE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CHAVE-EXISTE
           END-READ
           IF WS-CHAVE-EXISTE = "S"
               DISPLAY "CHAVE JA ESTA NESTA INSTITUICAO - "
                   "PORTABILIDADE NAO SE APLICA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           PERFORM MONTAR-NOVA-CHAVE
           MOVE "P"               TO PIX-SITUACAO
           MOVE WS-DATA-HOJE      TO PIX-DATA-PEDIDO
           COMPUTE PIX-PRAZO EQUAL FUNCTION DATE-OF-INTEGER
               (WS-DIAS-INT-HOJE + WS-DIAS-PRAZO)
           END-COMPUTE
           MOVE WS-BANCO-DIGITADO TO PIX-BANCO-DOADOR
           WRITE PIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PEDIDO - STATUS "
                       WS-PIXCHAVE-STATUS
           END-WRITE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "PORTABILIDADE PEDIDA - AGUARDANDO O BANCO "
               PIX-BANCO-DOADOR " ATE " PIX-PRAZO.

      *    A instituicao doadora liberou: a chave passa a resolver.
       CONFIRMAR-PORTABILIDADE.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-EM-PORTABILIDADE
               DISPLAY "CHAVE SEM PORTABILIDADE PENDENTE"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "A"          TO PIX-SITUACAO
           MOVE WS-DATA-HOJE TO PIX-DATA-CADASTRO
           MOVE ZEROS        TO PIX-DATA-PEDIDO PIX-PRAZO
                                PIX-BANCO-DOADOR
           REWRITE PIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-REWRITE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "PORTABILIDADE CONCLUIDA - CHAVE ATIVA NA CONTA "
               PIX-CONTA.

      *    Doadora recusou ou o cliente desistiu: o pedido sai.
       CANCELAR-PORTABILIDADE.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-EM-PORTABILIDADE
               DISPLAY "CHAVE SEM PORTABILIDADE PENDENTE"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           DELETE PIXCHAVE-ARQ
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR PEDIDO - STATUS "
                       WS-PIXCHAVE-STATUS
           END-DELETE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "PEDIDO DE PORTABILIDADE CANCELADO".

      *    O dono levou a chave para outra instituicao: ela sai daqui.
       REGISTRAR-PORTABILIDADE-SAIDA.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-ATIVA
               DISPLAY "SO CHAVE ATIVA PODE SAIR POR PORTABILIDADE"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA A SAIDA DA CHAVE? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "SAIDA CANCELADA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           DELETE PIXCHAVE-ARQ
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-DELETE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "CHAVE PIX PORTADA PARA OUTRA INSTITUICAO".

      *----------------------------------------------------------------*
      *    MODO REIVINDICACAO
      *----------------------------------------------------------------*
       TRATAR-REIVINDICACAO.
           DISPLAY "REIVINDICACAO (A=ABRIR C=CONCLUIR N=NEGAR): "
           ACCEPT WS-OPERACAO
           EVALUATE WS-OPERACAO
               WHEN "A"
                   PERFORM ABRIR-REIVINDICACAO
               WHEN "C"
                   PERFORM CONCLUIR-REIVINDICACAO
               WHEN "N"
                   PERFORM NEGAR-REIVINDICACAO
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA [" WS-OPERACAO "]"
           END-EVALUATE.

      *    Outro cliente prova que o e-mail/telefone e dele (esta nos
      *    contatos dele): a chave fica em reivindicacao, ainda
      *    resolvendo para o dono atual durante o prazo.
       ABRIR-REIVINDICACAO.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-TIPO-EMAIL AND NOT PIX-TIPO-TELEFONE
               DISPLAY "SO CHAVE E-MAIL OU TELEFONE E REIVINDICADA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-ATIVA
               DISPLAY "CHAVE JA TEM PEDIDO PENDENTE - SITUACAO "
                   PIX-SITUACAO
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           CLOSE PIXCHAVE-ARQ

           MOVE PIX-TIPO TO WS-TIPO-CHAVE
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           DISPLAY "CONTA DO REIVINDICANTE: "
           ACCEPT WS-CONTA-DIGITADA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NOT NUMERIC
               DISPLAY "CONTA NAO NUMERICA - REIVINDICACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTA-PIX EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM CONFERIR-CONTA-DA-CHAVE
           IF WS-CHAVE-VALIDA = "S"
               PERFORM CONFERIR-TITULAR-DA-CHAVE
           END-IF
           IF WS-CHAVE-VALIDA = "S"
               PERFORM CONFERIR-CONTATO-DA-CHAVE
           END-IF
           IF WS-CHAVE-VALIDA NOT = "S"
               DISPLAY "REIVINDICACAO RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PIXCHAVE-ARQ
           MOVE WS-CHAVE-DIGITADA TO PIX-CHAVE
           READ PIXCHAVE-ARQ
               INVALID KEY
                   DISPLAY "CHAVE PIX NAO ENCONTRADA"
                   CLOSE PIXCHAVE-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF PIX-CPF = WS-CPF-DONO
               DISPLAY "REIVINDICANTE JA E O DONO DA CHAVE"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "R"          TO PIX-SITUACAO
           MOVE WS-DATA-HOJE TO PIX-DATA-PEDIDO
           COMPUTE PIX-PRAZO EQUAL FUNCTION DATE-OF-INTEGER
               (WS-DIAS-INT-HOJE + WS-DIAS-PRAZO)
           END-COMPUTE
           MOVE WS-CPF-DONO  TO PIX-CPF-REIVINDICANTE
           MOVE WS-CONTA-PIX TO PIX-CONTA-REIVINDICANTE
           REWRITE PIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-REWRITE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "REIVINDICACAO ABERTA - O DONO ATUAL TEM ATE "
               PIX-PRAZO " PARA CONTESTAR".

      *    Com a entrega confirmada pelo dono ou o prazo vencido sem
      *    contestacao, a chave passa para a conta do reivindicante.
       CONCLUIR-REIVINDICACAO.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-EM-REIVINDICACAO
               DISPLAY "CHAVE SEM REIVINDICACAO ABERTA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-HOJE NOT > PIX-PRAZO
               DISPLAY "O DONO ATUAL CONFIRMOU A ENTREGA? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "PRAZO DO DONO ATUAL CORRE ATE " PIX-PRAZO
                       " - REIVINDICACAO SEGUE ABERTA"
                   CLOSE PIXCHAVE-ARQ
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PIX-CPF-REIVINDICANTE   TO PIX-CPF
           MOVE PIX-CONTA-REIVINDICANTE TO PIX-CONTA
           MOVE "A"                     TO PIX-SITUACAO
           MOVE WS-DATA-HOJE            TO PIX-DATA-CADASTRO
           MOVE ZEROS   TO PIX-DATA-PEDIDO PIX-PRAZO
                           PIX-CONTA-REIVINDICANTE
           MOVE SPACES  TO PIX-CPF-REIVINDICANTE
           REWRITE PIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-REWRITE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "REIVINDICACAO CONCLUIDA - CHAVE ATIVA NA CONTA "
               PIX-CONTA.

      *    O dono atual contestou dentro do prazo: fica com a chave.
       NEGAR-REIVINDICACAO.
           PERFORM LER-CHAVE-DIGITADA
           IF WS-CHAVE-EXISTE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT PIX-EM-REIVINDICACAO
               DISPLAY "CHAVE SEM REIVINDICACAO ABERTA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-HOJE > PIX-PRAZO
               DISPLAY "PRAZO DE CONTESTACAO VENCIDO EM " PIX-PRAZO
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "A"     TO PIX-SITUACAO
           MOVE ZEROS   TO PIX-DATA-PEDIDO PIX-PRAZO
                           PIX-CONTA-REIVINDICANTE
           MOVE SPACES  TO PIX-CPF-REIVINDICANTE
           REWRITE PIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CHAVE - STATUS "
                       WS-PIXCHAVE-STATUS
           END-REWRITE
           CLOSE PIXCHAVE-ARQ
           DISPLAY "REIVINDICACAO NEGADA - CHAVE CONTINUA NA CONTA "
               PIX-CONTA.

      *----------------------------------------------------------------*
      *    MODO LISTAR
      *----------------------------------------------------------------*
       LISTAR-CHAVES-CLIENTE.
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-LISTAR
           OPEN INPUT PIXCHAVE-ARQ
           IF NOT PIXCHAVE-OK
               DISPLAY "NENHUMA CHAVE PIX REGISTRADA"
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PIXCHAVE-FIM
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE WS-CPF-LISTAR TO PIX-CPF
           START PIXCHAVE-ARQ KEY IS EQUAL TO PIX-CPF
               INVALID KEY
                   SET PIXCHAVE-FIM TO TRUE
           END-START
           PERFORM UNTIL PIXCHAVE-FIM
               READ PIXCHAVE-ARQ NEXT RECORD
                   AT END
                       SET PIXCHAVE-FIM TO TRUE
                   NOT AT END
                       IF PIX-CPF NOT = WS-CPF-LISTAR
                           SET PIXCHAVE-FIM TO TRUE
                       ELSE
                           PERFORM EXIBIR-CHAVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIXCHAVE-ARQ
           DISPLAY WS-QTD-LISTADAS " CHAVE(S) PIX DO CLIENTE".

       EXIBIR-CHAVE.
           ADD 1 TO WS-QTD-LISTADAS
           DISPLAY "CHAVE " PIX-CHAVE
           DISPLAY "    TIPO " PIX-TIPO " CONTA " PIX-CONTA
               " SITUACAO " PIX-SITUACAO " DESDE " PIX-DATA-CADASTRO
           IF PIX-EM-PORTABILIDADE
               DISPLAY "    PORTABILIDADE DO BANCO " PIX-BANCO-DOADOR
                   " PEDIDA EM " PIX-DATA-PEDIDO " PRAZO " PIX-PRAZO
           END-IF
           IF PIX-EM-REIVINDICACAO
               MOVE PIX-CPF-REIVINDICANTE TO WS-MASCARA-ENTRADA
               MOVE SPACES TO WS-CPF-MASCARADO
               STRING "*********"   DELIMITED BY SIZE
                      WS-MASCARA-2  DELIMITED BY SIZE
                      INTO WS-CPF-MASCARADO
               END-STRING
               DISPLAY "    REIVINDICADA POR " WS-CPF-MASCARADO
                   " EM " PIX-DATA-PEDIDO " PRAZO " PIX-PRAZO
           END-IF.
