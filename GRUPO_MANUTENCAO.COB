      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GRPMANUT.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Cadastro de grupos economicos: liga CPFs e CNPJs cujo      <*
      *>   risco anda junto (conjuges e familia, o socio e a          <*
      *>   empresa dele, o garantidor e quem ele garante) para        <*
      *>   que os limites sejam vistos somados. No modo INCLUIR o     <*
      *>   operador informa o membro (ativo no mestre, fora da        <*
      *>   compliance) e o grupo - em branco abre um grupo novo,      <*
      *>   numerado por GRPNUM.CTL, com o membro como principal;      <*
      *>   num grupo existente informa a relacao e o membro de        <*
      *>   referencia. Um CPF/CNPJ fica em um grupo so. No modo       <*
      *>   EXCLUIR o membro vira situacao E (historico); no modo      <*
      *>   LISTAR saem na tela os membros de um grupo. Entrada e      <*
      *>   saida vao para CADCLI.CHGLOG com o operador da sessao.     <*
      *>   Layout em copybooks/GRUPOREC.CPY.                          <*
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
      *    Grupos economicos por CPF/CNPJ do membro.
           SELECT GRUPO-ARQ ASSIGN TO "GRUPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CPF
               ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-GRUPO-STATUS.
      *    Cadastro mestre - o membro tem que existir e estar ativo.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contador de codigo de grupo, persistido entre execucoes -
      *    mesma mecanica do CTANUM.CTL da abertura de conta.
           SELECT GRPNUM-CTL ASSIGN TO "GRPNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPNUM-STATUS.
      *    Sessao do operador logado.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Log de mudancas do cadastro mestre - a entrada e a saida
      *    de um grupo mudam a leitura de risco do cliente.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  GRUPO-ARQ.
      *    Layout compartilhado do grupo economico - ver
      *    copybooks/GRUPOREC.CPY.
           COPY GRUPOREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  GRPNUM-CTL.
       01  GRPNUM-REC             PIC 9(06).

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-GRUPO-STATUS       PIC X(02) VALUE "00".
           88 GRUPO-OK              VALUE "00".
           88 GRUPO-NAO-ACHOU       VALUE "35".
       77 WS-GRUPO-FIM          PIC X(01) VALUE "N".
           88 GRUPO-FIM             VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-GRPNUM-STATUS      PIC X(02) VALUE "00".
           88 GRPNUM-OK             VALUE "00".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".

      *    Modo pedido ao operador.
       77 WS-MODO-GRUPO         PIC X(01) VALUE SPACES.
           88 MODO-INCLUIR          VALUE "I".
           88 MODO-EXCLUIR          VALUE "E".
           88 MODO-LISTAR           VALUE "L".

      *    Entrada da inclusao/exclusao.
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-CPF-MEMBRO         PIC X(14) VALUE SPACES.
       77 WS-CPF-REFERENCIA     PIC X(14) VALUE SPACES.
       77 WS-GRUPO-DIGITADO     PIC X(06) VALUE SPACES.
       77 WS-CODIGO-GRUPO       PIC 9(06) VALUE ZEROS.
       77 WS-RELACAO            PIC X(01) VALUE SPACES.
       77 WS-MEMBRO-EXISTE      PIC X(01) VALUE "N".
       77 WS-INCLUSAO-VALIDA    PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECUSA      PIC X(50) VALUE SPACES.
       77 WS-QTD-ATIVOS         PIC 9(04) VALUE ZEROS.
       77 WS-REFERENCIA-ACHADA  PIC X(01) VALUE "N".
       77 WS-ACAO-LOG           PIC X(10) VALUE SPACES.
       77 WS-QTD-LISTADOS       PIC 9(04) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(14) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "GRPMANUT" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM IDENTIFICAR-OPERADOR-SESSAO

           DISPLAY "MODO (I=INCLUIR E=EXCLUIR L=LISTAR GRUPO): "
           ACCEPT WS-MODO-GRUPO

           EVALUATE TRUE
               WHEN MODO-INCLUIR
                   PERFORM INCLUIR-MEMBRO
               WHEN MODO-EXCLUIR
                   PERFORM EXCLUIR-MEMBRO
               WHEN MODO-LISTAR
                   PERFORM LISTAR-GRUPO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO-GRUPO "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO INCLUIR
      *----------------------------------------------------------------*
      *    Grupo 000000 (ou branco) abre um grupo novo com o membro
      *    como principal; um codigo existente recebe o membro com a
      *    relacao e o membro de referencia dentro do grupo.
       INCLUIR-MEMBRO.
           DISPLAY "CPF/CNPJ DO MEMBRO: "
           ACCEPT WS-CPF-MEMBRO
           DISPLAY "CODIGO DO GRUPO (BRANCO = GRUPO NOVO): "
           ACCEPT WS-GRUPO-DIGITADO
           IF WS-GRUPO-DIGITADO = SPACES
               MOVE ZEROS TO WS-CODIGO-GRUPO
           ELSE
               IF FUNCTION TRIM(WS-GRUPO-DIGITADO) IS NOT NUMERIC
                   DISPLAY "CODIGO NAO NUMERICO - INCLUSAO RECUSADA"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CODIGO-GRUPO EQUAL
                   FUNCTION NUMVAL(WS-GRUPO-DIGITADO)
               END-COMPUTE
           END-IF
           IF WS-CODIGO-GRUPO = ZEROS
               MOVE "P" TO WS-RELACAO
               MOVE SPACES TO WS-CPF-REFERENCIA
           ELSE
               DISPLAY "RELACAO (C=CONJUGE F=FAMILIAR S=SOCIO/EMPRESA "
                   "G=GARANTIDOR O=OUTRA): "
               ACCEPT WS-RELACAO
               MOVE WS-RELACAO TO GRP-RELACAO
               IF NOT GRP-RELACAO-VALIDA OR GRP-PRINCIPAL
                   DISPLAY "RELACAO INVALIDA [" WS-RELACAO
                       "] - INCLUSAO RECUSADA"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CPF/CNPJ DO MEMBRO DE REFERENCIA NO GRUPO: "
               ACCEPT WS-CPF-REFERENCIA
           END-IF

           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM CONFERIR-MEMBRO-NO-MESTRE
           IF WS-INCLUSAO-VALIDA = "S"
               PERFORM CONFERIR-GRUPO-DESTINO
           END-IF
           IF WS-INCLUSAO-VALIDA NOT = "S"
               DISPLAY "INCLUSAO RECUSADA - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           IF WS-CODIGO-GRUPO = ZEROS
               PERFORM OBTER-PROXIMO-CODIGO-GRUPO
           END-IF
           PERFORM ABRIR-GRUPO-PARA-ATUALIZAR
           MOVE WS-CPF-MEMBRO TO GRP-CPF
           READ GRUPO-ARQ
               INVALID KEY
                   MOVE "N" TO WS-MEMBRO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-MEMBRO-EXISTE
           END-READ
           MOVE WS-CPF-MEMBRO     TO GRP-CPF
           MOVE WS-CODIGO-GRUPO   TO GRP-CODIGO
           MOVE WS-RELACAO        TO GRP-RELACAO
           MOVE WS-CPF-REFERENCIA TO GRP-CPF-REFERENCIA
           MOVE WS-DATA-HOJE      TO GRP-DATA-INCLUSAO
           MOVE WS-OPERADOR       TO GRP-OPERADOR
           MOVE "A"               TO GRP-SITUACAO
           MOVE ZEROS             TO GRP-DATA-EXCLUSAO
      *    Membro excluido antes de qualquer grupo e substituido pela
      *    inclusao nova.
           IF WS-MEMBRO-EXISTE = "S"
               REWRITE GRUPO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR GRUPO - STATUS "
                           WS-GRUPO-STATUS
               END-REWRITE
           ELSE
               WRITE GRUPO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR GRUPO - STATUS "
                           WS-GRUPO-STATUS
               END-WRITE
           END-IF
           CLOSE GRUPO-ARQ
           MOVE "GRUPO-INC" TO WS-ACAO-LOG
           PERFORM REGISTRAR-MUDANCA-CHGLOG
           DISPLAY "MEMBRO INCLUIDO NO GRUPO " WS-CODIGO-GRUPO
               " - RELACAO " WS-RELACAO.

      *    O membro tem que existir no mestre, ativo e fora da
      *    compliance.
       CONFERIR-MEMBRO-NO-MESTRE.
           MOVE "N" TO WS-INCLUSAO-VALIDA
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADCLI.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-MEMBRO TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "MEMBRO SEM CADASTRO NO MESTRE"
                       TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF CADCLI-INATIVO OR CADCLI-EM-REVISAO
                       MOVE "MEMBRO INATIVO OU EM REVISAO"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       MOVE "S" TO WS-INCLUSAO-VALIDA
                       DISPLAY "MEMBRO: " CADCLI-NOME
                   END-IF
           END-READ
           CLOSE CADCLI-MESTRE.

      *    Um CPF/CNPJ fica em um grupo so: ja ativo em algum grupo,
      *    tem que sair antes. No grupo existente, o grupo precisa ter
      *    membro ativo e o membro de referencia tem que ser um deles.
       CONFERIR-GRUPO-DESTINO.
           MOVE "N" TO WS-INCLUSAO-VALIDA
           OPEN INPUT GRUPO-ARQ
           IF GRUPO-NAO-ACHOU
               CLOSE GRUPO-ARQ
               IF WS-CODIGO-GRUPO NOT = ZEROS
                   MOVE "GRUPO NAO CADASTRADO" TO WS-MOTIVO-RECUSA
               ELSE
                   MOVE "S" TO WS-INCLUSAO-VALIDA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-MEMBRO TO GRP-CPF
           READ GRUPO-ARQ
               INVALID KEY
                   MOVE "E" TO GRP-SITUACAO
           END-READ
           IF GRP-ATIVO
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING "MEMBRO JA ESTA NO GRUPO " DELIMITED BY SIZE
                   GRP-CODIGO DELIMITED BY SIZE
                   " - EXCLUA ANTES" DELIMITED BY SIZE
                   INTO WS-MOTIVO-RECUSA
               END-STRING
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF
           IF WS-CODIGO-GRUPO = ZEROS
               MOVE "S" TO WS-INCLUSAO-VALIDA
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-ATIVOS
           MOVE "N" TO WS-REFERENCIA-ACHADA
           MOVE "N" TO WS-GRUPO-FIM
           MOVE WS-CODIGO-GRUPO TO GRP-CODIGO
           START GRUPO-ARQ KEY IS NOT LESS THAN GRP-CODIGO
               INVALID KEY
                   SET GRUPO-FIM TO TRUE
           END-START
           PERFORM UNTIL GRUPO-FIM
               READ GRUPO-ARQ NEXT RECORD
                   AT END
                       SET GRUPO-FIM TO TRUE
                   NOT AT END
                       IF GRP-CODIGO NOT = WS-CODIGO-GRUPO
                           SET GRUPO-FIM TO TRUE
                       ELSE
                           IF GRP-ATIVO
                               ADD 1 TO WS-QTD-ATIVOS
                               IF GRP-CPF = WS-CPF-REFERENCIA
                                   MOVE "S" TO WS-REFERENCIA-ACHADA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPO-ARQ
           EVALUATE TRUE
               WHEN WS-QTD-ATIVOS = ZEROS
                   MOVE "GRUPO SEM MEMBRO ATIVO" TO WS-MOTIVO-RECUSA
               WHEN WS-REFERENCIA-ACHADA NOT = "S"
                   MOVE "MEMBRO DE REFERENCIA NAO ESTA NO GRUPO"
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE "S" TO WS-INCLUSAO-VALIDA
           END-EVALUATE.

       ABRIR-GRUPO-PARA-ATUALIZAR.
           OPEN I-O GRUPO-ARQ
           IF GRUPO-NAO-ACHOU
               OPEN OUTPUT GRUPO-ARQ
               CLOSE GRUPO-ARQ
               OPEN I-O GRUPO-ARQ
           END-IF.

      *    Le o ultimo codigo de grupo usado (ou zero na primeira
      *    execucao), incrementa e grava de volta - mesma mecanica do
      *    CTANUM.CTL.
       OBTER-PROXIMO-CODIGO-GRUPO.
           MOVE ZEROS TO WS-CODIGO-GRUPO
           OPEN INPUT GRPNUM-CTL
           IF GRPNUM-OK
               READ GRPNUM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GRPNUM-REC TO WS-CODIGO-GRUPO
               END-READ
           END-IF
           CLOSE GRPNUM-CTL

           ADD 1 TO WS-CODIGO-GRUPO

           OPEN OUTPUT GRPNUM-CTL
           MOVE WS-CODIGO-GRUPO TO GRPNUM-REC
           WRITE GRPNUM-REC
           CLOSE GRPNUM-CTL.

      *----------------------------------------------------------------*
      *    MODO EXCLUIR
      *----------------------------------------------------------------*
      *    O membro fica no arquivo em situacao E, como historico; a
      *    partir da exclusao o GRPEXPO nao soma mais o limite dele.
       EXCLUIR-MEMBRO.
           DISPLAY "CPF/CNPJ DO MEMBRO: "
           ACCEPT WS-CPF-MEMBRO
           OPEN I-O GRUPO-ARQ
           IF NOT GRUPO-OK
               DISPLAY "NENHUM GRUPO REGISTRADO"
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-MEMBRO TO GRP-CPF
           READ GRUPO-ARQ
               INVALID KEY
                   DISPLAY "CPF/CNPJ NAO PERTENCE A NENHUM GRUPO"
                   CLOSE GRUPO-ARQ
                   EXIT PARAGRAPH
           END-READ
           IF NOT GRP-ATIVO
               DISPLAY "MEMBRO JA FOI EXCLUIDO DO GRUPO"
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-CODIGO   TO WS-CODIGO-GRUPO
           MOVE "E"          TO GRP-SITUACAO
           MOVE WS-DATA-HOJE TO GRP-DATA-EXCLUSAO
           REWRITE GRUPO-REC
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR MEMBRO - STATUS "
                       WS-GRUPO-STATUS
           END-REWRITE
           CLOSE GRUPO-ARQ
           MOVE "GRUPO-EXC" TO WS-ACAO-LOG
           PERFORM REGISTRAR-MUDANCA-CHGLOG
           DISPLAY "MEMBRO EXCLUIDO DO GRUPO " WS-CODIGO-GRUPO.

      *----------------------------------------------------------------*
      *    MODO LISTAR
      *----------------------------------------------------------------*
      *    Pelo CPF/CNPJ de qualquer membro ou pelo codigo do grupo.
       LISTAR-GRUPO.
           DISPLAY "CODIGO DO GRUPO (BRANCO = PROCURAR PELO CPF): "
           ACCEPT WS-GRUPO-DIGITADO
           OPEN INPUT GRUPO-ARQ
           IF NOT GRUPO-OK
               DISPLAY "NENHUM GRUPO REGISTRADO"
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF
           IF WS-GRUPO-DIGITADO = SPACES
               DISPLAY "CPF/CNPJ DO MEMBRO: "
               ACCEPT WS-CPF-MEMBRO
               MOVE WS-CPF-MEMBRO TO GRP-CPF
               READ GRUPO-ARQ
                   INVALID KEY
                       DISPLAY "CPF/CNPJ NAO PERTENCE A NENHUM GRUPO"
                       CLOSE GRUPO-ARQ
                       EXIT PARAGRAPH
               END-READ
               MOVE GRP-CODIGO TO WS-CODIGO-GRUPO
           ELSE
               IF FUNCTION TRIM(WS-GRUPO-DIGITADO) IS NOT NUMERIC
                   DISPLAY "CODIGO NAO NUMERICO"
                   CLOSE GRUPO-ARQ
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CODIGO-GRUPO EQUAL
                   FUNCTION NUMVAL(WS-GRUPO-DIGITADO)
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N" TO WS-GRUPO-FIM
           MOVE WS-CODIGO-GRUPO TO GRP-CODIGO
           START GRUPO-ARQ KEY IS NOT LESS THAN GRP-CODIGO
               INVALID KEY
                   SET GRUPO-FIM TO TRUE
           END-START
           PERFORM UNTIL GRUPO-FIM
               READ GRUPO-ARQ NEXT RECORD
                   AT END
                       SET GRUPO-FIM TO TRUE
                   NOT AT END
                       IF GRP-CODIGO NOT = WS-CODIGO-GRUPO
                           SET GRUPO-FIM TO TRUE
                       ELSE
                           PERFORM EXIBIR-MEMBRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPO-ARQ
           DISPLAY WS-QTD-LISTADOS " MEMBRO(S) NO GRUPO "
               WS-CODIGO-GRUPO.

       EXIBIR-MEMBRO.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE SPACES TO WS-CPF-MASCARADO
           IF GRP-CPF (12:3) NOT = SPACES
               MOVE GRP-CPF TO WS-CPF-MASCARADO
           ELSE
               MOVE GRP-CPF TO WS-MASCARA-ENTRADA
               STRING "*********"   DELIMITED BY SIZE
                      WS-MASCARA-2  DELIMITED BY SIZE
                      INTO WS-CPF-MASCARADO
               END-STRING
           END-IF
           DISPLAY "MEMBRO " WS-CPF-MASCARADO " RELACAO " GRP-RELACAO
               " DESDE " GRP-DATA-INCLUSAO " SITUACAO " GRP-SITUACAO
               " OPERADOR " GRP-OPERADOR.

      *    A entrada e a saida do grupo saem no log com o operador da
      *    sessao.
       REGISTRAR-MUDANCA-CHGLOG.
           OPEN EXTEND CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               CLOSE CADCLI-CHGLOG
               OPEN OUTPUT CADCLI-CHGLOG
           END-IF
           MOVE WS-CPF-MEMBRO TO CHG-CPF
           MOVE WS-DATA-HOJE  TO CHG-DATA
           MOVE WS-HORA-AGORA TO CHG-HORA
           MOVE "GRPMANUT"    TO CHG-PROGRAMA
           MOVE WS-ACAO-LOG   TO CHG-ACAO
           MOVE WS-OPERADOR   TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

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
