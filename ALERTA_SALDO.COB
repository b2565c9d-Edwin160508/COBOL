      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ALRTSALD.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Manutencao do alerta de saldo baixo: o cliente escolhe,    <*
      *>   por conta, o valor abaixo do qual quer ser avisado. No     <*
      *>   modo CADASTRAR o operador grava (ou altera) o limite do    <*
      *>   CPF + conta em ALERTA.SALDO, conferindo em CONTA.DAT que   <*
      *>   a conta existe, pertence ao CPF e esta ativa; o limite     <*
      *>   novo rearma o aviso. No modo CANCELAR o registro fica com  <*
      *>   situacao C como historico da escolha. Operador da sessao   <*
      *>   e data da mudanca ficam no registro. O aviso em si sai do  <*
      *>   ALRTGERA pela fila de notificacoes.                        <*
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
      *    Limites de saldo baixo escolhidos pelos clientes.
           SELECT ALERTA-SALDO ASSIGN TO "ALERTA.SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALS-CHAVE
               FILE STATUS IS WS-ALERTA-STATUS.
      *    Cadastro de contas - a conta tem que ser do CPF e ativa.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Sessao do operador logado.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  ALERTA-SALDO.
      *    Layout compartilhado do limite de saldo baixo - ver
      *    copybooks/ALSALDREC.CPY.
           COPY ALSALDREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-ALERTA-STATUS      PIC X(02) VALUE "00".
           88 ALERTA-OK             VALUE "00".
           88 ALERTA-NAO-ACHOU      VALUE "23" "35".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".

      *    Modo pedido ao operador.
       77 WS-MODO-ALERTA        PIC X(01) VALUE SPACES.
           88 MODO-CADASTRAR        VALUE "C".
           88 MODO-CANCELAR         VALUE "X".

      *    Entrada do limite.
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-CONTA-DIGITADA     PIC X(06) VALUE SPACES.
       77 WS-LIMITE-DIGITADO    PIC X(12) VALUE SPACES.
       77 WS-LIMITE             PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOTIVO-RECUSA      PIC X(60) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(08)9.99.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "ALRTSALD" TO LYX-PROGRAMA
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM IDENTIFICAR-OPERADOR-SESSAO

           DISPLAY "MODO (C=CADASTRAR/ALTERAR X=CANCELAR): "
           ACCEPT WS-MODO-ALERTA
           IF NOT MODO-CADASTRAR AND NOT MODO-CANCELAR
               DISPLAY "MODO INVALIDO [" WS-MODO-ALERTA "]"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "CPF DO TITULAR: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "NUMERO DA CONTA: "
           ACCEPT WS-CONTA-DIGITADA
           IF MODO-CADASTRAR
               DISPLAY "AVISAR QUANDO O SALDO FICAR ABAIXO DE (R$): "
               ACCEPT WS-LIMITE-DIGITADO
           END-IF

           PERFORM VALIDAR-LIMITE
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "OPERACAO RECUSADA - " WS-MOTIVO-RECUSA
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ABRIR-ALERTA-SALDO
           IF MODO-CADASTRAR
               PERFORM GRAVAR-LIMITE-SALDO
           ELSE
               PERFORM CANCELAR-LIMITE-SALDO
           END-IF
           CLOSE ALERTA-SALDO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "OPERACAO RECUSADA - " WS-MOTIVO-RECUSA
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Conta numerica, cadastrada, do CPF informado e ativa;
      *    limite numerico e maior que zero.
       VALIDAR-LIMITE.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF WS-CONTA-DIGITADA IS NOT NUMERIC
               MOVE "CONTA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF MODO-CADASTRAR
               IF FUNCTION TRIM(WS-LIMITE-DIGITADO) = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-LIMITE-DIGITADO)
                       NOT = ZEROS
                   MOVE "LIMITE NAO NUMERICO" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LIMITE EQUAL
                   FUNCTION NUMVAL(WS-LIMITE-DIGITADO)
               END-COMPUTE
               IF WS-LIMITE NOT > ZEROS
                   MOVE "LIMITE TEM QUE SER MAIOR QUE ZERO"
                       TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE CONTA-NUMERO EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTA-CPF NOT = WS-CPF-CLIENTE
                           MOVE "CONTA NAO PERTENCE AO CPF"
                               TO WS-MOTIVO-RECUSA
                       WHEN MODO-CADASTRAR AND NOT CONTA-ATIVA
                           MOVE "CONTA NAO ESTA ATIVA"
                               TO WS-MOTIVO-RECUSA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE CONTA-ARQ.

       ABRIR-ALERTA-SALDO.
           OPEN I-O ALERTA-SALDO
           IF ALERTA-NAO-ACHOU
               OPEN OUTPUT ALERTA-SALDO
               CLOSE ALERTA-SALDO
               OPEN I-O ALERTA-SALDO
           END-IF.

      *    Limite novo ou alterado: a marca de aviso e rearmada - o
      *    proximo ALRTGERA compara o saldo com o limite novo.
       GRAVAR-LIMITE-SALDO.
           MOVE WS-CPF-CLIENTE TO ALS-CPF
           COMPUTE ALS-CONTA EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           MOVE WS-LIMITE    TO ALS-LIMITE
           MOVE "A"          TO ALS-SITUACAO
           MOVE "N"          TO ALS-ABAIXO
           MOVE WS-DATA-HOJE TO ALS-DATA-MUDANCA
           MOVE WS-OPERADOR  TO ALS-OPERADOR
           WRITE ALSALD-REG
               INVALID KEY
                   REWRITE ALSALD-REG
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR ALERTA.SALDO"
                               TO WS-MOTIVO-RECUSA
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           MOVE WS-LIMITE TO WS-VALOR-EDITADO
           DISPLAY "ALERTA DE SALDO ATIVO - CONTA " ALS-CONTA
               " LIMITE R$ " WS-VALOR-EDITADO.

      *    O registro fica com situacao C - historico da escolha.
       CANCELAR-LIMITE-SALDO.
           MOVE WS-CPF-CLIENTE TO ALS-CPF
           COMPUTE ALS-CONTA EQUAL
               FUNCTION NUMVAL(WS-CONTA-DIGITADA)
           END-COMPUTE
           READ ALERTA-SALDO
               INVALID KEY
                   MOVE "NENHUM ALERTA DE SALDO PARA O CPF/CONTA"
                       TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
           END-READ
           IF ALS-CANCELADO
               MOVE "ALERTA DE SALDO JA CANCELADO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE "C"          TO ALS-SITUACAO
           MOVE WS-DATA-HOJE TO ALS-DATA-MUDANCA
           MOVE WS-OPERADOR  TO ALS-OPERADOR
           REWRITE ALSALD-REG
               INVALID KEY
                   MOVE "ERRO AO GRAVAR ALERTA.SALDO"
                       TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "ALERTA DE SALDO CANCELADO - CONTA " ALS-CONTA.

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
