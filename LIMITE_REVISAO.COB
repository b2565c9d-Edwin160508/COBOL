      *>   limite e regravado em CADCLI.DAT e a mudanca sai em        <*
      *>   CADCLI.CHGLOG com o aprovador; rejeitada sai da fila;      <*
      *>   pulada fica para a proxima sessao.                         <*
      *>   Titular menor de idade (CADCLI-MENOR) nao recebe proposta  <*
      *>   nem tem proposta antiga aplicada.                          <*
      *>   Cliente em grupo economico (GRUPO.DAT, ver GRPMANUT): o    <*
      *>   aumento tambem respeita o teto LIMITE-GRUPO da soma dos    <*
      *>   limites do grupo, apurada pelo subprograma GRPEXPO - sem   <*
      *>   folga nao ha proposta, com folga curta a proposta fica no  <*
      *>   que cabe. Na aprovacao o supervisor ve o grupo e o teto e  <*
      *>   o aumento que estourar o grupo e rejeitado.                <*
      *>   A proposta leva quem rodou o PROPOR (sessao ou BATCH) e    <*
      *>   esse operador nao aprova a propria proposta. As propostas  <*
      *>   tambem aparecem na caixa de pendencias do supervisor       <*
      *>   (PENDAPRV), que decide com as mesmas conferencias.         <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Scores de pagamento apurados pelo PAGSCORE.
           SELECT SCORE-ARQ ASSIGN TO "SCORE.PAG"
           COPY SCOREREC.

       FD  LIMITE-PENDENTE.
      *    Layout compartilhado da proposta - ver
      *    copybooks/LIMPEND.CPY.
           COPY LIMPEND.

       FD  LIMITE-TRANSBORDO.
       01  FICTRB-LINHA               PIC X(56).

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
       01  WS-TABELA-SCORES.
           05 WS-SCR-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-SCR-ITEM OCCURS 2000 TIMES.
              10 WS-SCR-CPF         PIC X(14).
              10 WS-SCR-SCORE       PIC 9(03).
       77 WS-SCR-IND            PIC 9(04) VALUE ZEROS.
       77 WS-SCORE-CLIENTE      PIC 9(03) VALUE ZEROS.
       77 WS-SUPERVISOR         PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SESSAO       PIC 9(01) VALUE ZEROS.
       77 WS-DECISAO            PIC X(01) VALUE SPACES.
      *    Quem roda a proposta - a sessao assinada ou BATCH.
       77 WS-SOLICITANTE        PIC X(08) VALUE "BATCH".
       01  WS-TABELA-FICAM.
           05 WS-FIC-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-FIC-REG            PIC X(56) OCCURS 500 TIMES.
       77 WS-FIC-IND            PIC 9(03) VALUE ZEROS.
       77 WS-FICTRB-STATUS       PIC X(02) VALUE "00".
       77 WS-FIC-ESTOUROU        PIC X(01) VALUE "N".
           05 WS-APROVADAS          PIC 9(04) VALUE ZEROS.
           05 WS-REJEITADAS         PIC 9(04) VALUE ZEROS.

      *    Grupo economico: os aumentos ja propostos nesta passada
      *    para cada grupo contam contra o teto junto com os limites
      *    do mestre, para dois membros nao estourarem o grupo.
       01  WS-TABELA-GRUPOS.
           05 WS-GRU-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-GRU-ITEM OCCURS 500 TIMES.
              10 WS-GRU-CODIGO      PIC 9(06).
              10 WS-GRU-ACRESCIMO   PIC 9(11)V99 COMP-3.
       77 WS-GRU-IND            PIC 9(03) VALUE ZEROS.
       77 WS-GRU-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-FOLGA-GRUPO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ACRESCIMO-PEDIDO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-BARRADAS-GRUPO     PIC 9(04) VALUE ZEROS.
       77 WS-REDUZIDAS-GRUPO    PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-EDITADA       PIC Z(10)9.99.
       77 WS-TETO-EDITADO       PIC Z(10)9.99.

      *    Area de chamada do subprograma GRPEXPO.
           COPY GRPAPI.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-EDITADO     PIC Z(08)9.99.
       77 WS-PROPOSTO-EDITADO   PIC Z(08)9.99.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "LIMREV" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

               DISPLAY "SCORE.PAG VAZIO - RODE O PAGSCORE ANTES"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-NIVEL-SUPERVISOR
           IF WS-SUPERVISOR NOT = SPACES
               MOVE WS-SUPERVISOR TO WS-SOLICITANTE
           END-IF

           OPEN OUTPUT LIMITE-PENDENTE
           OPEN INPUT CADCLI-MESTRE
                   AT END
                       SET CADCLI-FIM TO TRUE
                   NOT AT END
                       IF CADCLI-ATIVO AND NOT CADCLI-E-MENOR
                           PERFORM AVALIAR-CLIENTE-REVISAO
                       END-IF
               END-READ

           DISPLAY "PROPOSTAS GERADAS - AUMENTOS "
               WS-PROPOSTAS-AUMENTO " CORTES " WS-PROPOSTAS-CORTE
               " (PENDENTES DE APROVACAO EM LIMITE.PEND)"
           DISPLAY "AUMENTOS BARRADOS PELO TETO DO GRUPO ECONOMICO "
               WS-BARRADAS-GRUPO " REDUZIDOS " WS-REDUZIDAS-GRUPO.

       CARREGAR-SCORES.
           MOVE "N" TO WS-SCORE-FIM
                       CADCLI-LIMITE-CRED * 1.20
                   END-COMPUTE
                   MOVE "S" TO WS-TEM-PROPOSTA
                   PERFORM CONFERIR-TETO-DO-GRUPO
                   IF WS-TEM-PROPOSTA = "S"
                       ADD 1 TO WS-PROPOSTAS-AUMENTO
                   END-IF
               WHEN WS-SCORE-CLIENTE NOT GREATER 30
                   COMPUTE WS-LIMITE-PROPOSTO ROUNDED EQUAL
                       CADCLI-LIMITE-CRED * 0.70
           MOVE WS-SCORE-CLIENTE   TO LIM-SCORE
           MOVE CADCLI-TIER        TO LIM-TIER
           MOVE WS-DATA-HOJE       TO LIM-DATA-PROPOSTA
           MOVE WS-SOLICITANTE     TO LIM-SOLICITANTE
           WRITE LIMITE-REG.

      *    Aumento de cliente em grupo economico: a soma dos limites
      *    do grupo (mestre + aumentos ja propostos nesta passada) nao
      *    passa do teto LIMITE-GRUPO. Sem folga nenhuma o aumento
      *    nao e proposto; com folga menor que o aumento, a proposta
      *    fica no que cabe. Corte nao passa por aqui.
       CONFERIR-TETO-DO-GRUPO.
           MOVE CADCLI-CPF TO GRX-CPF
           MOVE "N"        TO GRX-APURAR-GARANTIAS
           CALL "GRPEXPO" USING GRUPO-CONSULTA-ENTRADA
               GRUPO-CONSULTA-RESULTADO
           IF NOT GRX-COM-GRUPO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-GRU-ACHADO
           PERFORM VARYING WS-GRU-IND FROM 1 BY 1
                   UNTIL WS-GRU-IND > WS-GRU-QTD
               IF WS-GRU-CODIGO (WS-GRU-IND) = GRX-CODIGO
                   MOVE WS-GRU-IND TO WS-GRU-ACHADO
               END-IF
           END-PERFORM
           COMPUTE WS-FOLGA-GRUPO EQUAL
               GRX-TETO-GRUPO - GRX-SOMA-LIMITES
           END-COMPUTE
           IF WS-GRU-ACHADO > ZEROS
               SUBTRACT WS-GRU-ACRESCIMO (WS-GRU-ACHADO)
                   FROM WS-FOLGA-GRUPO
           END-IF
           COMPUTE WS-ACRESCIMO-PEDIDO EQUAL
               WS-LIMITE-PROPOSTO - CADCLI-LIMITE-CRED
           END-COMPUTE
           IF WS-ACRESCIMO-PEDIDO NOT > WS-FOLGA-GRUPO
               PERFORM GUARDAR-ACRESCIMO-GRUPO
               EXIT PARAGRAPH
           END-IF
           IF WS-FOLGA-GRUPO NOT > ZEROS
               MOVE "N" TO WS-TEM-PROPOSTA
               ADD 1 TO WS-BARRADAS-GRUPO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOLGA-GRUPO TO WS-ACRESCIMO-PEDIDO
           COMPUTE WS-LIMITE-PROPOSTO EQUAL
               CADCLI-LIMITE-CRED + WS-ACRESCIMO-PEDIDO
           END-COMPUTE
           ADD 1 TO WS-REDUZIDAS-GRUPO
           PERFORM GUARDAR-ACRESCIMO-GRUPO.

       GUARDAR-ACRESCIMO-GRUPO.
           IF WS-GRU-ACHADO = ZEROS
               IF WS-GRU-QTD NOT < 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRU-QTD
               MOVE WS-GRU-QTD TO WS-GRU-ACHADO
               MOVE GRX-CODIGO TO WS-GRU-CODIGO (WS-GRU-ACHADO)
               MOVE ZEROS TO WS-GRU-ACRESCIMO (WS-GRU-ACHADO)
           END-IF
           ADD WS-ACRESCIMO-PEDIDO TO WS-GRU-ACRESCIMO (WS-GRU-ACHADO).

      *----------------------------------------------------------------*
      *    MODO APROVAR - sessao do supervisor
      *----------------------------------------------------------------*
               " TIER " LIM-TIER
               " LIMITE " WS-LIMITE-EDITADO
               " -> " WS-PROPOSTO-EDITADO
               " POR " LIM-SOLICITANTE
           MOVE LIM-CPF TO GRX-CPF
           MOVE "N"     TO GRX-APURAR-GARANTIAS
           CALL "GRPEXPO" USING GRUPO-CONSULTA-ENTRADA
               GRUPO-CONSULTA-RESULTADO
           IF GRX-COM-GRUPO
               MOVE GRX-SOMA-LIMITES TO WS-SOMA-EDITADA
               MOVE GRX-TETO-GRUPO   TO WS-TETO-EDITADO
               DISPLAY "GRUPO ECONOMICO " GRX-CODIGO " - "
                   GRX-QTD-MEMBROS " MEMBRO(S), LIMITES "
                   WS-SOMA-EDITADA " TETO " WS-TETO-EDITADO
           END-IF
           DISPLAY "DECISAO (A=APROVAR R=REJEITAR P=PULAR): "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
      *    Quem rodou a proposta nao aprova: ela fica na fila para
      *    outro supervisor.
               WHEN "A"
                   IF LIM-SOLICITANTE = WS-SUPERVISOR
                       DISPLAY "PROPOSTA GERADA PELO PROPRIO "
                           "SUPERVISOR - APROVACAO RECUSADA"
                       PERFORM GUARDAR-PROPOSTA-NA-FILA
                   ELSE
                       PERFORM APLICAR-PROPOSTA-NO-MESTRE
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-REJEITADAS
               WHEN OTHER
           END-EVALUATE.

       APLICAR-PROPOSTA-NO-MESTRE.
      *    O teto do grupo e conferido de novo na aprovacao: outras
      *    aprovacoes da sessao, ou a manutencao, podem ter mudado a
      *    soma desde a proposta.
           IF GRX-COM-GRUPO
               AND LIM-LIMITE-PROPOSTO > GRX-LIMITE-CLIENTE
               AND GRX-SOMA-LIMITES - GRX-LIMITE-CLIENTE
                   + LIM-LIMITE-PROPOSTO > GRX-TETO-GRUPO
               DISPLAY "AUMENTO ESTOURA O TETO DO GRUPO ECONOMICO - "
                   "PROPOSTA REJEITADA"
               ADD 1 TO WS-REJEITADAS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADCLI.DAT INDISPONIVEL - PROPOSTA VOLTA A "
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-READ
           IF CADCLI-E-MENOR
               DISPLAY "TITULAR MENOR DE IDADE - PROPOSTA DESCARTADA"
               CLOSE CADCLI-MESTRE
               ADD 1 TO WS-REJEITADAS
               EXIT PARAGRAPH
           END-IF
           MOVE LIM-LIMITE-PROPOSTO TO CADCLI-LIMITE-CRED
           REWRITE CADCLI-REC
               INVALID KEY
