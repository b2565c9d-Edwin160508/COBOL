               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - postagem em conta dormente ou de CDB
      *    e bloqueada no casamento, a transacao vai para o suspense;
      *    os co-titulares decidem o obito em conta conjunta.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *    contas do mesmo cliente, T = trailer.
       01  TRN-ARQ-LINHA.
           05 TRN-TIPO                PIC X(01).
           05 TRN-CORPO               PIC X(76).
       01  TRN-HEADER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 HDR-DATA                PIC 9(08).
      *    ...): dois ciclos da mesma data postam limpos, cada um com
      *    checkpoint e totais proprios.
           05 HDR-CICLO               PIC 9(02).
           05 FILLER                  PIC X(58).
      *    O detalhe carrega o numero da conta do cliente (zeros =
      *    conta corrente padrao), para a postagem e o extrato
      *    cairem na conta certa de quem tem mais de uma.
      *    Agencia de origem carimbada pela critica EDITRN.
           05 TRN-AGENCIA             PIC X(08).
           05 FILLER                  PIC X(07).
      *    Procurador/representante legal que movimentou pelo titular
      *    (espacos = o proprio titular), vindo da digitacao.
           05 TRN-REPRESENTANTE       PIC X(11).
      *    Operador que digitou a linha (espacos = linha de agencia) -
      *    o CSUBTR o grava como solicitante da autorizacao.
           05 TRN-OPERADOR            PIC X(08).
      *    A transferencia carrega as DUAS chaves do ledger (mesmo
      *    CPF, conta debitada e conta creditada): o PROCESSAR posta
      *    as duas pernas como uma unidade - ou as duas caem no
           05 XFR-VALOR               PIC 9(09)V99.
           05 XFR-CONTA-DEB           PIC 9(06).
           05 XFR-CONTA-CRED          PIC 9(06).
           05 FILLER                  PIC X(36).
      *    Correcao (E = estorno, J = ajuste): o detalhe comum mais o
      *    numero da transacao ORIGINAL corrigida - o PROCESSAR posta
      *    o movimento oposto e liga as duas no extrato.
           05 COR-VALOR               PIC 9(09)V99.
           05 COR-CONTA               PIC 9(06).
           05 COR-ORIGINAL            PIC 9(06).
           05 FILLER                  PIC X(36).
       01  TRN-TRAILER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRL-QTD                 PIC 9(06).
           05 TRL-HASH-VALOR          PIC 9(11)V99.
           05 FILLER                  PIC X(57).

       FD  LACO-TRANSACOES-DET.
       01  TRN-DET-REC.
           05 TRN-DET-CONTA           PIC 9(06).
           05 TRN-DET-DATA-VALOR      PIC 9(08).
           05 TRN-DET-AGENCIA         PIC X(08).
           05 TRN-DET-REPRESENTANTE   PIC X(11).
           05 TRN-DET-OPERADOR        PIC X(08).

       FD  LACO-TRANSFER.
       01  XFT-REC.
           05 SRT-CONTA               PIC 9(06).
           05 SRT-DATA-VALOR          PIC 9(08).
           05 SRT-AGENCIA             PIC X(08).
           05 SRT-REPRESENTANTE       PIC X(11).
           05 SRT-OPERADOR            PIC X(08).

       FD  LACO-TRANSACOES-ORD.
       01  TRN-ORD-REC.
           05 TRN-ORD-CONTA           PIC 9(06).
           05 TRN-ORD-DATA-VALOR      PIC 9(08).
           05 TRN-ORD-AGENCIA         PIC X(08).
           05 TRN-ORD-REPRESENTANTE   PIC X(11).
           05 TRN-ORD-OPERADOR        PIC X(08).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    Agencia de origem do movimento - e por ela que o
      *    consolidado AGCONSOL fecha o dia por agencia.
           05 REG-AGENCIA             PIC X(08).
      *    Natureza e valor do movimento - e por eles que a apuracao
      *    do programa de pontos (PTSAPURA) pontua o cliente: D =
      *    debito (detalhe do CSUBTR), T = transferencia entre
      *    contas, C = correcao (nao pontua). Registros antigos sem
      *    os campos entram com espacos e nao pontuam.
           05 REG-TIPO                PIC X(01).
           05 REG-VALOR               PIC 9(09)V99.

       FD  LACO-EXTRATO.
       01  EXTRATO-LINHA              PIC X(80) VALUE SPACES.
           05 PST-CPF                 PIC X(11).
           05 PST-CICLO               PIC 9(02).
           05 PST-AGENCIA             PIC X(08).
           05 PST-TIPO                PIC X(01).
           05 PST-VALOR               PIC 9(09)V99.

       WORKING-STORAGE SECTION.

           88 POSTADAS-FIM                VALUE "S".
       77  WS-PST-NUMERO               PIC 9(06) VALUE ZEROS.
       77  WS-PST-CPF                  PIC X(11) VALUE SPACES.
       77  WS-PST-TIPO                 PIC X(01) VALUE SPACES.
       77  WS-PST-VALOR                PIC 9(09)V99 VALUE ZEROS.

      *    Transferencias entre contas do mesmo cliente (tipo X).
       77  WS-TRANSFER-STATUS          PIC X(02) VALUE "00".
           88 CONTA-DISPONIVEL           VALUE "S".
       77  WS-CONTA-CONFERIDA         PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO-SUSPENSE         PIC X(30) VALUE SPACES.
      *    Obito em conta com co-titulares: a solidaria segue com os
      *    sobreviventes, a conjunta congela.
       77  WS-TITULAR-FALECIDO        PIC X(01) VALUE "N".
       77  WS-COTIT-VIVOS             PIC 9(01) VALUE ZEROS.
       77  WS-COTIT-FALECIDOS         PIC 9(01) VALUE ZEROS.
       77  WS-IND-COTIT               PIC 9(01) VALUE ZEROS.
       77  WS-SUSPENSE-STATUS         PIC X(02) VALUE "00".

      *    Protecao contra reprocessamento entre execucoes: numeros
              10 WS-NOV-NUMERO        PIC 9(06).
              10 WS-NOV-CPF           PIC X(11).
              10 WS-NOV-AGENCIA       PIC X(08).
              10 WS-NOV-TIPO          PIC X(01).
              10 WS-NOV-VALOR         PIC 9(09)V99.
       77  WS-NOV-IND                 PIC 9(04) VALUE ZEROS.

      *    Transacoes de fato contabilizadas nesta execucao (e as ja
      *    regravado so com elas no fim da passada.
       01  WS-TABELA-ACEITAS.
           05 WS-ACE-QTD              PIC 9(04) VALUE ZEROS.
           05 WS-ACE-REC              PIC X(69) OCCURS 5000 TIMES.
       77  WS-ACE-IND                 PIC 9(04) VALUE ZEROS.
       77  WS-ACE-CHEIA               PIC X(01) VALUE "N".

           05 BARRA2 PIC X(01) VALUE '/'.
           05 ANO    PIC X(04).

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.


       PROCEDURE DIVISION.

      *    devolva o controle aqui ao chegar na proxima SECTION, em
      *    vez de continuar direto (fall-through) para dentro dela.
       MAINLINE SECTION.
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "LACO" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INICIALIZAR
           PERFORM PROCESSAR
           PERFORM FINALIZAR.
                           MOVE ZEROS TO TRN-DET-DATA-VALOR
                       END-IF
                       MOVE TRN-AGENCIA TO TRN-DET-AGENCIA
                       MOVE TRN-REPRESENTANTE TO TRN-DET-REPRESENTANTE
                       MOVE TRN-OPERADOR TO TRN-DET-OPERADOR
                       WRITE TRN-DET-REC
                   WHEN "X"
      *    Transferencia entre contas: entra na contagem e no hash do
      *    CPF existe no mestre.
       CASAR-TRANSACAO-CADASTRO.
           MOVE "N" TO WS-TRANSACAO-CASADA
           MOVE "N" TO WS-TITULAR-FALECIDO
           MOVE SPACES TO WS-MOTIVO-SUSPENSE
           IF NOT CADCLI-DISPONIVEL
               MOVE "CADASTRO MESTRE INDISPONIVEL" TO WS-MOTIVO-SUSPENSE
                       IF CADCLI-FALECIDO
                           MOVE "TITULAR FALECIDO - CONGELADO"
                               TO WS-MOTIVO-SUSPENSE
                           MOVE "S" TO WS-TITULAR-FALECIDO
                       ELSE
                           MOVE "S" TO WS-TRANSACAO-CASADA
                       END-IF
           END-IF
      *    Conta dormente nao recebe postagem: a transacao cai no
      *    suspense ate a agencia reativar a conta.
           IF (TRANSACAO-CASADA OR WS-TITULAR-FALECIDO = "S")
               AND CONTA-DISPONIVEL
               IF TRN-ORD-CONTA IS NUMERIC AND TRN-ORD-CONTA > ZEROS
                   MOVE TRN-ORD-CONTA TO WS-CONTA-CONFERIDA
               ELSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CONTA-SEM-COTITULAR
                           PERFORM CONFERIR-OBITO-COTITULARES
                       END-IF
                       IF CONTA-DORMENTE
                           MOVE "N" TO WS-TRANSACAO-CASADA
                           MOVE "CONTA DORMENTE - POSTAGEM BLOQUEADA"
                               TO WS-MOTIVO-SUSPENSE
                       END-IF
      *    Conta de deposito a prazo so movimenta pela aplicacao e
      *    pelo resgate do CDB.
                       IF CONTA-PRAZO
                           MOVE "N" TO WS-TRANSACAO-CASADA
                           MOVE "CONTA CDB - SO MOVIMENTA NO RESGATE"
                               TO WS-MOTIVO-SUSPENSE
                       END-IF
               END-READ
           END-IF.

      *    Conta com co-titulares (ver copybooks/CONTAREC.CPY): na
      *    conjunta (e) o obito de qualquer titular congela a conta;
      *    na solidaria (e/ou) o obito do titular nao congela enquanto
      *    houver co-titular vivo - o lancamento segue na chave do
      *    titular, que e a do ledger.
       CONFERIR-OBITO-COTITULARES.
           MOVE ZEROS TO WS-COTIT-VIVOS WS-COTIT-FALECIDOS
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF(WS-IND-COTIT) NOT = SPACES
                   MOVE CONTA-COTITULAR-CPF(WS-IND-COTIT) TO CADCLI-CPF
                   READ CADCLI-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CADCLI-FALECIDO
                               ADD 1 TO WS-COTIT-FALECIDOS
                           ELSE
                               ADD 1 TO WS-COTIT-VIVOS
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CONTA-CONJUNTA
                   AND (WS-TITULAR-FALECIDO = "S"
                        OR WS-COTIT-FALECIDOS > ZEROS)
                   MOVE "N" TO WS-TRANSACAO-CASADA
                   MOVE "CONTA CONJUNTA COM OBITO"
                       TO WS-MOTIVO-SUSPENSE
               WHEN CONTA-SOLIDARIA AND WS-TITULAR-FALECIDO = "S"
                   AND WS-COTIT-VIVOS > ZEROS
                   MOVE "S" TO WS-TRANSACAO-CASADA
                   MOVE SPACES TO WS-MOTIVO-SUSPENSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Posta as transferencias entre contas (tipo X) separadas na
      *    conferencia do arquivo: cada uma e casada com o cadastro
      *    e conferida no registro de repetidas, e as duas pernas
                       MOVE "S" TO WS-TRANSACAO-CASADA
               END-READ
           END-IF
           IF TRANSACAO-CASADA AND CONTA-DISPONIVEL
               PERFORM CONFERIR-TRANSFER-CONTA-CDB
           END-IF
           IF NOT TRANSACAO-CASADA
               PERFORM GRAVAR-TRANSFER-SUSPENSE
               EXIT PARAGRAPH
      *    registro de processadas so e gravado no fim da execucao.
           MOVE XFT-NUMERO TO WS-PST-NUMERO
           MOVE XFT-CPF    TO WS-PST-CPF
           MOVE "T"        TO WS-PST-TIPO
           MOVE XFT-VALOR  TO WS-PST-VALOR
           PERFORM GRAVAR-POSTADA-DURAVEL

           ADD 1 TO WS-TRANSF-POSTADAS
               MOVE XFT-NUMERO    TO WS-NOV-NUMERO (WS-NOV-QTD)
               MOVE XFT-CPF       TO WS-NOV-CPF (WS-NOV-QTD)
               MOVE WS-HDR-ORIGEM TO WS-NOV-AGENCIA (WS-NOV-QTD)
               MOVE "T"           TO WS-NOV-TIPO (WS-NOV-QTD)
               MOVE XFT-VALOR     TO WS-NOV-VALOR (WS-NOV-QTD)
           END-IF
           PERFORM GRAVAR-EXTRATO-TRANSFER.

      *    Nenhuma das pernas pode cair em conta de deposito a
      *    prazo: o saldo do CDB so muda na aplicacao e no resgate.
       CONFERIR-TRANSFER-CONTA-CDB.
           MOVE XFT-CONTA-DEB TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTA-PRAZO
                       MOVE "N" TO WS-TRANSACAO-CASADA
                   END-IF
           END-READ
           MOVE XFT-CONTA-CRED TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTA-PRAZO
                       MOVE "N" TO WS-TRANSACAO-CASADA
                   END-IF
           END-READ
           IF NOT TRANSACAO-CASADA
               MOVE "CONTA CDB - SO MOVIMENTA NO RESGATE"
                   TO WS-MOTIVO-SUSPENSE
           END-IF.

      *    Perna de debito: a conta de origem tem que existir no
      *    ledger e cobrir o valor - transferencia nao abre
      *    descoberto. Journal ANTES da regravacao do saldo. O valor
      *    bloqueado por ordem judicial nao conta como saldo.
       POSTAR-PERNA-DEBITO.
           MOVE "N" TO WS-PERNA-DEBITO-OK
           MOVE XFT-CPF       TO LEDGER-CPF
                   TO WS-MOTIVO-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           IF WS-SALDO-TRANSF - LEDGER-BLOQUEADO < XFT-VALOR
               MOVE "SALDO BLOQUEADO JUDICIALMENTE"
                   TO WS-MOTIVO-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALDO-TRANSF TO WS-SALDO-ANTES-TRANSF
           SUBTRACT XFT-VALOR FROM WS-SALDO-TRANSF
           MOVE XFT-CONTA-DEB TO JRN-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-TRANSF
                   MOVE ZEROS TO LEDGER-BLOQUEADO
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WS-SALDO-TRANSF
           END-READ
           MOVE WS-HORA-JOURNAL        TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE WS-HDR-ORIGEM          TO JRN-AGENCIA
           MOVE SPACES                 TO JRN-REPRESENTANTE
           MOVE SPACES                 TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

           PERFORM POSTAR-CORRECAO-LEDGER
           MOVE COT-NUMERO TO WS-PST-NUMERO
           MOVE COT-CPF    TO WS-PST-CPF
           MOVE "C"        TO WS-PST-TIPO
           MOVE COT-VALOR  TO WS-PST-VALOR
           PERFORM GRAVAR-POSTADA-DURAVEL
           ADD 1 TO WS-CORRECOES-POSTADAS
           ADD 1 TO WS-REGISTROS-PROC
               MOVE COT-NUMERO    TO WS-NOV-NUMERO (WS-NOV-QTD)
               MOVE COT-CPF       TO WS-NOV-CPF (WS-NOV-QTD)
               MOVE WS-HDR-ORIGEM TO WS-NOV-AGENCIA (WS-NOV-QTD)
               MOVE "C"           TO WS-NOV-TIPO (WS-NOV-QTD)
               MOVE COT-VALOR     TO WS-NOV-VALOR (WS-NOV-QTD)
           END-IF
           PERFORM GRAVAR-EXTRATO-CORRECAO.

           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-TRANSF
                   MOVE ZEROS TO LEDGER-BLOQUEADO
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WS-SALDO-TRANSF
           END-READ
           MOVE WS-HORA-JOURNAL        TO JRN-HORA
           MOVE ZEROS                  TO JRN-DATA-VALOR
           MOVE WS-HDR-ORIGEM          TO JRN-AGENCIA
           MOVE SPACES                 TO JRN-REPRESENTANTE
           MOVE SPACES                 TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

                       MOVE PST-NUMERO  TO WS-NOV-NUMERO (WS-NOV-QTD)
                       MOVE PST-CPF     TO WS-NOV-CPF (WS-NOV-QTD)
                       MOVE PST-AGENCIA TO WS-NOV-AGENCIA (WS-NOV-QTD)
                       MOVE PST-TIPO    TO WS-NOV-TIPO (WS-NOV-QTD)
                       MOVE PST-VALOR   TO WS-NOV-VALOR (WS-NOV-QTD)
                   END-IF
               END-IF
               READ LACO-POSTADAS
           MOVE WS-PST-CPF    TO PST-CPF
           MOVE WS-HDR-CICLO  TO PST-CICLO
           MOVE WS-HDR-ORIGEM TO PST-AGENCIA
           MOVE WS-PST-TIPO   TO PST-TIPO
           MOVE WS-PST-VALOR  TO PST-VALOR
           WRITE POSTADAS-REG
           CLOSE LACO-POSTADAS.

               MOVE TRN-ORD-NUMERO  TO WS-NOV-NUMERO (WS-NOV-QTD)
               MOVE TRN-ORD-CPF     TO WS-NOV-CPF (WS-NOV-QTD)
               MOVE TRN-ORD-AGENCIA TO WS-NOV-AGENCIA (WS-NOV-QTD)
               MOVE "D"             TO WS-NOV-TIPO (WS-NOV-QTD)
               MOVE TRN-ORD-VALOR   TO WS-NOV-VALOR (WS-NOV-QTD)
           END-IF.

      *    Acrescenta ao registro os numeros processados pela
               MOVE WS-NOV-CPF (WS-NOV-IND) TO REG-CPF
               MOVE WS-HDR-CICLO TO REG-CICLO
               MOVE WS-NOV-AGENCIA (WS-NOV-IND) TO REG-AGENCIA
               MOVE WS-NOV-TIPO (WS-NOV-IND) TO REG-TIPO
               MOVE WS-NOV-VALOR (WS-NOV-IND) TO REG-VALOR
               WRITE TRNPROC-REG
           END-PERFORM
           CLOSE TRNPROC-REGISTRO.
