      *>   RUNSEQ.CTL) e grava a conta em CONTA.DAT. Um cliente pode  <*
      *>   abrir quantas contas precisar - as transacoes e o ledger   <*
      *>   carregam o numero da conta para a postagem cair na certa.  <*
      *>   Cliente retido pela triagem de listas restritivas (PEP e   <*
      *>   sancoes) nao abre conta ate a compliance liberar; cliente  <*
      *>   com o prazo de recadastramento (RECADAST) vencido, ate a   <*
      *>   manutencao registrar a confirmacao dos dados.              <*
      *>   Tipo T = deposito a prazo (CDB): o operador informa a      <*
      *>   conta corrente de origem do titular, o valor, o prazo em   <*
      *>   dias, a taxa ao ano e se o contrato aceita resgate         <*
      *>   antecipado; o valor sai da corrente (saldo livre de        <*
      *>   bloqueio judicial) para o ledger da conta nova, as duas    <*
      *>   pernas journaladas, e o contrato vai para CDB.DAT (ver     <*
      *>   copybooks/CDBREC.CPY). Faixas em data/PARAMRUN.CTL:        <*
      *>   CDB-VALOR-MINIMO (centavos), CDB-PRAZO-MINIMO e CDB-PRAZO- <*
      *>   MAXIMO (dias).                                             <*
      *>   Corrente e poupanca podem ser conjuntas: depois do         <*
      *>   garantidor o operador informa ate tres co-titulares (branco<*
      *>   encerra), cada um ativo no mestre e sem obito registrado, e<*
      *>   a movimentacao - S = solidaria (e/ou, qualquer titular     <*
      *>   movimenta sozinho) ou C = conjunta (e, so com todos). O    <*
      *>   ledger segue na chave do titular; ver                      <*
      *>   copybooks/CONTAREC.CPY.                                    <*
      *>   Pessoa juridica abre pelo CNPJ (14 digitos) so corrente ou <*
      *>   poupanca, sem co-titulares: o CDB e a conta conjunta sao   <*
      *>   produtos de pessoa fisica.                                 <*
      *>   Grupo economico (GRUPO.DAT, somado pelo subprograma        <*
      *>   GRPEXPO): conta corrente nao abre para titular cujo grupo  <*
      *>   ja passa do teto LIMITE-GRUPO de limites; o garantidor nao <*
      *>   pode ser do grupo do titular (a garantia nao sai do mesmo  <*
      *>   risco) e o que o grupo do garantidor inteiro ja garante    <*
      *>   tambem fica sob o teto LIMITE-GARANTIDOR.                  <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contador de numero de conta, persistido entre execucoes -
      *    mesmo formato do RUNSEQ.CTL dos jobs batch.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Contratos de deposito a prazo, indexados pela conta T.
           SELECT CDB-ARQ ASSIGN TO "CDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-CONTA
               FILE STATUS IS WS-CDB-STATUS.
      *    Ledger de saldos - aplicacao do CDB.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.

      *================================================================*
       DATA                                          DIVISION.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).

       FD  CDB-ARQ.
      *    Layout compartilhado do CDB - ver copybooks/CDBREC.CPY.
           COPY CDBREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC             PIC 9(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-CONTA-STATUS    PIC X(02) VALUE "00".
           88 CTANUM-OK         VALUE "00".
           88 CTANUM-NAO-ACHOU  VALUE "35".

       77 WS-CPF-TITULAR     PIC X(14) VALUE SPACES.
       77 WS-TIPO-CONTA      PIC X(01) VALUE SPACES.

      *    Garantidor (co-responsavel) opcional da conta nova.
       77 WS-CONTA-VARRE-FIM PIC X(01) VALUE "N".
           88 CONTA-VARRE-FIM   VALUE "S".
       77 WS-CONTA-GUARDADA  PIC 9(06) VALUE ZEROS.
       77 WS-CPF-DO-TITULAR-GAR PIC X(14) VALUE SPACES.
       77 WS-CONTINUAR       PIC X(01) VALUE "S".
           88 CONTINUAR-ABERTURA    VALUE "S".
       77 WS-TITULAR-OK      PIC X(01) VALUE "N".
       77 WS-TITULAR-PJ      PIC X(01) VALUE "N".
       77 WS-PROXIMA-CONTA   PIC 9(06) VALUE ZEROS.

      *    Grupo economico do titular e do garantidor.
       77 WS-GRUPO-OK        PIC X(01) VALUE "N".
       77 WS-IND-MEMBRO      PIC 9(02) VALUE ZEROS.
       77 WS-GARANTIDOR-NO-GRUPO PIC X(01) VALUE "N".
      *    Area de chamada do subprograma GRPEXPO.
           COPY GRPAPI.

      *    Co-titulares da conta conjunta (ate tres alem do titular).
       01  WS-COTITULARES.
           05 WS-COTITULAR-CPF   PIC X(11) OCCURS 3 TIMES.
       77 WS-QTD-COTITULARES PIC 9(01) VALUE ZEROS.
       77 WS-IND-COTIT       PIC 9(01) VALUE ZEROS.
       77 WS-IND-COTIT-2     PIC 9(01) VALUE ZEROS.
       77 WS-CPF-COTITULAR   PIC X(11) VALUE SPACES.
       77 WS-COTITULAR-OK    PIC X(01) VALUE "N".
       77 WS-COTITULARES-OK  PIC X(01) VALUE "N".
       77 WS-FIM-COTITULARES PIC X(01) VALUE "N".
       77 WS-MOVIMENTACAO    PIC X(01) VALUE SPACES.

      *    Aplicacao do deposito a prazo (conta tipo T).
       77 WS-CDB-STATUS      PIC X(02) VALUE "00".
           88 CDB-NAO-ACHOU     VALUE "23" "35".
       77 WS-LEDGER-STATUS   PIC X(02) VALUE "00".
           88 LEDGER-NAO-ACHOU  VALUE "23" "35".
       77 WS-JOURNAL-STATUS  PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU VALUE "35".
       77 WS-RUNSEQ-STATUS   PIC X(02) VALUE "00".
           88 RUNSEQ-OK         VALUE "00".
       77 WS-CDB-VALOR-MINIMO PIC 9(11)V99 COMP-3 VALUE 1000.
       77 WS-CDB-PRAZO-MINIMO PIC 9(05) VALUE 30.
       77 WS-CDB-PRAZO-MAXIMO PIC 9(05) VALUE 1800.
       77 WS-CDB-OK          PIC X(01) VALUE "N".
       77 WS-CDB-ORIGEM-DIG  PIC X(06) VALUE SPACES.
       77 WS-CDB-VALOR-DIG   PIC X(13) VALUE SPACES.
       77 WS-CDB-PRAZO-DIG   PIC X(05) VALUE SPACES.
       77 WS-CDB-TAXA-DIG    PIC X(04) VALUE SPACES.
       77 WS-CDB-ANTECIPADO  PIC X(01) VALUE SPACES.
       77 WS-CDB-CONTA-ORIGEM PIC 9(06) VALUE ZEROS.
       77 WS-CDB-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WS-CDB-PRAZO       PIC 9(05) VALUE ZEROS.
       77 WS-CDB-TAXA        PIC 9(02)V99 VALUE ZEROS.
       77 WS-CDB-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-VENCTO PIC 9(07) VALUE ZEROS.
       77 WS-SALDO-ANTES     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CPF-JORNAL      PIC X(14) VALUE SPACES.
       77 WS-CONTA-JORNAL    PIC 9(06) VALUE ZEROS.
       77 WS-SEQUENCIAL      PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO   PIC Z(10)9.99.

       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA      PIC 9(08) VALUE ZEROS.

      *    Mesma mascara de CPF das transacoes online: so os 2
      *    ultimos digitos ficam visiveis.
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
           MOVE "CTAABRE" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-PARAMETRO-GARANTIDOR
           PERFORM UNTIL NOT CONTINUAR-ABERTURA
               DISPLAY "CPF/CNPJ DO TITULAR (99999999999 PARA SAIR): "
               ACCEPT WS-CPF-TITULAR
               IF WS-CPF-TITULAR = "99999999999"
                   MOVE "N" TO WS-CONTINUAR
      *    nao se abre para cliente inativado.
       VERIFICAR-TITULAR-ATIVO.
           MOVE "N" TO WS-TITULAR-OK
           MOVE "N" TO WS-TITULAR-PJ
           MOVE WS-CPF-TITULAR TO CADCLI-CPF
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
                           WHEN CADCLI-INATIVO
                               DISPLAY "CLIENTE INATIVO - ABERTURA "
                                   "NEGADA"
      *    Retido na triagem de listas restritivas: nada abre ate a
      *    decisao da compliance.
                           WHEN CADCLI-EM-REVISAO
                               DISPLAY "CLIENTE RETIDO PARA A "
                                   "COMPLIANCE - ABERTURA NEGADA"
      *    Cliente negativado no bureau nao abre conta nova ate a
      *    divida se resolver e a exclusao sair.
                           WHEN CADCLI-ESTA-NEGATIVADO
                               DISPLAY "CLIENTE NEGATIVADO NO BUREAU "
                                   "- ABERTURA NEGADA"
      *    Pedido de recadastramento com o prazo vencido sem a
      *    confirmacao dos dados: nada abre ate o CADMANUT registrar.
                           WHEN CADCLI-PRAZO-RECAD > ZEROS
                               AND CADCLI-PRAZO-RECAD < WS-DATA-HOJE
                               DISPLAY "RECADASTRAMENTO VENCIDO EM "
                                   CADCLI-PRAZO-RECAD
                                   " - ABERTURA NEGADA"
                           WHEN OTHER
                               MOVE "S" TO WS-TITULAR-OK
                               IF CADCLI-PESSOA-JURIDICA
                                   MOVE "S" TO WS-TITULAR-PJ
                               END-IF
                               DISPLAY "TITULAR: " CADCLI-NOME
                       END-EVALUATE
               END-READ
           END-IF.

       ABRIR-CONTA-TITULAR.
           DISPLAY "TIPO DA CONTA (C=CORRENTE P=POUPANCA "
               "T=CDB A PRAZO): "
           ACCEPT WS-TIPO-CONTA
           IF WS-TIPO-CONTA NOT = "C" AND WS-TIPO-CONTA NOT = "P"
               AND WS-TIPO-CONTA NOT = "T"
               DISPLAY "TIPO INVALIDO [" WS-TIPO-CONTA "]"
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-CONTA = "T" AND WS-TITULAR-PJ = "S"
               DISPLAY "CDB SO PARA PESSOA FISICA - ABERTURA NEGADA"
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-CONTA = "C"
               PERFORM CONFERIR-GRUPO-TITULAR
               IF WS-GRUPO-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-CPF-GARANTIDOR
           MOVE SPACES TO WS-COTITULARES
           MOVE SPACES TO WS-MOVIMENTACAO
           IF WS-TIPO-CONTA = "T"
      *    Deposito a prazo: a aplicacao e conferida antes de a conta
      *    ser numerada - sem garantidor, o dinheiro e do titular.
               PERFORM RECEBER-APLICACAO-CDB
               IF WS-CDB-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *    Conta de maior risco pode exigir um garantidor: o CPF
      *    informado e validado no mestre (ativo, nao negativado) e
      *    contra o teto de exposicao que ele ja garante.
               DISPLAY "CPF DO GARANTIDOR (BRANCO = SEM GARANTIDOR): "
               ACCEPT WS-CPF-GARANTIDOR
               IF WS-CPF-GARANTIDOR NOT = SPACES
                   PERFORM VALIDAR-GARANTIDOR
                   IF WS-GARANTIDOR-OK NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *    Corrente e poupanca podem ser conjuntas; o CDB fica sempre
      *    em nome de um so titular, e a conta da pessoa juridica
      *    tambem.
               IF WS-TITULAR-PJ NOT = "S"
                   PERFORM RECEBER-COTITULARES
                   IF WS-COTITULARES-OK NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE WS-DATA-HOJE     TO CONTA-DATA-ABERTURA
           MOVE "A"              TO CONTA-SITUACAO
           MOVE WS-CPF-GARANTIDOR TO CONTA-CPF-GARANTIDOR
           MOVE WS-MOVIMENTACAO  TO CONTA-MOVIMENTACAO
           MOVE WS-COTITULARES   TO CONTA-COTITULARES
           WRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTA - STATUS "
           END-WRITE
           CLOSE CONTA-ARQ

           IF WS-TIPO-CONTA = "T"
               PERFORM EFETIVAR-APLICACAO-CDB
           END-IF

           MOVE WS-CPF-TITULAR TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           DISPLAY "CONTA " WS-PROXIMA-CONTA " ABERTA PARA O CPF "
               WS-CPF-MASCARADO
           IF WS-QTD-COTITULARES > ZEROS
               DISPLAY "CONTA CONJUNTA COM " WS-QTD-COTITULARES
                   " CO-TITULAR(ES) - MOVIMENTACAO " WS-MOVIMENTACAO
           END-IF.

      *    Co-titulares: ate tres CPFs alem do titular, cada um
      *    existente e ativo no mestre (nem inativo, nem retido na
      *    compliance, nem com obito registrado), sem repetir o
      *    titular, o garantidor ou outro co-titular. Com pelo menos
      *    um, o operador diz como a conta movimenta: S = solidaria
      *    (e/ou), C = conjunta (e).
       RECEBER-COTITULARES.
           MOVE "N" TO WS-COTITULARES-OK
           MOVE ZEROS TO WS-QTD-COTITULARES
           MOVE "N" TO WS-FIM-COTITULARES
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3 OR WS-FIM-COTITULARES = "S"
               DISPLAY "CPF DO CO-TITULAR " WS-IND-COTIT
                   " (BRANCO = NAO HA MAIS): "
               ACCEPT WS-CPF-COTITULAR
               IF WS-CPF-COTITULAR = SPACES
                   MOVE "S" TO WS-FIM-COTITULARES
               ELSE
                   PERFORM VALIDAR-COTITULAR
                   IF WS-COTITULAR-OK NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-QTD-COTITULARES
                   MOVE WS-CPF-COTITULAR
                       TO WS-COTITULAR-CPF(WS-QTD-COTITULARES)
               END-IF
           END-PERFORM
           IF WS-QTD-COTITULARES > ZEROS
               DISPLAY "MOVIMENTACAO (S=SOLIDARIA E/OU  "
                   "C=CONJUNTA E): "
               ACCEPT WS-MOVIMENTACAO
               IF WS-MOVIMENTACAO NOT = "S"
                   AND WS-MOVIMENTACAO NOT = "C"
                   DISPLAY "MOVIMENTACAO INVALIDA [" WS-MOVIMENTACAO
                       "]"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "S" TO WS-COTITULARES-OK.

       VALIDAR-COTITULAR.
           MOVE "N" TO WS-COTITULAR-OK
           IF WS-CPF-COTITULAR = WS-CPF-TITULAR
               OR WS-CPF-COTITULAR = WS-CPF-GARANTIDOR
               DISPLAY "CO-TITULAR NAO PODE SER O TITULAR NEM O "
                   "GARANTIDOR"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND-COTIT-2 FROM 1 BY 1
               UNTIL WS-IND-COTIT-2 > WS-QTD-COTITULARES
               IF WS-COTITULAR-CPF(WS-IND-COTIT-2) = WS-CPF-COTITULAR
                   DISPLAY "CO-TITULAR JA INFORMADO"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADASTRO MESTRE INDISPONIVEL - STATUS "
                   WS-CADCLI-STATUS
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-COTITULAR TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "CO-TITULAR NAO CADASTRADO NO MESTRE"
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CADCLI-MESTRE
           IF CADCLI-INATIVO OR CADCLI-EM-REVISAO OR CADCLI-FALECIDO
               DISPLAY "CO-TITULAR INATIVO - RECUSADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CO-TITULAR: " CADCLI-NOME
           MOVE "S" TO WS-COTITULAR-OK.

      *    Garantidor: existe e esta ativo no mestre, nao esta
      *    negativado, e a soma dos limites de credito dos titulares
                   CLOSE CADCLI-MESTRE
                   EXIT PARAGRAPH
           END-READ
           IF CADCLI-INATIVO OR CADCLI-EM-REVISAO
               DISPLAY "GARANTIDOR INATIVO - RECUSADO"
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
                   "TETO - RECUSADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-GRUPO-GARANTIDOR
           IF WS-GRUPO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-GARANTIDOR-OK.

      *    Conta corrente da acesso ao limite: titular em grupo
      *    economico cuja soma de limites ja passa do teto nao abre
      *    corrente nova ate o grupo baixar. Poupanca e CDB sao
      *    captacao e nao passam por aqui.
       CONFERIR-GRUPO-TITULAR.
           MOVE "N" TO WS-GRUPO-OK
           MOVE WS-CPF-TITULAR TO GRX-CPF
           MOVE "N"            TO GRX-APURAR-GARANTIAS
           CALL "GRPEXPO" USING GRUPO-CONSULTA-ENTRADA
               GRUPO-CONSULTA-RESULTADO
           IF GRX-COM-GRUPO
               AND GRX-SOMA-LIMITES > GRX-TETO-GRUPO
               DISPLAY "GRUPO ECONOMICO " GRX-CODIGO
                   " ACIMA DO TETO DE LIMITES - ABERTURA NEGADA"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-GRUPO-OK.

      *    Garantidor do mesmo grupo do titular nao garante nada - o
      *    risco e o mesmo. E o grupo do garantidor, somado, tambem
      *    fica sob o teto LIMITE-GARANTIDOR do que ja garante.
       CONFERIR-GRUPO-GARANTIDOR.
           MOVE "N" TO WS-GRUPO-OK
           MOVE WS-CPF-TITULAR TO GRX-CPF
           MOVE "N"            TO GRX-APURAR-GARANTIAS
           CALL "GRPEXPO" USING GRUPO-CONSULTA-ENTRADA
               GRUPO-CONSULTA-RESULTADO
           MOVE "N" TO WS-GARANTIDOR-NO-GRUPO
           IF GRX-COM-GRUPO
               PERFORM VARYING WS-IND-MEMBRO FROM 1 BY 1
                   UNTIL WS-IND-MEMBRO > GRX-QTD-MEMBROS
                      OR WS-IND-MEMBRO > 30
                   IF GRX-MEMBRO-CPF (WS-IND-MEMBRO)
                       = WS-CPF-GARANTIDOR
                       MOVE "S" TO WS-GARANTIDOR-NO-GRUPO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GARANTIDOR-NO-GRUPO = "S"
               DISPLAY "GARANTIDOR E DO MESMO GRUPO ECONOMICO DO "
                   "TITULAR - RECUSADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-GARANTIDOR TO GRX-CPF
           MOVE "S"               TO GRX-APURAR-GARANTIAS
           CALL "GRPEXPO" USING GRUPO-CONSULTA-ENTRADA
               GRUPO-CONSULTA-RESULTADO
           IF GRX-COM-GRUPO
               AND GRX-SOMA-GARANTIDA > WS-LIMITE-GARANTIDOR
               DISPLAY "GRUPO ECONOMICO DO GARANTIDOR JA GARANTE "
                   "EXPOSICAO ACIMA DO TETO - RECUSADO"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-GRUPO-OK.

      *    Exposicao ja garantida: soma dos limites de credito dos
      *    titulares das contas ATIVAS que o CPF ja garante (o
      *    mestre segue aberto para as leituras dos titulares).
                   ADD CADCLI-LIMITE-CRED TO WS-EXPOSICAO-GARANT
           END-READ.

      *    Parametros LIMITE-GARANTIDOR e CDB-VALOR-MINIMO (centavos)
      *    e as faixas de prazo do CDB (dias) de PARAMRUN.CTL.
       LER-PARAMETRO-GARANTIDOR.
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "CDB-VALOR-MINIMO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-CDB-VALOR-MINIMO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR) / 100
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "CDB-PRAZO-MINIMO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-CDB-PRAZO-MINIMO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-PRM-NOME = "CDB-PRAZO-MAXIMO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-CDB-PRAZO-MAXIMO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR)
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           MOVE WS-PROXIMA-CONTA TO CTANUM-REC
           WRITE CTANUM-REC
           CLOSE CTANUM-CTL.

      *----------------------------------------------------------------*
      *    DEPOSITO A PRAZO (CDB) - conta tipo T
      *----------------------------------------------------------------*
      *    Dados da aplicacao: conta corrente de origem do proprio
      *    titular, valor, prazo, taxa e resgate antecipado. O valor
      *    tem que caber no saldo livre da corrente (saldo menos o
      *    bloqueado judicialmente) - aplicacao nao usa limite.
       RECEBER-APLICACAO-CDB.
           MOVE "N" TO WS-CDB-OK
           DISPLAY "CONTA CORRENTE DE ORIGEM DA APLICACAO: "
           ACCEPT WS-CDB-ORIGEM-DIG
           IF FUNCTION TRIM(WS-CDB-ORIGEM-DIG) IS NOT NUMERIC
               DISPLAY "CONTA NAO NUMERICA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CDB-CONTA-ORIGEM EQUAL
               FUNCTION NUMVAL(WS-CDB-ORIGEM-DIG)
           END-COMPUTE
           DISPLAY "VALOR APLICADO (CENTAVOS NAS 2 ULTIMAS "
               "POSICOES): "
           ACCEPT WS-CDB-VALOR-DIG
           IF FUNCTION TRIM(WS-CDB-VALOR-DIG) IS NOT NUMERIC
               DISPLAY "VALOR NAO NUMERICO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CDB-VALOR EQUAL
               FUNCTION NUMVAL(WS-CDB-VALOR-DIG) / 100
           END-COMPUTE
           IF WS-CDB-VALOR < WS-CDB-VALOR-MINIMO
               MOVE WS-CDB-VALOR-MINIMO TO WS-VALOR-EDITADO
               DISPLAY "VALOR ABAIXO DO MINIMO DE APLICACAO "
                   WS-VALOR-EDITADO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PRAZO EM DIAS: "
           ACCEPT WS-CDB-PRAZO-DIG
           IF FUNCTION TRIM(WS-CDB-PRAZO-DIG) IS NOT NUMERIC
               DISPLAY "PRAZO NAO NUMERICO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CDB-PRAZO EQUAL
               FUNCTION NUMVAL(WS-CDB-PRAZO-DIG)
           END-COMPUTE
           IF WS-CDB-PRAZO < WS-CDB-PRAZO-MINIMO
               OR WS-CDB-PRAZO > WS-CDB-PRAZO-MAXIMO
               DISPLAY "PRAZO FORA DA FAIXA " WS-CDB-PRAZO-MINIMO
                   " A " WS-CDB-PRAZO-MAXIMO " DIAS"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAXA AO ANO (CENTESIMOS DE PERCENTUAL, "
               "EX 1150 = 11,50%): "
           ACCEPT WS-CDB-TAXA-DIG
           IF FUNCTION TRIM(WS-CDB-TAXA-DIG) IS NOT NUMERIC
               DISPLAY "TAXA NAO NUMERICA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CDB-TAXA EQUAL
               FUNCTION NUMVAL(WS-CDB-TAXA-DIG) / 100
           END-COMPUTE
           IF WS-CDB-TAXA = ZEROS
               DISPLAY "TAXA CONTRATADA NAO PODE SER ZERO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACEITA RESGATE ANTECIPADO (S/N): "
           ACCEPT WS-CDB-ANTECIPADO
           IF WS-CDB-ANTECIPADO NOT = "S"
               AND WS-CDB-ANTECIPADO NOT = "N"
               DISPLAY "RESPOSTA INVALIDA [" WS-CDB-ANTECIPADO "]"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTA-ARQ
           IF CONTA-NAO-ACHOU
               DISPLAY "CONTA.DAT INDISPONIVEL - STATUS "
                   WS-CONTA-STATUS
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CDB-CONTA-ORIGEM TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   DISPLAY "CONTA DE ORIGEM NAO CADASTRADA"
                   CLOSE CONTA-ARQ
                   EXIT PARAGRAPH
           END-READ
           CLOSE CONTA-ARQ
           IF CONTA-CPF NOT = WS-CPF-TITULAR
               OR NOT CONTA-CORRENTE OR NOT CONTA-ATIVA
               DISPLAY "ORIGEM TEM QUE SER CONTA CORRENTE ATIVA DO "
                   "TITULAR"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               DISPLAY "LEDGER INDISPONIVEL - APLICACAO RECUSADA"
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR      TO LEDGER-CPF
           MOVE WS-CDB-CONTA-ORIGEM TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           CLOSE LEDGER-MESTRE
           IF LEDGER-SALDO - LEDGER-BLOQUEADO < WS-CDB-VALOR
               DISPLAY "SALDO LIVRE DA CORRENTE INSUFICIENTE PARA A "
                   "APLICACAO"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIAS-INT-VENCTO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-CDB-PRAZO
           END-COMPUTE
           COMPUTE WS-CDB-VENCTO EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-VENCTO)
           END-COMPUTE
           MOVE "S" TO WS-CDB-OK.

      *    Conta T ja gravada: contrato em CDB.DAT e a transferencia
      *    do valor - debito na corrente, credito na conta do CDB -
      *    com imagem antes/depois de cada perna no journal.
       EFETIVAR-APLICACAO-CDB.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN I-O CDB-ARQ
           IF CDB-NAO-ACHOU
               CLOSE CDB-ARQ
               OPEN OUTPUT CDB-ARQ
               CLOSE CDB-ARQ
               OPEN I-O CDB-ARQ
           END-IF
           MOVE WS-PROXIMA-CONTA    TO CDB-CONTA
           MOVE WS-CPF-TITULAR      TO CDB-CPF
           MOVE WS-CDB-CONTA-ORIGEM TO CDB-CONTA-RESGATE
           MOVE WS-CDB-VALOR        TO CDB-VALOR-APLICADO
           MOVE WS-CDB-TAXA         TO CDB-TAXA-ANUAL
           MOVE WS-DATA-HOJE        TO CDB-DATA-APLICACAO
           MOVE WS-CDB-VENCTO       TO CDB-DATA-VENCTO
           MOVE WS-CDB-ANTECIPADO   TO CDB-RESGATE-ANTECIP
           MOVE WS-CDB-VALOR        TO CDB-VALOR-BRUTO
           MOVE WS-DATA-HOJE        TO CDB-DATA-AVALIACAO
           MOVE "A"                 TO CDB-SITUACAO
           MOVE ZEROS TO CDB-DATA-RESGATE CDB-VALOR-IR
               CDB-VALOR-LIQUIDO
           WRITE CDB-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CDB - STATUS "
                       WS-CDB-STATUS
           END-WRITE
           CLOSE CDB-ARQ

           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN I-O LEDGER-MESTRE
           MOVE WS-CPF-TITULAR      TO LEDGER-CPF
           MOVE WS-CDB-CONTA-ORIGEM TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE WS-CPF-TITULAR      TO WS-CPF-JORNAL
           MOVE WS-CDB-CONTA-ORIGEM TO WS-CONTA-JORNAL
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL LEDGER-SALDO - WS-CDB-VALOR
           END-COMPUTE
           PERFORM GRAVAR-JOURNAL-APLICACAO
           MOVE WS-SALDO-DEPOIS TO LEDGER-SALDO
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                       WS-LEDGER-STATUS
           END-REWRITE

           MOVE WS-CPF-TITULAR   TO LEDGER-CPF
           MOVE WS-PROXIMA-CONTA TO LEDGER-CONTA
           MOVE WS-CPF-TITULAR   TO WS-CPF-JORNAL
           MOVE WS-PROXIMA-CONTA TO WS-CONTA-JORNAL
           MOVE ZEROS            TO WS-SALDO-ANTES
           MOVE WS-CDB-VALOR     TO WS-SALDO-DEPOIS
           PERFORM GRAVAR-JOURNAL-APLICACAO
           MOVE WS-SALDO-DEPOIS  TO LEDGER-SALDO
           MOVE ZEROS            TO LEDGER-BLOQUEADO
           WRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LEDGER DO CDB - STATUS "
                       WS-LEDGER-STATUS
           END-WRITE
           CLOSE LEDGER-MESTRE

           MOVE WS-CDB-VALOR TO WS-VALOR-EDITADO
           DISPLAY "CDB APLICADO - " WS-VALOR-EDITADO
               " VENCIMENTO " WS-CDB-VENCTO.

       GRAVAR-JOURNAL-APLICACAO.
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           MOVE WS-SEQUENCIAL   TO JRN-SEQUENCIAL
           MOVE WS-CPF-JORNAL   TO JRN-CPF
           MOVE WS-CONTA-JORNAL TO JRN-CONTA
           MOVE WS-SALDO-ANTES  TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE    TO JRN-DATA
           MOVE WS-HORA-AGORA   TO JRN-HORA
           MOVE ZEROS           TO JRN-DATA-VALOR
           MOVE SPACES          TO JRN-AGENCIA
           MOVE SPACES          TO JRN-REPRESENTANTE
           MOVE SPACES          TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL.
       OBTER-PROXIMO-SEQUENCIAL.
           MOVE ZEROS TO WS-SEQUENCIAL
           OPEN INPUT RUNSEQ-CTL
           IF RUNSEQ-OK
               READ RUNSEQ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNSEQ-REC TO WS-SEQUENCIAL
               END-READ
           END-IF
           CLOSE RUNSEQ-CTL

           ADD 1 TO WS-SEQUENCIAL

           OPEN OUTPUT RUNSEQ-CTL
           MOVE WS-SEQUENCIAL TO RUNSEQ-REC
           WRITE RUNSEQ-REC
           CLOSE RUNSEQ-CTL.
