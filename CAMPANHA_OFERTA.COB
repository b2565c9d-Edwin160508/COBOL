      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CAMPOFER.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Lista de campanha de oferta pre-aprovada (aumento de       <*
      *>   limite ou parcelamento) para o comercial. Os criterios vem <*
      *>   de data/CAMPANHA.PRM (ver copybooks/CAMPPRMREC.CPY):       <*
      *>   codigo, produto, canal, score minimo de SCORE.PAG, faixas  <*
      *>   de CADCLI-TIER aceitas, faixa de idade e o valor           <*
      *>   (percentual do limite atual entre um minimo e um maximo).  <*
      *>   Ficam fora: cliente inativo ou em revisao, falecido,       <*
      *>   negativado, menor de idade, sem score ou abaixo do minimo, <*
      *>   fora da faixa de idade (so pessoa fisica), com contestacao <*
      *>   aberta em CONTEST.DAT, com opt-out do canal da campanha    <*
      *>   em CONSENTE.DAT, ja ofertado na mesma campanha ou sem      <*
      *>   destino no canal (endereco devolvido vai ao SEMEND.REL;    <*
      *>   empresa, sem contato no CONTATO.DAT, so no canal carta).   <*
      *>   Gera CAMPANHA.LST (cliente, valor, validade e destino),    <*
      *>   acrescenta cada oferta em OFERTA.HIST (base da taxa de     <*
      *>   aceite do OFERACEI) e resume os motivos em CAMPANHA.REL.   <*
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
      *    Parametros da campanha - ver copybooks/CAMPPRMREC.CPY.
           SELECT CAMPANHA-PARAMETROS ASSIGN TO "data/CAMPANHA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPPRM-STATUS.
      *    Cadastro mestre - o universo da selecao.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Scores de pagamento apurados pelo PAGSCORE.
           SELECT SCORE-ARQ ASSIGN TO "SCORE.PAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
      *    Consentimento de contato por CPF + canal - ver
      *    copybooks/CONSENTREC.CPY.
           SELECT CONSENT-ARQ ASSIGN TO "CONSENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
      *    Contestacoes de transacao - cliente com caso aberto nao
      *    recebe oferta.
           SELECT CONTEST-ARQ ASSIGN TO "CONTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTS-CHAVE
               FILE STATUS IS WS-CONTEST-STATUS.
      *    Contatos do cliente - e-mail e telefone da campanha.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATO-STATUS.
      *    Historico de ofertas - ver copybooks/OFERTAREC.CPY.
           SELECT OFERTA-HISTORICO ASSIGN TO "OFERTA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFERTA-STATUS.
      *    Lista de clientes da campanha, para o comercial.
           SELECT CAMPANHA-LISTA ASSIGN TO "CAMPANHA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.
      *    Resumo da selecao.
           SELECT CAMPANHA-RELATORIO ASSIGN TO "CAMPANHA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CAMPANHA-PARAMETROS.
      *    Layout compartilhado dos parametros da campanha - ver
      *    copybooks/CAMPPRMREC.CPY.
           COPY CAMPPRMREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  SCORE-ARQ.
      *    Layout compartilhado do score - ver copybooks/SCOREREC.CPY.
           COPY SCOREREC.

       FD  CONSENT-ARQ.
      *    Layout compartilhado do consentimento - ver
      *    copybooks/CONSENTREC.CPY.
           COPY CONSENTREC.

       FD  CONTEST-ARQ.
      *    Layout compartilhado da contestacao - ver
      *    copybooks/CONTESTREC.CPY.
           COPY CONTESTREC.

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver
      *    copybooks/CONTATOREC.CPY.
           COPY CONTATOREC.

       FD  OFERTA-HISTORICO.
      *    Layout compartilhado da oferta - ver
      *    copybooks/OFERTAREC.CPY.
           COPY OFERTAREC.

      *    Um cliente por linha: campanha, documento, nome, produto,
      *    valor oferecido, validade, canal e o destino no canal
      *    (endereco, e-mail ou telefone).
       FD  CAMPANHA-LISTA.
       01  LST-REG.
           05 LST-CAMPANHA            PIC X(08).
           05 LST-CPF                 PIC X(14).
           05 LST-NOME                PIC X(50).
           05 LST-PRODUTO             PIC X(01).
           05 LST-VALOR               PIC 9(09)V99.
           05 LST-VALIDADE            PIC 9(08).
           05 LST-CANAL               PIC X(01).
           05 LST-DESTINO             PIC X(100).

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA           PIC X(150) VALUE SPACES.

       FD  CAMPANHA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CAMPPRM-STATUS     PIC X(02) VALUE "00".
           88 CAMPPRM-OK            VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-FIM         PIC X(01) VALUE "N".
           88 CADCLI-FIM            VALUE "S".
       77 WS-SCORE-STATUS       PIC X(02) VALUE "00".
           88 SCORE-NAO-ACHOU       VALUE "35".
       77 WS-SCORE-FIM          PIC X(01) VALUE "N".
           88 SCORE-FIM             VALUE "S".
       77 WS-CONSENT-STATUS     PIC X(02) VALUE "00".
           88 CONSENT-NAO-ACHOU     VALUE "35".
       77 WS-CONSENT-FIM        PIC X(01) VALUE "N".
           88 CONSENT-FIM           VALUE "S".
       77 WS-CONTEST-STATUS     PIC X(02) VALUE "00".
           88 CONTEST-OK            VALUE "00".
       77 WS-CONTEST-FIM        PIC X(01) VALUE "N".
           88 CONTEST-FIM           VALUE "S".
       77 WS-CONTATO-STATUS     PIC X(02) VALUE "00".
           88 CONTATO-OK            VALUE "00".
       77 WS-CONTATO-FIM        PIC X(01) VALUE "N".
           88 CONTATO-FIM           VALUE "S".
       77 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
       77 WS-OFERTA-STATUS      PIC X(02) VALUE "00".
           88 OFERTA-NAO-ACHOU      VALUE "35".
       77 WS-OFERTA-FIM         PIC X(01) VALUE "N".
           88 OFERTA-FIM            VALUE "S".
       77 WS-LISTA-STATUS       PIC X(02) VALUE "00".
       77 WS-SEMEND-STATUS      PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU      VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-MOTIVO-RECUSA      PIC X(50) VALUE SPACES.

       01 WS-DATA-HOJE.
           05 WS-ANO-HOJE       PIC 9(04).
           05 WS-MES-HOJE       PIC 9(02).
           05 WS-DIA-HOJE       PIC 9(02).
       01 WS-DATA-SISTEMA       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VALIDADE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT           PIC 9(08) VALUE ZEROS.

      *    Scores carregados em memoria, como no LIMREV.
       01  WS-TABELA-SCORES.
           05 WS-SCR-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-SCR-ITEM OCCURS 2000 TIMES.
              10 WS-SCR-CPF         PIC X(14).
              10 WS-SCR-SCORE       PIC 9(03).
       77 WS-SCR-IND            PIC 9(04) VALUE ZEROS.
       77 WS-SCORE-CLIENTE      PIC 9(03) VALUE ZEROS.
       77 WS-TEM-SCORE          PIC X(01) VALUE "N".

      *    Opt-outs do canal da campanha.
       01  WS-TABELA-CONSENT.
           05 WS-CST-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-CST-CPF         PIC X(11) OCCURS 2000 TIMES.
       77 WS-CST-IND            PIC 9(04) VALUE ZEROS.

      *    Clientes com contestacao em aberto.
       01  WS-TABELA-CONTESTACOES.
           05 WS-CTS-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-CTS-CPF         PIC X(14) OCCURS 1000 TIMES.
       77 WS-CTS-IND            PIC 9(04) VALUE ZEROS.

      *    Clientes ja ofertados nesta mesma campanha (execucao
      *    repetida nao oferta duas vezes).
       01  WS-TABELA-OFERTADOS.
           05 WS-OFT-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-OFT-CPF         PIC X(14) OCCURS 3000 TIMES.
       77 WS-OFT-IND            PIC 9(04) VALUE ZEROS.

       77 WS-ACHOU              PIC X(01) VALUE "N".
      *    Idade do titular corrente, pela data de nascimento do
      *    mestre (DDMMAAAA) - mesma conta do MAIORIDA.
       77 WS-IDADE-TITULAR      PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-OFERTA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-DESTINO            PIC X(100) VALUE SPACES.

       01  WS-TOTAIS-CAMPANHA.
           05 WS-LIDOS              PIC 9(06) VALUE ZEROS.
           05 WS-OFERTAS            PIC 9(06) VALUE ZEROS.
           05 WS-EXC-SITUACAO       PIC 9(06) VALUE ZEROS.
           05 WS-EXC-OBITO          PIC 9(06) VALUE ZEROS.
           05 WS-EXC-NEGATIVADO     PIC 9(06) VALUE ZEROS.
           05 WS-EXC-MENOR          PIC 9(06) VALUE ZEROS.
           05 WS-EXC-TIER           PIC 9(06) VALUE ZEROS.
           05 WS-EXC-SCORE          PIC 9(06) VALUE ZEROS.
           05 WS-EXC-IDADE          PIC 9(06) VALUE ZEROS.
           05 WS-EXC-CONTESTACAO    PIC 9(06) VALUE ZEROS.
           05 WS-EXC-OPT-OUT        PIC 9(06) VALUE ZEROS.
           05 WS-EXC-SEM-CANAL      PIC 9(06) VALUE ZEROS.
           05 WS-EXC-JA-OFERTADO    PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-TOTAL        PIC 9(11)V99 VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
       77 WS-QTD-EDITADA        PIC ZZZZZ9.
       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-ROTULO             PIC X(40) VALUE SPACES.
       77 WS-QTD-ROTULO         PIC 9(06) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
       77 WS-SEMEND-LINHA       PIC X(150) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CAMPOFER" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-SISTEMA
           PERFORM LER-PARAMETROS-CAMPANHA
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "CAMPANHA NAO GERADA: " WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADCLI.DAT NAO ENCONTRADO"
               CLOSE CADCLI-MESTRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-SCORES
           IF WS-SCR-QTD = ZEROS
               DISPLAY "SCORE.PAG VAZIO - RODE O PAGSCORE ANTES"
               CLOSE CADCLI-MESTRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-CONSENTIMENTOS
           PERFORM CARREGAR-CONTESTACOES
           PERFORM CARREGAR-OFERTADOS

           COMPUTE WS-DIAS-INT EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               + CMPP-VALIDADE-DIAS
           END-COMPUTE
           COMPUTE WS-DATA-VALIDADE EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
           END-COMPUTE

           MOVE "N" TO WS-CONTATO-DISPONIVEL
           OPEN INPUT CONTATO-ARQ
           IF CONTATO-OK
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           END-IF
           OPEN OUTPUT CAMPANHA-LISTA
           OPEN EXTEND OFERTA-HISTORICO
           IF OFERTA-NAO-ACHOU
               CLOSE OFERTA-HISTORICO
               OPEN OUTPUT OFERTA-HISTORICO
           END-IF
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF

           MOVE LOW-VALUES TO CADCLI-CPF
           START CADCLI-MESTRE KEY IS NOT LESS THAN CADCLI-CPF
               INVALID KEY
                   SET CADCLI-FIM TO TRUE
           END-START
           PERFORM UNTIL CADCLI-FIM
               READ CADCLI-MESTRE NEXT RECORD
                   AT END
                       SET CADCLI-FIM TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM AVALIAR-CLIENTE-CAMPANHA
               END-READ
           END-PERFORM

           CLOSE CADCLI-MESTRE
           IF WS-CONTATO-DISPONIVEL = "S"
               CLOSE CONTATO-ARQ
           END-IF
           CLOSE CAMPANHA-LISTA
           CLOSE OFERTA-HISTORICO
           CLOSE SEM-ENDERECO
           PERFORM EMITIR-RELATORIO-CAMPANHA
           DISPLAY "CAMPANHA " CMPP-CODIGO ": " WS-OFERTAS
               " OFERTA(S) EM CAMPANHA.LST - RESUMO EM CAMPANHA.REL"
           GOBACK.

      *    Registro unico de data/CAMPANHA.PRM. Sem ele, ou com
      *    produto, canal ou faixa invalidos, nao sai lista.
       LER-PARAMETROS-CAMPANHA.
           OPEN INPUT CAMPANHA-PARAMETROS
           IF NOT CAMPPRM-OK
               MOVE "data/CAMPANHA.PRM AUSENTE" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           READ CAMPANHA-PARAMETROS
               AT END
                   MOVE "data/CAMPANHA.PRM VAZIO" TO WS-MOTIVO-RECUSA
           END-READ
           CLOSE CAMPANHA-PARAMETROS
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CMPP-CODIGO = SPACES
               MOVE "CODIGO DA CAMPANHA EM BRANCO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NOT CMPP-PRODUTO-VALIDO
               MOVE "PRODUTO DIFERENTE DE L/P" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NOT CMPP-CANAL-VALIDO
               MOVE "CANAL DIFERENTE DE C/E/T" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF CMPP-SCORE-MINIMO IS NOT NUMERIC
               OR CMPP-IDADE-MINIMA IS NOT NUMERIC
               OR CMPP-IDADE-MAXIMA IS NOT NUMERIC
               OR CMPP-PERCENTUAL IS NOT NUMERIC
               OR CMPP-VALOR-MINIMO IS NOT NUMERIC
               OR CMPP-VALOR-MAXIMO IS NOT NUMERIC
               OR CMPP-VALIDADE-DIAS IS NOT NUMERIC
               MOVE "CRITERIO NAO NUMERICO EM data/CAMPANHA.PRM"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF CMPP-IDADE-MINIMA > CMPP-IDADE-MAXIMA
               OR CMPP-VALOR-MINIMO > CMPP-VALOR-MAXIMO
               MOVE "FAIXA DE IDADE OU DE VALOR INVERTIDA"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF CMPP-TIERS = SPACES
               MOVE "NENHUMA FAIXA DE SEGMENTACAO ACEITA"
                   TO WS-MOTIVO-RECUSA
           END-IF.

       CARREGAR-SCORES.
           MOVE "N" TO WS-SCORE-FIM
           OPEN INPUT SCORE-ARQ
           IF SCORE-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ SCORE-ARQ
               AT END SET SCORE-FIM TO TRUE
           END-READ
           PERFORM UNTIL SCORE-FIM
               IF WS-SCR-QTD < 2000
                   ADD 1 TO WS-SCR-QTD
                   MOVE SCP-CPF   TO WS-SCR-CPF (WS-SCR-QTD)
                   MOVE SCP-SCORE TO WS-SCR-SCORE (WS-SCR-QTD)
               END-IF
               READ SCORE-ARQ
                   AT END SET SCORE-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE SCORE-ARQ.

      *    Oferta e contato de CORTESIA: so o opt-out do canal da
      *    campanha conta.
       CARREGAR-CONSENTIMENTOS.
           MOVE "N" TO WS-CONSENT-FIM
           OPEN INPUT CONSENT-ARQ
           IF CONSENT-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CONSENT-ARQ
               AT END SET CONSENT-FIM TO TRUE
           END-READ
           PERFORM UNTIL CONSENT-FIM
               IF CST-OPTOU-SAIR AND CST-CANAL = CMPP-CANAL
                   AND WS-CST-QTD < 2000
                   ADD 1 TO WS-CST-QTD
                   MOVE CST-CPF TO WS-CST-CPF (WS-CST-QTD)
               END-IF
               READ CONSENT-ARQ
                   AT END SET CONSENT-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONSENT-ARQ.

       CARREGAR-CONTESTACOES.
           OPEN INPUT CONTEST-ARQ
           IF NOT CONTEST-OK
               CLOSE CONTEST-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CTS-CHAVE
           START CONTEST-ARQ KEY IS NOT LESS THAN CTS-CHAVE
               INVALID KEY
                   SET CONTEST-FIM TO TRUE
           END-START
           PERFORM UNTIL CONTEST-FIM
               READ CONTEST-ARQ NEXT RECORD
                   AT END
                       SET CONTEST-FIM TO TRUE
                   NOT AT END
                       IF CTS-ABERTA AND WS-CTS-QTD < 1000
                           ADD 1 TO WS-CTS-QTD
                           MOVE CTS-CPF TO WS-CTS-CPF (WS-CTS-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTEST-ARQ.

       CARREGAR-OFERTADOS.
           OPEN INPUT OFERTA-HISTORICO
           IF OFERTA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ OFERTA-HISTORICO
               AT END SET OFERTA-FIM TO TRUE
           END-READ
           PERFORM UNTIL OFERTA-FIM
               IF OFR-CAMPANHA = CMPP-CODIGO AND WS-OFT-QTD < 3000
                   ADD 1 TO WS-OFT-QTD
                   MOVE OFR-CPF TO WS-OFT-CPF (WS-OFT-QTD)
               END-IF
               READ OFERTA-HISTORICO
                   AT END SET OFERTA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE OFERTA-HISTORICO.

      *    Criterios na ordem do mais barato ao mais caro; o primeiro
      *    que falha e o motivo contado no resumo.
       AVALIAR-CLIENTE-CAMPANHA.
           IF NOT CADCLI-ATIVO
               ADD 1 TO WS-EXC-SITUACAO
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-FALECIDO
               ADD 1 TO WS-EXC-OBITO
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-ESTA-NEGATIVADO
               ADD 1 TO WS-EXC-NEGATIVADO
               EXIT PARAGRAPH
           END-IF
      *    Menor de idade fica sem limite e sem parcelamento.
           IF CADCLI-E-MENOR
               ADD 1 TO WS-EXC-MENOR
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-TIER = SPACE
               OR (CMPP-TIERS (1:1) NOT = CADCLI-TIER
                   AND CMPP-TIERS (2:1) NOT = CADCLI-TIER
                   AND CMPP-TIERS (3:1) NOT = CADCLI-TIER
                   AND CMPP-TIERS (4:1) NOT = CADCLI-TIER)
               ADD 1 TO WS-EXC-TIER
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TEM-SCORE
           MOVE ZEROS TO WS-SCORE-CLIENTE
           PERFORM VARYING WS-SCR-IND FROM 1 BY 1
                   UNTIL WS-SCR-IND > WS-SCR-QTD
               IF WS-SCR-CPF (WS-SCR-IND) = CADCLI-CPF
                   MOVE WS-SCR-SCORE (WS-SCR-IND)
                       TO WS-SCORE-CLIENTE
                   MOVE "S" TO WS-TEM-SCORE
               END-IF
           END-PERFORM
           IF WS-TEM-SCORE NOT = "S"
               OR WS-SCORE-CLIENTE < CMPP-SCORE-MINIMO
               ADD 1 TO WS-EXC-SCORE
               EXIT PARAGRAPH
           END-IF

      *    Faixa de idade so para a pessoa fisica - a juridica nao
      *    tem data de nascimento.
           IF CADCLI-PESSOA-FISICA
               IF CADCLI-DIA IS NOT NUMERIC
                   OR CADCLI-MES IS NOT NUMERIC
                   OR CADCLI-ANO IS NOT NUMERIC
                   ADD 1 TO WS-EXC-IDADE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CALCULAR-IDADE-TITULAR
               IF WS-IDADE-TITULAR < CMPP-IDADE-MINIMA
                   OR WS-IDADE-TITULAR > CMPP-IDADE-MAXIMA
                   ADD 1 TO WS-EXC-IDADE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CTS-IND FROM 1 BY 1
                   UNTIL WS-CTS-IND > WS-CTS-QTD
               IF WS-CTS-CPF (WS-CTS-IND) = CADCLI-CPF
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
               ADD 1 TO WS-EXC-CONTESTACAO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CST-IND FROM 1 BY 1
                   UNTIL WS-CST-IND > WS-CST-QTD
               IF WS-CST-CPF (WS-CST-IND) = CADCLI-CPF
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
               ADD 1 TO WS-EXC-OPT-OUT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-OFT-IND FROM 1 BY 1
                   UNTIL WS-OFT-IND > WS-OFT-QTD
               IF WS-OFT-CPF (WS-OFT-IND) = CADCLI-CPF
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
               ADD 1 TO WS-EXC-JA-OFERTADO
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTAR-DESTINO-CAMPANHA
           IF WS-DESTINO = SPACES
               ADD 1 TO WS-EXC-SEM-CANAL
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-OFERTA.

       CALCULAR-IDADE-TITULAR.
           COMPUTE WS-IDADE-TITULAR EQUAL
               WS-ANO-HOJE - FUNCTION NUMVAL(CADCLI-ANO)
           END-COMPUTE
           IF WS-MES-HOJE < FUNCTION NUMVAL(CADCLI-MES)
               OR (WS-MES-HOJE = FUNCTION NUMVAL(CADCLI-MES)
                   AND WS-DIA-HOJE < FUNCTION NUMVAL(CADCLI-DIA))
               SUBTRACT 1 FROM WS-IDADE-TITULAR
           END-IF.

      *    Carta vai ao endereco do cadastro (devolvido pelo correio
      *    sai em SEMEND.REL e fica fora); e-mail e telefone vao ao
      *    contato do tipo em CONTATO.DAT, o preferido se houver mais
      *    de um. Sem destino no canal, o cliente fica fora. O
      *    CONTATO.DAT e chaveado pelo CPF de 11 posicoes: a empresa
      *    (CNPJ) nao tem contato ali e so recebe a oferta por carta.
       MONTAR-DESTINO-CAMPANHA.
           MOVE SPACES TO WS-DESTINO
           IF CMPP-CANAL-CARTA
               IF CADCLI-ENDERECO-INVALIDO
                   PERFORM GRAVAR-SEM-ENDERECO
                   EXIT PARAGRAPH
               END-IF
               STRING FUNCTION TRIM(CADCLI-LOGRADOURO)
                       DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(CADCLI-NUMERO) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(CADCLI-BAIRRO) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(CADCLI-CIDADE) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CADCLI-UF DELIMITED BY SIZE
                   " CEP " DELIMITED BY SIZE
                   CADCLI-CEP DELIMITED BY SIZE
                   INTO WS-DESTINO
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTATO-DISPONIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF CADCLI-PESSOA-JURIDICA
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTATO-FIM
           MOVE CADCLI-CPF TO CTT-CPF
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
                       IF CTT-CPF = CADCLI-CPF
                           IF CTT-TIPO = CMPP-CANAL
                               AND (WS-DESTINO = SPACES
                                    OR CTT-E-PREFERIDO)
                               MOVE CTT-VALOR TO WS-DESTINO
                           END-IF
                       ELSE
                           SET CONTATO-FIM TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    Valor oferecido: percentual do limite atual entre o minimo
      *    e o maximo da campanha. A oferta vai para a lista e para o
      *    historico (base da apuracao do aceite).
       GRAVAR-OFERTA.
           COMPUTE WS-VALOR-OFERTA ROUNDED EQUAL
               CADCLI-LIMITE-CRED * CMPP-PERCENTUAL / 100
           END-COMPUTE
           IF WS-VALOR-OFERTA < CMPP-VALOR-MINIMO
               MOVE CMPP-VALOR-MINIMO TO WS-VALOR-OFERTA
           END-IF
           IF WS-VALOR-OFERTA > CMPP-VALOR-MAXIMO
               MOVE CMPP-VALOR-MAXIMO TO WS-VALOR-OFERTA
           END-IF

           MOVE SPACES           TO LST-REG
           MOVE CMPP-CODIGO      TO LST-CAMPANHA
           MOVE CADCLI-CPF       TO LST-CPF
           MOVE CADCLI-NOME      TO LST-NOME
           MOVE CMPP-PRODUTO     TO LST-PRODUTO
           MOVE WS-VALOR-OFERTA  TO LST-VALOR
           MOVE WS-DATA-VALIDADE TO LST-VALIDADE
           MOVE CMPP-CANAL       TO LST-CANAL
           MOVE WS-DESTINO       TO LST-DESTINO
           WRITE LST-REG

           MOVE CMPP-CODIGO        TO OFR-CAMPANHA
           MOVE CADCLI-CPF         TO OFR-CPF
           MOVE CMPP-PRODUTO       TO OFR-PRODUTO
           MOVE CMPP-CANAL         TO OFR-CANAL
           MOVE WS-DATA-SISTEMA    TO OFR-DATA-OFERTA
           MOVE WS-DATA-VALIDADE   TO OFR-VALIDADE
           MOVE WS-VALOR-OFERTA    TO OFR-VALOR
           MOVE CADCLI-LIMITE-CRED TO OFR-LIMITE-ANTERIOR
           MOVE WS-SCORE-CLIENTE   TO OFR-SCORE
           WRITE OFERTA-REG

           ADD 1 TO WS-OFERTAS
           ADD WS-VALOR-OFERTA TO WS-VALOR-TOTAL.

       GRAVAR-SEM-ENDERECO.
           MOVE CADCLI-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " PROGRAMA=CAMPOFER DOC=O CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               CADCLI-NOME (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

       EMITIR-RELATORIO-CAMPANHA.
           OPEN OUTPUT CAMPANHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CAMPANHA " DELIMITED BY SIZE
               CMPP-CODIGO DELIMITED BY SIZE
               " - PRODUTO " DELIMITED BY SIZE
               CMPP-PRODUTO DELIMITED BY SIZE
               " CANAL " DELIMITED BY SIZE
               CMPP-CANAL DELIMITED BY SIZE
               " - GERADA EM " DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               " VALIDA ATE " DELIMITED BY SIZE
               WS-DATA-VALIDADE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CRITERIOS: SCORE >= " DELIMITED BY SIZE
               CMPP-SCORE-MINIMO DELIMITED BY SIZE
               "  FAIXAS " DELIMITED BY SIZE
               CMPP-TIERS DELIMITED BY SIZE
               "  IDADE " DELIMITED BY SIZE
               CMPP-IDADE-MINIMA DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               CMPP-IDADE-MAXIMA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "CLIENTES LIDOS" TO WS-ROTULO
           MOVE WS-LIDOS TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: INATIVO OU EM REVISAO" TO WS-ROTULO
           MOVE WS-EXC-SITUACAO TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: OBITO" TO WS-ROTULO
           MOVE WS-EXC-OBITO TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: NEGATIVADO" TO WS-ROTULO
           MOVE WS-EXC-NEGATIVADO TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: MENOR DE IDADE" TO WS-ROTULO
           MOVE WS-EXC-MENOR TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: FAIXA DE SEGMENTACAO" TO WS-ROTULO
           MOVE WS-EXC-TIER TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: SEM SCORE OU SCORE BAIXO" TO WS-ROTULO
           MOVE WS-EXC-SCORE TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: IDADE" TO WS-ROTULO
           MOVE WS-EXC-IDADE TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: CONTESTACAO EM ABERTO" TO WS-ROTULO
           MOVE WS-EXC-CONTESTACAO TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: OPT-OUT DO CANAL" TO WS-ROTULO
           MOVE WS-EXC-OPT-OUT TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: JA OFERTADO NESTA CAMPANHA" TO WS-ROTULO
           MOVE WS-EXC-JA-OFERTADO TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "FORA: SEM DESTINO NO CANAL" TO WS-ROTULO
           MOVE WS-EXC-SEM-CANAL TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM
           MOVE "OFERTAS GERADAS" TO WS-ROTULO
           MOVE WS-OFERTAS TO WS-QTD-ROTULO
           PERFORM GRAVAR-LINHA-CONTAGEM

           MOVE WS-VALOR-TOTAL TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR TOTAL OFERTADO                     "
               DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           CLOSE CAMPANHA-RELATORIO.

       GRAVAR-LINHA-CONTAGEM.
           MOVE WS-QTD-ROTULO TO WS-QTD-EDITADA
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-ROTULO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
