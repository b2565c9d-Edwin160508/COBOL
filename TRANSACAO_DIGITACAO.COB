      *>   repetido, conta dormente e alcada): aprovadas entram no    <*
      *>   lote da sessao; reprovadas sao devolvidas ao operador em   <*
      *>   DIGITACAO.DEVOLVIDA com o motivo.                          <*
      *>   Conta com bloqueio judicial (LEDGER-BLOQUEADO, mantido     <*
      *>   pelo BLOQJUD): a entrada que so caberia usando o valor     <*
      *>   bloqueado (saldo menos bloqueado mais o limite de credito  <*
      *>   do titular) e recusada na hora, com o mesmo criterio que o <*
      *>   CSUBTR aplica na postagem.                                 <*
      *>   Conta de deposito a prazo (tipo T, CDB) tambem e recusada: <*
      *>   o saldo do CDB so muda na aplicacao e no resgate.          <*
      *>   Conta conjunta (ver copybooks/CONTAREC.CPY): o lancamento  <*
      *>   pode ser digitado com o CPF de qualquer titular e entra na <*
      *>   chave do titular da conta, que e a do ledger. Movimentacao <*
      *>   conjunta (e) pede a confirmacao de que todos os titulares  <*
      *>   assinaram - na fila offline volta para redigitacao - e e   <*
      *>   recusada se qualquer titular tem obito registrado; na      <*
      *>   solidaria (e/ou) o sobrevivente segue movimentando.        <*
      *>   Procurador ou representante legal (ver                     <*
      *>   copybooks/PROCURREC.CPY): o CPF dele e pedido depois da    <*
      *>   conta; o PRCVALID confere procuracao vigente, nao          <*
      *>   revogada, do titular da conta e com poder de debito - fora <*
      *>   disso a entrada e recusada (no reprocesso da fila offline, <*
      *>   devolvida). Toda identificacao de procurador, aceita ou    <*
      *>   recusada, sai na trilha CONSULTA.AUD; a aceita leva o CPF  <*
      *>   do procurador na linha da transmissao bruta, e a critica e <*
      *>   a postagem o carregam ate o journal do ledger.             <*
      *>   Gaveta de caixa: o operador vem da sessao assinada no menu <*
      *>   (OPERADOR.SESSAO; sem sessao, e pedido no teclado). Saque  <*
      *>   pago em especie so e aceito com a gaveta do operador       <*
      *>   aberta hoje no CXGAVETA e a saida e marcada em GAVETA.MOV; <*
      *>   parado na alcada, leva a marca "E" para o DIGLIBER marcar  <*
      *>   a saida na liberacao. A sessao offline nao paga em         <*
      *>   especie.                                                   <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Fila de guarda-e-envia do modo offline, no mesmo formato
      *    do arquivo de trabalho da digitacao.
           SELECT DIGITA-DEVOLVIDA ASSIGN TO "DIGITACAO.DEVOLVIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLVIDA-STATUS.
      *    Ledger de saldos - so consulta do bloqueio judicial.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Trilha de auditoria de acesso (a mesma do CADCONS): cada
      *    identificacao de procurador, aceita ou recusada.
           SELECT CONSULTA-AUD ASSIGN TO "CONSULTA.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSAUD-STATUS.
      *    Sessao do operador assinado no menu - o caixa da gaveta.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Gavetas de caixa (CXGAVETA) - saque em especie so com a
      *    gaveta do operador aberta.
           SELECT GAVETA-ARQ ASSIGN TO "GAVETA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAV-CHAVE
               FILE STATUS IS WS-GAVETA-STATUS.
      *    Movimentos em especie marcados nas gavetas.
           SELECT GAVETA-MOVIMENTO ASSIGN TO "GAVETA.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVMOV-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       FD  TRANS-ARQUIVO.
       01  TRN-ARQ-LINHA.
           05 TRN-TIPO                PIC X(01).
           05 TRN-CORPO               PIC X(78).
       01  TRN-HEADER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 HDR-DATA                PIC 9(08).
           05 HDR-ORIGEM              PIC X(08).
           05 HDR-CICLO               PIC 9(02).
           05 FILLER                  PIC X(60).
       01  TRN-DETALHE REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRN-CPF                 PIC X(11).
           05 TRN-OPERADOR            PIC X(08).
           05 TRN-DATA-DIGIT          PIC 9(08).
           05 TRN-HORA-DIGIT          PIC 9(08).
      *    CPF do procurador/representante legal que movimentou pelo
      *    titular (espacos = o proprio titular) - a critica o leva
      *    ate o journal do ledger.
           05 TRN-REPRESENTANTE       PIC X(11).
       01  TRN-TRAILER REDEFINES TRN-ARQ-LINHA.
           05 FILLER                  PIC X(01).
           05 TRL-QTD                 PIC 9(06).
           05 TRL-HASH-VALOR          PIC 9(11)V99.
           05 FILLER                  PIC X(59).

       FD  TRANS-TRABALHO.
       01  TRABALHO-LINHA             PIC X(79) VALUE SPACES.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
      *    A linha de detalhe inteira, como entraria na transmissao
      *    bruta - o DIGLIBER a move intacta quando liberada.
       01  PENDENTE-REG.
           05 PND-LINHA               PIC X(79).

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
           COPY CADCLIREC.

       FD  DIGITA-OFFLINE.
       01  OFFLINE-LINHA              PIC X(79).

       FD  DIGITA-DEVOLVIDA.
       01  DEVOLVIDA-LINHA            PIC X(130) VALUE SPACES.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do registro do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  CONSULTA-AUD.
       01  CONSAUD-LINHA              PIC X(200) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  GAVETA-ARQ.
      *    Layout compartilhado da gaveta - ver
      *    copybooks/GAVETAREC.CPY.
           COPY GAVETAREC.

       FD  GAVETA-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/GAVMOVREC.CPY.
           COPY GAVMOVREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-TRANS-STATUS    PIC X(02) VALUE "00".
      *    pelo arquivo de trabalho em fluxo, sem tabela).
       01  WS-TABELA-DETALHES.
           05 WS-DET-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-DET-LINHA       PIC X(79) OCCURS 500 TIMES.
       77 WS-DET-IND         PIC 9(04) VALUE ZEROS.
       77 WS-HDR-GUARDADO     PIC X(79) VALUE SPACES.
       77 WS-TEM-HEADER       PIC X(01) VALUE "N".
       77 WS-TRABALHO-STATUS  PIC X(02) VALUE "00".
       77 WS-TRABALHO-FIM     PIC X(01) VALUE "N".
           88 CONTA-OK          VALUE "00".
           88 CONTA-NAO-ACHOU   VALUE "23" "35".
       77 WS-CONTA-DORMENTE   PIC X(01) VALUE "N".
       77 WS-CONTA-CDB        PIC X(01) VALUE "N".

      *    Titulares da conta digitada - a postagem de co-titular vai
      *    para a chave do titular (CONTA-CPF), que e a do ledger.
       77 WS-CONTA-TITULAR    PIC X(14) VALUE SPACES.
       77 WS-CONTA-MOVIMENTACAO PIC X(01) VALUE SPACES.
           88 MOVIMENTA-CONJUNTA  VALUE "C".
       01  WS-CONTA-COTITULARES.
           05 WS-CONTA-COTITULAR  PIC X(11) OCCURS 3 TIMES.
       77 WS-IND-COTIT        PIC 9(01) VALUE ZEROS.
       77 WS-COTITULAR-DIGITOU PIC X(01) VALUE "N".
       77 WS-CONJUNTA-CONGELADA PIC X(01) VALUE "N".
       77 WS-ASSINATURAS      PIC X(01) VALUE SPACES.

      *    Procurador/representante legal identificado na entrada -
      *    conferido pelo PRCVALID (poder de debito) e registrado na
      *    trilha CONSULTA.AUD.
       77 WS-CPF-PROCURADOR   PIC X(11) VALUE SPACES.
       77 WS-REPRESENTANTE    PIC X(11) VALUE SPACES.
       77 WS-PROCURACAO-OK    PIC X(01) VALUE "N".
       77 WS-CONSAUD-STATUS   PIC X(02) VALUE "00".
           88 CONSAUD-NAO-ACHOU VALUE "35".
       77 WS-CONSAUD-BUFFER   PIC X(200) VALUE SPACES.
       77 WS-CPF-MASC-TITULAR PIC X(11) VALUE SPACES.
       77 WS-CPF-MASC-PROCUR  PIC X(11) VALUE SPACES.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9       PIC X(09).
           05 WS-MASCARA-2       PIC X(02).

      *    Conferencia do bloqueio judicial da conta digitada.
       77 WS-LEDGER-STATUS   PIC X(02) VALUE "00".
           88 LEDGER-OK         VALUE "00".
       77 WS-SALDO-BLOQUEADO  PIC X(01) VALUE "N".
       77 WS-VALOR-CONFERE   PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-LIMITE-TITULAR  PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-LIVRE     PIC S9(10)V99 COMP-3 VALUE ZEROS.

      *    Alcada de valor da digitacao (LIMITE-ALCADA em centavos no
      *    PARAMRUN.CTL, padrao 10000,00): acima dela a entrada vai
       77 WS-MOTIVO-REPROC   PIC X(40) VALUE SPACES.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-DEV-BUFFER      PIC X(130) VALUE SPACES.

       77 WS-OPERADOR        PIC X(08) VALUE SPACES.

      *    Saque pago em especie: marcado na gaveta do operador.
       77 WS-SESSAO-STATUS   PIC X(02) VALUE "00".
           88 SESSAO-OK         VALUE "00".
       77 WS-GAVETA-STATUS   PIC X(02) VALUE "00".
           88 GAVETA-OK         VALUE "00".
       77 WS-GAVMOV-STATUS   PIC X(02) VALUE "00".
           88 GAVMOV-NAO-ACHOU  VALUE "35".
       77 WS-EM-ESPECIE      PIC X(01) VALUE "N".
       77 WS-GAVETA-ABERTA   PIC X(01) VALUE "N".
       77 WS-CPF-DIGITADO    PIC X(11) VALUE SPACES.
       77 WS-NUMERO-DIGITADO PIC X(06) VALUE SPACES.
       77 WS-VALOR-DIGITADO  PIC X(11) VALUE SPACES.
      *    o resultado do CPF interessa aqui; os demais campos sao
      *    preenchidos com valores neutros.
           COPY VALIDAPI.

      *    Area de chamada do subprograma de procuracao PRCVALID.
           COPY PRCAPI.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "TRNENTRY" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR: "
               ACCEPT WS-OPERADOR
           END-IF

           PERFORM LER-PARAMETRO-ALCADA
           PERFORM SONDAR-CADASTRO-MESTRE
      *    Uma transacao da sessao: validacoes na hora e entrada na
      *    tabela de detalhes quando aceita.
       DIGITAR-UMA-TRANSACAO.
           MOVE SPACES TO WS-REPRESENTANTE
           DISPLAY "CPF (99999999999 PARA ENCERRAR): "
           ACCEPT WS-CPF-DIGITADO
           IF WS-CPF-DIGITADO = "99999999999"
                   "A AGENCIA PARA REATIVACAO)"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTA-CDB = "S"
               DISPLAY "CONTA DE CDB - ENTRADA REJEITADA (MOVIMENTA "
                   "SO NA APLICACAO E NO RESGATE)"
               EXIT PARAGRAPH
           END-IF

      *    Conta conjunta: movimentacao "e" pede a assinatura de todos
      *    os titulares e congela com o obito de qualquer um deles;
      *    lancamento de co-titular entra na chave do titular.
           PERFORM CONFERIR-CONTA-CONJUNTA
           IF WS-CONJUNTA-CONGELADA = "S"
               DISPLAY "CONTA CONJUNTA (E) COM OBITO DE TITULAR - "
                   "ENTRADA REJEITADA (CONTA CONGELADA)"
               EXIT PARAGRAPH
           END-IF
           IF MOVIMENTA-CONJUNTA
               DISPLAY "CONTA CONJUNTA (E) - TODOS OS TITULARES "
                   "ASSINARAM? (S/N): "
               ACCEPT WS-ASSINATURAS
               IF WS-ASSINATURAS NOT = "S"
                   DISPLAY "SEM A ASSINATURA DE TODOS OS TITULARES - "
                       "ENTRADA REJEITADA"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-COTITULAR-DIGITOU = "S"
               DISPLAY "CO-TITULAR DA CONTA - LANCAMENTO NA CHAVE DO "
                   "TITULAR"
               MOVE WS-CONTA-TITULAR TO WS-CPF-DIGITADO
           END-IF

      *    Procurador ou representante legal no balcao: so movimenta
      *    a conta do outorgante com procuracao vigente, nao revogada
      *    e com poder de debito - aceito ou recusado, fica na trilha.
           DISPLAY "CPF DO PROCURADOR (BRANCO = O PROPRIO TITULAR): "
           ACCEPT WS-CPF-PROCURADOR
           IF WS-CPF-PROCURADOR NOT = SPACES
               PERFORM CONFERIR-PROCURACAO
               IF WS-PROCURACAO-OK NOT = "S"
                   DISPLAY "PROCURACAO RECUSADA ("
                       FUNCTION TRIM(PRV-DESCRICAO)
                       ") - ENTRADA REJEITADA"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CPF-PROCURADOR TO WS-REPRESENTANTE
               DISPLAY "PROCURADOR AUTORIZADO - INSTRUMENTO "
                   PRV-DOCUMENTO
           END-IF

           COMPUTE WS-VALOR-CONFERE EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO) / 100
           END-COMPUTE
           PERFORM CONFERIR-BLOQUEIO-JUDICIAL
           IF WS-SALDO-BLOQUEADO = "S"
               DISPLAY "VALOR ALCANCA SALDO BLOQUEADO JUDICIALMENTE "
                   "- ENTRADA REJEITADA"
               EXIT PARAGRAPH
           END-IF

      *    Saque pago em dinheiro no balcao: so com a gaveta do
      *    operador aberta hoje (CXGAVETA); a saida e marcada nela.
           DISPLAY "SAQUE PAGO EM ESPECIE NA GAVETA? (S/N): "
           ACCEPT WS-EM-ESPECIE
           IF WS-EM-ESPECIE = "S"
               PERFORM CONFERIR-GAVETA-ABERTA
               IF WS-GAVETA-ABERTA NOT = "S"
                   DISPLAY "GAVETA DO OPERADOR NAO ABERTA HOJE - "
                       "ENTRADA REJEITADA (ABRA A GAVETA NO CXGAVETA)"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "N" TO WS-EM-ESPECIE
           END-IF

           PERFORM ACEITAR-TRANSACAO-DIGITADA.

      *    O operador vem da sessao assinada no menu; sem sessao, e
      *    pedido no teclado como antes.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.

       CONFERIR-GAVETA-ABERTA.
           MOVE "N" TO WS-GAVETA-ABERTA
           OPEN INPUT GAVETA-ARQ
           IF NOT GAVETA-OK
               CLOSE GAVETA-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERADOR  TO GAV-OPERADOR
           MOVE WS-DATA-HOJE TO GAV-DATA
           READ GAVETA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GAV-ABERTA
                       MOVE "S" TO WS-GAVETA-ABERTA
                   END-IF
           END-READ
           CLOSE GAVETA-ARQ.

      *    Marca na gaveta do operador o saque pago em especie.
       MARCAR-SAQUE-GAVETA.
           OPEN EXTEND GAVETA-MOVIMENTO
           IF GAVMOV-NAO-ACHOU
               CLOSE GAVETA-MOVIMENTO
               OPEN OUTPUT GAVETA-MOVIMENTO
           END-IF
           MOVE WS-OPERADOR    TO GMV-OPERADOR
           MOVE WS-DATA-HOJE   TO GMV-DATA
           MOVE WS-HORA-AGORA  TO GMV-HORA
           MOVE "S"            TO GMV-TIPO
           MOVE TRN-NUMERO     TO GMV-NUMERO
           MOVE TRN-CPF        TO GMV-CPF
           MOVE TRN-CONTA      TO GMV-CONTA
           MOVE TRN-VALOR      TO GMV-VALOR
           WRITE GAVMOV-REG
           CLOSE GAVETA-MOVIMENTO.

      *    Titular com obito registrado nao recebe postagem; mestre
      *    indisponivel nao barra (o congelamento do LACO segura).
       CONFERIR-OBITO-TITULAR.
      *    Conta dormente nao recebe postagem - a recusa sai aqui, na
      *    digitacao, em vez de virar suspense no batch. Cadastro de
      *    contas indisponivel nao barra a sessao: o bloqueio do
      *    casamento do LACO continua valendo. Conta de deposito a
      *    prazo (CDB) tambem e recusada: o saldo dela so muda na
      *    aplicacao e no resgate.
       CONFERIR-CONTA-DORMENTE.
           MOVE "N" TO WS-CONTA-DORMENTE
           MOVE "N" TO WS-CONTA-CDB
           MOVE SPACES TO WS-CONTA-TITULAR
           MOVE SPACES TO WS-CONTA-MOVIMENTACAO
           MOVE SPACES TO WS-CONTA-COTITULARES
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               CLOSE CONTA-ARQ
                   IF CONTA-DORMENTE
                       MOVE "S" TO WS-CONTA-DORMENTE
                   END-IF
                   IF CONTA-PRAZO
                       MOVE "S" TO WS-CONTA-CDB
                   END-IF
                   MOVE CONTA-CPF          TO WS-CONTA-TITULAR
                   MOVE CONTA-MOVIMENTACAO TO WS-CONTA-MOVIMENTACAO
                   MOVE CONTA-COTITULARES  TO WS-CONTA-COTITULARES
           END-READ
           CLOSE CONTA-ARQ.

      *    Conta com co-titulares (lida em CONFERIR-CONTA-DORMENTE):
      *    marca quando o CPF digitado e de um co-titular e, na conta
      *    conjunta (e), congela se qualquer titular tem obito
      *    registrado. Na solidaria (e/ou) o sobrevivente segue
      *    movimentando - o obito de quem digitou ja barrou antes.
       CONFERIR-CONTA-CONJUNTA.
           MOVE "N" TO WS-COTITULAR-DIGITOU
           MOVE "N" TO WS-CONJUNTA-CONGELADA
           IF WS-CONTA-COTITULARES = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CPF-DIGITADO NOT = WS-CONTA-TITULAR
               PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                   UNTIL WS-IND-COTIT > 3
                   IF WS-CONTA-COTITULAR(WS-IND-COTIT) = WS-CPF-DIGITADO
                       MOVE "S" TO WS-COTITULAR-DIGITOU
                   END-IF
               END-PERFORM
           END-IF
           IF NOT MOVIMENTA-CONJUNTA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-TITULAR TO CADCLI-CPF
           PERFORM CONFERIR-OBITO-DE-TITULAR
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF WS-CONTA-COTITULAR(WS-IND-COTIT) NOT = SPACES
                   MOVE WS-CONTA-COTITULAR(WS-IND-COTIT) TO CADCLI-CPF
                   PERFORM CONFERIR-OBITO-DE-TITULAR
               END-IF
           END-PERFORM
           CLOSE CADCLI-MESTRE.

      *    Poder de debito do procurador na conta digitada (conta
      *    nao informada = conta padrao), pelo PRCVALID; a procuracao
      *    tem que ser do titular em cuja chave a entrada vai cair.
      *    Toda identificacao de procurador vai para CONSULTA.AUD.
       CONFERIR-PROCURACAO.
           MOVE "N" TO WS-PROCURACAO-OK
           MOVE WS-CPF-PROCURADOR TO PRV-CPF-PROCURADOR
           IF WS-CONTA-DIGITADA IS NUMERIC
               AND WS-CONTA-DIGITADA NOT = "000000"
               MOVE WS-CONTA-DIGITADA TO PRV-CONTA
           ELSE
               MOVE 1 TO PRV-CONTA
           END-IF
           MOVE "D" TO PRV-PODER
           MOVE WS-DATA-HOJE TO PRV-DATA
           CALL "PRCVALID" USING PRC-CONSULTA-ENTRADA
               PRC-CONSULTA-RESULTADO
           IF PRV-AUTORIZADO
               AND PRV-CPF-OUTORGANTE NOT = WS-CPF-DIGITADO
               SET PRV-SEM-PROCURACAO TO TRUE
               MOVE "OUTRO-TITULAR" TO PRV-DESCRICAO
           END-IF
           IF PRV-AUTORIZADO
               MOVE "S" TO WS-PROCURACAO-OK
           END-IF
           PERFORM REGISTRAR-AUDITORIA-PROCURADOR.

      *    Mesma trilha do CADCONS (OPERADOR= e CPF= nas mesmas
      *    posicoes relativas, para o CONSAUDR), com o procurador
      *    mascarado, a conta, o poder pedido e o instrumento.
       REGISTRAR-AUDITORIA-PROCURADOR.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-CPF-DIGITADO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASC-TITULAR
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASC-TITULAR
           END-STRING
           MOVE WS-CPF-PROCURADOR TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASC-PROCUR
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASC-PROCUR
           END-STRING

           OPEN EXTEND CONSULTA-AUD
           IF CONSAUD-NAO-ACHOU
               CLOSE CONSULTA-AUD
               OPEN OUTPUT CONSULTA-AUD
           END-IF
           MOVE SPACES TO WS-CONSAUD-BUFFER
           STRING "PROGRAMA=TRNENTRY"    DELIMITED BY SIZE
                  " OPERADOR="           DELIMITED BY SIZE
                  WS-OPERADOR            DELIMITED BY SIZE
                  " CPF="                DELIMITED BY SIZE
                  WS-CPF-MASC-TITULAR    DELIMITED BY SIZE
                  " PROCURADOR="         DELIMITED BY SIZE
                  WS-CPF-MASC-PROCUR     DELIMITED BY SIZE
                  " CONTA="              DELIMITED BY SIZE
                  PRV-CONTA              DELIMITED BY SIZE
                  " PODER="              DELIMITED BY SIZE
                  PRV-PODER              DELIMITED BY SIZE
                  " DOC="                DELIMITED BY SIZE
                  PRV-DOCUMENTO          DELIMITED BY SIZE
                  " RESULTADO="          DELIMITED BY SIZE
                  PRV-DESCRICAO          DELIMITED BY SIZE
                  " DATA="               DELIMITED BY SIZE
                  WS-DATA-HOJE           DELIMITED BY SIZE
                  " HORA="               DELIMITED BY SIZE
                  WS-HORA-AGORA          DELIMITED BY SIZE
                  INTO WS-CONSAUD-BUFFER
           END-STRING
           MOVE WS-CONSAUD-BUFFER TO CONSAUD-LINHA
           WRITE CONSAUD-LINHA
           CLOSE CONSULTA-AUD.

       CONFERIR-OBITO-DE-TITULAR.
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CADCLI-FALECIDO
                       MOVE "S" TO WS-CONJUNTA-CONGELADA
                   END-IF
           END-READ.

      *    Conta com valor bloqueado por ordem judicial: a entrada so
      *    passa se couber no saldo livre (saldo - bloqueado + limite
      *    de credito do titular), mesma conta do CSUBTR. Conta sem
      *    bloqueio, fora do ledger ou ledger indisponivel nao barra.
       CONFERIR-BLOQUEIO-JUDICIAL.
           MOVE "N" TO WS-SALDO-BLOQUEADO
           OPEN INPUT LEDGER-MESTRE
           IF NOT LEDGER-OK
               CLOSE LEDGER-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-DIGITADO TO LEDGER-CPF
           IF WS-CONTA-DIGITADA IS NUMERIC
               MOVE WS-CONTA-DIGITADA TO LEDGER-CONTA
           ELSE
               MOVE 1 TO LEDGER-CONTA
           END-IF
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           CLOSE LEDGER-MESTRE
           IF LEDGER-BLOQUEADO NOT > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-LIMITE-TITULAR
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE WS-CPF-DIGITADO TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *    Titular menor de idade nao entra no descoberto.
                       IF NOT CADCLI-E-MENOR
                           MOVE CADCLI-LIMITE-CRED
                               TO WS-LIMITE-TITULAR
                       END-IF
               END-READ
           END-IF
           CLOSE CADCLI-MESTRE

           COMPUTE WS-SALDO-LIVRE EQUAL
               LEDGER-SALDO - LEDGER-BLOQUEADO + WS-LIMITE-TITULAR
           END-COMPUTE
           IF WS-VALOR-CONFERE > WS-SALDO-LIVRE
               MOVE "S" TO WS-SALDO-BLOQUEADO
           END-IF.

      *    So o digito verificador do CPF interessa aqui; os demais
      *    campos da area de validacao vao neutros.
       VALIDAR-CPF-DIGITADO.
           END-IF
           DISPLAY "CONTA (BRANCO = CONTA PADRAO): "
           ACCEPT WS-CONTA-DIGITADA
      *    A procuracao so e conferida no reprocesso, com o mestre de
      *    volta.
           DISPLAY "CPF DO PROCURADOR (BRANCO = O PROPRIO TITULAR): "
           ACCEPT WS-CPF-PROCURADOR

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE SPACES TO TRN-ARQ-LINHA
           MOVE WS-OPERADOR        TO TRN-OPERADOR
           MOVE WS-DATA-HOJE       TO TRN-DATA-DIGIT
           MOVE WS-HORA-AGORA      TO TRN-HORA-DIGIT
           MOVE WS-CPF-PROCURADOR  TO TRN-REPRESENTANTE

           OPEN EXTEND DIGITA-OFFLINE
           IF OFFLINE-NAO-ACHOU
               IF WS-CONTA-DORMENTE = "S"
                   MOVE "CONTA DORMENTE" TO WS-MOTIVO-REPROC
               END-IF
               IF WS-CONTA-CDB = "S"
                   MOVE "CONTA DE CDB" TO WS-MOTIVO-REPROC
               END-IF
           END-IF

      *    Na fila offline nao ha como colher a assinatura de todos:
      *    conta conjunta (e) volta para redigitacao. Co-titular so
      *    lanca vivo, e o lancamento vai para a chave do titular.
           IF WS-MOTIVO-REPROC = SPACES
               PERFORM CONFERIR-CONTA-CONJUNTA
               EVALUATE TRUE
                   WHEN WS-CONJUNTA-CONGELADA = "S"
                       MOVE "CONTA CONJUNTA COM OBITO DE TITULAR"
                           TO WS-MOTIVO-REPROC
                   WHEN MOVIMENTA-CONJUNTA
                       MOVE "CONJUNTA (E) - REDIGITAR C/ ASSINATURAS"
                           TO WS-MOTIVO-REPROC
                   WHEN WS-COTITULAR-DIGITOU = "S"
                       PERFORM CONFERIR-OBITO-TITULAR
                       IF WS-TITULAR-FALECIDO = "S"
                           MOVE "CO-TITULAR COM OBITO REGISTRADO"
                               TO WS-MOTIVO-REPROC
                       ELSE
                           MOVE WS-CONTA-TITULAR TO WS-CPF-DIGITADO
                           MOVE WS-CONTA-TITULAR TO TRN-CPF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *    Entrada de procurador capturada offline: a procuracao e
      *    conferida agora, na data do reprocesso.
           IF WS-MOTIVO-REPROC = SPACES
               AND TRN-REPRESENTANTE NOT = SPACES
               MOVE TRN-REPRESENTANTE TO WS-CPF-PROCURADOR
               PERFORM CONFERIR-PROCURACAO
               IF WS-PROCURACAO-OK NOT = "S"
                   STRING "PROCURACAO RECUSADA - " DELIMITED BY SIZE
                          PRV-DESCRICAO            DELIMITED BY SIZE
                          INTO WS-MOTIVO-REPROC
                   END-STRING
               END-IF
           END-IF

           IF WS-MOTIVO-REPROC = SPACES
               MOVE TRN-VALOR TO WS-VALOR-CONFERE
               PERFORM CONFERIR-BLOQUEIO-JUDICIAL
               IF WS-SALDO-BLOQUEADO = "S"
                   MOVE "SALDO BLOQUEADO JUDICIALMENTE"
                       TO WS-MOTIVO-REPROC
               END-IF
           END-IF

           IF WS-MOTIVO-REPROC = SPACES
           IF WS-MOTIVO-REPROC NOT = SPACES
               ADD 1 TO WS-QTD-DEVOLVIDAS
               MOVE SPACES TO WS-DEV-BUFFER
               STRING TRN-ARQ-LINHA (1 : 79)    DELIMITED BY SIZE
                      " MOTIVO: "               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MOTIVO-REPROC)
                          DELIMITED BY SIZE
           MOVE WS-OPERADOR        TO TRN-OPERADOR
           MOVE WS-DATA-HOJE       TO TRN-DATA-DIGIT
           MOVE WS-HORA-AGORA      TO TRN-HORA-DIGIT
           MOVE WS-REPRESENTANTE   TO TRN-REPRESENTANTE

      *    Acima da alcada a entrada vai para a fila de autorizacao
      *    pendente - so o supervisor (DIGLIBER) pode solta-la para a
           END-IF

           MOVE TRN-ARQ-LINHA TO WS-DET-LINHA (WS-DET-QTD)
           IF WS-EM-ESPECIE = "S"
               PERFORM MARCAR-SAQUE-GAVETA
           END-IF

           ADD 1 TO WS-QTD-DIGITADAS
           ADD TRN-VALOR TO WS-VALOR-SESSAO
               OPEN OUTPUT DIGITA-PENDENTE
           END-IF
           MOVE TRN-ARQ-LINHA TO PND-LINHA
      *    Saque em especie parado: a ultima posicao da linha leva a
      *    marca "E" para o DIGLIBER lancar a saida na gaveta do
      *    operador quando liberar - nao pague antes disso.
           IF WS-EM-ESPECIE = "S"
               MOVE "E" TO PND-LINHA (79 : 1)
           END-IF
           WRITE PENDENTE-REG
           CLOSE DIGITA-PENDENTE
           ADD 1 TO WS-QTD-PARADAS
           DISPLAY "VALOR ACIMA DA ALCADA - ENTRADA PARADA PARA "
               "AUTORIZACAO DO SUPERVISOR"
           IF WS-EM-ESPECIE = "S"
               DISPLAY "NAO PAGUE O SAQUE ANTES DA LIBERACAO"
           END-IF.

      *    Regrava o arquivo do dia inteiro: header (criado agora se
      *    nao existia), os detalhes existentes vindos do arquivo de
