      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. FOLHAPAG.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Credito de folha de pagamento enviado pela empresa         <*
      *>   (data/FOLHA.PAG): header com o CNPJ, a conta da empresa,   <*
      *>   a data e o lote; um detalhe por funcionario (CPF, conta e  <*
      *>   valor); trailer com a contagem e o valor total.            <*
      *>   O arquivo e conferido ANTES, como o retorno do banco:      <*
      *>   trailer que nao bate com os detalhes, lote ja processado   <*
      *>   para a empresa (FOLHA.LOTE guarda o ultimo por CNPJ),      <*
      *>   conta da empresa inexistente, inativa, de outro titular ou <*
      *>   de titular bloqueado, ou saldo disponivel (saldo -         <*
      *>   bloqueado + limite de credito) menor que o total aceito -  <*
      *>   o arquivo inteiro e rejeitado com RETURN-CODE 8 e nada e   <*
      *>   postado.                                                   <*
      *>   Aprovado, a conta da empresa e debitada UMA vez pelo total <*
      *>   aceito e cada funcionario e creditado pela postagem        <*
      *>   journalada do ledger, com o movimento marcado em           <*
      *>   JRN-NATUREZA (F = debito da folha, S = credito de          <*
      *>   salario) e o credito gravado em FOLHA.CRED (ver            <*
      *>   copybooks/FOLHAREC.CPY) - e por ali que o extrato, o       <*
      *>   demonstrativo e a segmentacao separam o salario dos demais <*
      *>   creditos. Detalhe de CPF sem cadastro, conta inexistente,  <*
      *>   encerrada/dormente, de deposito a prazo ou de outro        <*
      *>   titular volta para a empresa em FOLHA.REJ, com o motivo.   <*
      *>   Debito e creditos ficam entre contas de deposito: sem      <*
      *>   lancamento na interface contabil. Resumo em FOLHAPAG.REL.  <*
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
      *    Arquivo de folha enviado pela empresa.
           SELECT FOLHA-ENTRADA ASSIGN TO "data/FOLHA.PAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHA-STATUS.
      *    Cadastro de contas - conta da empresa e dos funcionarios.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre - CPF do funcionario e situacao/limite da
      *    empresa.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Ledger de saldos por cliente/conta - mesma chave composta
      *    do CSUBTR.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Journal do ledger - imagem antes/depois de cada postagem,
      *    mesma mecanica do CSUBTR.
           SELECT LEDGER-JOURNAL ASSIGN TO "LEDGER.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *    Contador compartilhado de sequencia de execucao.
           SELECT RUNSEQ-CTL ASSIGN TO "RUNSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSEQ-STATUS.
      *    Ultimo lote processado por empresa - a protecao contra o
      *    arquivo de folha reapresentado.
           SELECT FOLHA-LOTE ASSIGN TO "FOLHA.LOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-STATUS.
      *    Historico dos creditos de salario, por CPF.
           SELECT FOLHA-CREDITOS ASSIGN TO "FOLHA.CRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.
      *    Detalhes recusados, devolvidos a empresa.
           SELECT FOLHA-REJEITADOS ASSIGN TO "FOLHA.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITADOS-STATUS.
      *    Resumo do processamento.
           SELECT FOLHA-RELATORIO ASSIGN TO "FOLHAPAG.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
      *    Registros da folha, identificados pelo tipo na coluna 1
      *    (0=header, 1=funcionario, 9=trailer).
       FD  FOLHA-ENTRADA.
       01  FPG-LINHA                  PIC X(100).
       01  FPG-HEADER REDEFINES FPG-LINHA.
           05 FPG-H-TIPO              PIC X(01).
           05 FPG-H-CNPJ              PIC X(14).
           05 FPG-H-CONTA             PIC 9(06).
           05 FPG-H-DATA              PIC 9(08).
           05 FPG-H-LOTE              PIC 9(06).
           05 FPG-H-NOME              PIC X(40).
           05 FILLER                  PIC X(25).
       01  FPG-DETALHE REDEFINES FPG-LINHA.
           05 FPG-D-TIPO              PIC X(01).
           05 FPG-D-CPF               PIC X(14).
           05 FPG-D-CONTA             PIC 9(06).
           05 FPG-D-VALOR             PIC 9(11)V99.
           05 FPG-D-NOME              PIC X(40).
           05 FILLER                  PIC X(26).
       01  FPG-TRAILER REDEFINES FPG-LINHA.
           05 FPG-T-TIPO              PIC X(01).
           05 FPG-T-QTD               PIC 9(06).
           05 FPG-T-VALOR-TOTAL       PIC 9(13)V99.
           05 FILLER                  PIC X(78).

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  LEDGER-JOURNAL.
      *    Layout compartilhado do journal - ver copybooks/LEDGJRN.CPY.
           COPY LEDGJRN.

       FD  RUNSEQ-CTL.
       01  RUNSEQ-REC                 PIC 9(08).

       FD  FOLHA-LOTE.
       01  LOTE-REG.
           05 LOTE-CNPJ               PIC X(14).
           05 LOTE-ULTIMO             PIC 9(06).

       FD  FOLHA-CREDITOS.
      *    Layout compartilhado do credito de salario - ver
      *    copybooks/FOLHAREC.CPY.
           COPY FOLHAREC.

      *    Devolucao a empresa: o header da folha, os detalhes
      *    recusados com o motivo e um trailer com os totais
      *    devolvidos.
       FD  FOLHA-REJEITADOS.
       01  REJ-LINHA                  PIC X(100).
       01  REJ-DETALHE REDEFINES REJ-LINHA.
           05 REJ-D-TIPO              PIC X(01).
           05 REJ-D-CPF               PIC X(14).
           05 REJ-D-CONTA             PIC 9(06).
           05 REJ-D-VALOR             PIC 9(11)V99.
           05 REJ-D-NOME              PIC X(40).
      *    01 CPF sem cadastro; 02 conta inexistente; 03 conta
      *    encerrada ou dormente; 04 conta de outro titular; 05 conta
      *    de deposito a prazo; 06 valor invalido.
           05 REJ-D-MOTIVO            PIC X(02).
           05 REJ-D-DESCRICAO         PIC X(24).
       01  REJ-TRAILER REDEFINES REJ-LINHA.
           05 REJ-T-TIPO              PIC X(01).
           05 REJ-T-QTD               PIC 9(06).
           05 REJ-T-VALOR-TOTAL       PIC 9(13)V99.
           05 FILLER                  PIC X(78).

       FD  FOLHA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FOLHA-STATUS       PIC X(02) VALUE "00".
           88 FOLHA-NAO-ACHOU       VALUE "35".
       77 WS-FOLHA-FIM          PIC X(01) VALUE "N".
           88 FOLHA-FIM             VALUE "S".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-JOURNAL-STATUS     PIC X(02) VALUE "00".
           88 JOURNAL-NAO-ACHOU     VALUE "35".
       77 WS-RUNSEQ-STATUS      PIC X(02) VALUE "00".
           88 RUNSEQ-OK             VALUE "00".
       77 WS-LOTE-STATUS        PIC X(02) VALUE "00".
           88 LOTE-NAO-ACHOU        VALUE "35".
       77 WS-LOTE-FIM           PIC X(01) VALUE "N".
           88 LOTE-FIM              VALUE "S".
       77 WS-CREDITOS-STATUS    PIC X(02) VALUE "00".
           88 CREDITOS-NAO-ACHOU    VALUE "35".
       77 WS-REJEITADOS-STATUS  PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Header da folha em processamento.
       77 WS-CNPJ-EMPRESA       PIC X(14) VALUE SPACES.
       77 WS-CONTA-EMPRESA      PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-ARQUIVO       PIC 9(06) VALUE ZEROS.
       77 WS-NOME-EMPRESA       PIC X(40) VALUE SPACES.
       77 WS-LIMITE-EMPRESA     PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-LIVRE        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-HEADER-FOLHA      PIC X(100) VALUE SPACES.

      *    Conferencia previa, mesma do RETORNO.
       77 WS-TEM-HEADER         PIC X(01) VALUE "N".
       77 WS-TEM-TRAILER        PIC X(01) VALUE "N".
       77 WS-TRL-QTD            PIC 9(06) VALUE ZEROS.
       77 WS-TRL-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-PRE-QTD            PIC 9(06) VALUE ZEROS.
       77 WS-PRE-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-ARQUIVO-REPROVADO  PIC X(01) VALUE "N".
           88 ARQUIVO-REPROVADO     VALUE "S".

      *    Ultimo lote por empresa.
       01  WS-TABELA-LOTES.
           05 WS-LOT-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-LOT-ITEM OCCURS 200 TIMES.
              10 WS-LOT-CNPJ        PIC X(14).
              10 WS-LOT-ULTIMO      PIC 9(06).
       77 WS-LOT-IND            PIC 9(03) VALUE ZEROS.
       77 WS-LOT-ACHADO         PIC 9(03) VALUE ZEROS.

      *    Conferencia do detalhe corrente.
       77 WS-DETALHE-VALIDO     PIC X(01) VALUE "N".
       77 WS-MOTIVO-CODIGO      PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-TEXTO       PIC X(24) VALUE SPACES.
       77 WS-CPF-TITULAR-CONTA  PIC X(14) VALUE SPACES.
       77 WS-E-TITULAR          PIC X(01) VALUE "N".
       77 WS-COTIT-IND          PIC 9(01) VALUE ZEROS.

      *    Postagem journalada no ledger.
       77 WS-CPF-POSTAGEM       PIC X(14) VALUE SPACES.
       77 WS-CONTA-POSTAGEM     PIC 9(06) VALUE ZEROS.
       77 WS-NATUREZA           PIC X(01) VALUE SPACES.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-DEPOIS       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-MOVIMENTO          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

       01  WS-TOTAIS-FOLHA.
           05 WS-QTD-ACEITOS        PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-ACEITO       PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-CREDITADOS     PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-CREDITADO    PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-REJEITADO    PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "FOLHAPAG" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

      *    Conferencia previa do arquivo inteiro - trailer que nao
      *    bate ou lote repetido, NADA e postado.
           PERFORM CONFERIR-ARQUIVO-PREVIO
           IF NOT ARQUIVO-REPROVADO
               PERFORM CONFERIR-CONTA-EMPRESA
           END-IF
           IF ARQUIVO-REPROVADO
               MOVE 8 TO RETURN-CODE
               DISPLAY "FOLHA REJEITADA INTEIRA - RETURN-CODE 8"
               GOBACK
           END-IF

           OPEN INPUT CONTA-ARQ
           OPEN INPUT CADCLI-MESTRE
      *    Primeira passada: so soma o que sera aceito, para conferir
      *    o saldo da empresa contra o total antes de postar.
           PERFORM SOMAR-DETALHES-ACEITOS
           PERFORM CONFERIR-SALDO-EMPRESA
           IF ARQUIVO-REPROVADO
               CLOSE CADCLI-MESTRE
               CLOSE CONTA-ARQ
               MOVE 8 TO RETURN-CODE
               DISPLAY "FOLHA REJEITADA INTEIRA - RETURN-CODE 8"
               GOBACK
           END-IF

           PERFORM OBTER-PROXIMO-SEQUENCIAL
           OPEN I-O LEDGER-MESTRE
           OPEN EXTEND LEDGER-JOURNAL
           IF JOURNAL-NAO-ACHOU
               CLOSE LEDGER-JOURNAL
               OPEN OUTPUT LEDGER-JOURNAL
           END-IF
           OPEN EXTEND FOLHA-CREDITOS
           IF CREDITOS-NAO-ACHOU
               CLOSE FOLHA-CREDITOS
               OPEN OUTPUT FOLHA-CREDITOS
           END-IF
           OPEN OUTPUT FOLHA-REJEITADOS

      *    Debito unico do total aceito na conta da empresa.
           IF WS-VALOR-ACEITO > ZEROS
               MOVE WS-CNPJ-EMPRESA  TO WS-CPF-POSTAGEM
               MOVE WS-CONTA-EMPRESA TO WS-CONTA-POSTAGEM
               COMPUTE WS-MOVIMENTO EQUAL 0 - WS-VALOR-ACEITO
               END-COMPUTE
               MOVE "F" TO WS-NATUREZA
               PERFORM POSTAR-MOVIMENTO-FOLHA
           END-IF

      *    Segunda passada: credita cada funcionario aceito e devolve
      *    os recusados.
           PERFORM CREDITAR-FUNCIONARIOS
           PERFORM GRAVAR-TRAILER-REJEITADOS

           CLOSE FOLHA-REJEITADOS
           CLOSE FOLHA-CREDITOS
           CLOSE LEDGER-JOURNAL
           CLOSE LEDGER-MESTRE
           CLOSE CADCLI-MESTRE
           CLOSE CONTA-ARQ
           PERFORM GRAVAR-ULTIMO-LOTE
           PERFORM EMITIR-RESUMO-FOLHA
           GOBACK.

      *    Passada previa: header presente, detalhes contados e
      *    somados contra o trailer, e o lote tem que ser maior que o
      *    ultimo ja processado para a empresa.
       CONFERIR-ARQUIVO-PREVIO.
           MOVE "N" TO WS-FOLHA-FIM
           OPEN INPUT FOLHA-ENTRADA
           IF FOLHA-NAO-ACHOU
               DISPLAY "ARQUIVO DE FOLHA NAO ENCONTRADO: "
                   "data/FOLHA.PAG"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ FOLHA-ENTRADA
               AT END SET FOLHA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FOLHA-FIM
               EVALUATE FPG-H-TIPO
                   WHEN "0"
                       MOVE "S" TO WS-TEM-HEADER
                       MOVE FPG-LINHA   TO WS-HEADER-FOLHA
                       MOVE FPG-H-CNPJ  TO WS-CNPJ-EMPRESA
                       MOVE FPG-H-CONTA TO WS-CONTA-EMPRESA
                       MOVE FPG-H-LOTE  TO WS-LOTE-ARQUIVO
                       MOVE FPG-H-NOME  TO WS-NOME-EMPRESA
                   WHEN "1"
                       ADD 1 TO WS-PRE-QTD
                       IF FPG-D-VALOR IS NUMERIC
                           ADD FPG-D-VALOR TO WS-PRE-VALOR
                       END-IF
                   WHEN "9"
                       MOVE "S" TO WS-TEM-TRAILER
                       MOVE FPG-T-QTD TO WS-TRL-QTD
                       MOVE FPG-T-VALOR-TOTAL TO WS-TRL-VALOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ FOLHA-ENTRADA
                   AT END SET FOLHA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FOLHA-ENTRADA

           IF WS-TEM-HEADER NOT = "S"
               DISPLAY "FOLHA SEM HEADER - EMPRESA NAO IDENTIFICADA"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-TEM-TRAILER NOT = "S"
               DISPLAY "FOLHA SEM TRAILER - ARQUIVO TRUNCADO"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-QTD NOT = WS-PRE-QTD
               DISPLAY "CONTAGEM DO TRAILER NAO BATE - TRAILER "
                   WS-TRL-QTD " DETALHES " WS-PRE-QTD
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF
           IF WS-TRL-VALOR NOT = WS-PRE-VALOR
               DISPLAY "VALOR TOTAL DO TRAILER NAO BATE"
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF

           PERFORM CARREGAR-ULTIMOS-LOTES
           PERFORM LOCALIZAR-LOTE-EMPRESA
           IF WS-LOT-ACHADO > ZEROS
               IF WS-LOTE-ARQUIVO NOT > WS-LOT-ULTIMO (WS-LOT-ACHADO)
                   DISPLAY "LOTE " WS-LOTE-ARQUIVO " JA PROCESSADO "
                       "PARA A EMPRESA - ULTIMO "
                       WS-LOT-ULTIMO (WS-LOT-ACHADO)
                   SET ARQUIVO-REPROVADO TO TRUE
               END-IF
           END-IF.

      *    Conta da empresa: existe, ativa, do CNPJ do header, e o
      *    titular ativo, sem obito e fora de sancao. O limite de
      *    credito entra no saldo disponivel.
       CONFERIR-CONTA-EMPRESA.
           OPEN INPUT CONTA-ARQ
           MOVE WS-CONTA-EMPRESA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   DISPLAY "CONTA DA EMPRESA NAO CADASTRADA: "
                       WS-CONTA-EMPRESA
                   SET ARQUIVO-REPROVADO TO TRUE
               NOT INVALID KEY
                   IF NOT CONTA-ATIVA
                       DISPLAY "CONTA DA EMPRESA NAO ESTA ATIVA: "
                           WS-CONTA-EMPRESA
                       SET ARQUIVO-REPROVADO TO TRUE
                   END-IF
                   IF CONTA-CPF NOT = WS-CNPJ-EMPRESA
                       DISPLAY "CONTA " WS-CONTA-EMPRESA
                           " NAO E DA EMPRESA DO HEADER"
                       SET ARQUIVO-REPROVADO TO TRUE
                   END-IF
           END-READ
           CLOSE CONTA-ARQ
           IF ARQUIVO-REPROVADO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CADCLI-MESTRE
           MOVE WS-CNPJ-EMPRESA TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   DISPLAY "EMPRESA SEM CADASTRO NO MESTRE: "
                       WS-CNPJ-EMPRESA
                   SET ARQUIVO-REPROVADO TO TRUE
               NOT INVALID KEY
                   IF CADCLI-FALECIDO OR CADCLI-SANCIONADO
                       OR CADCLI-INATIVO OR CADCLI-EM-REVISAO
                       DISPLAY "EMPRESA BLOQUEADA NO CADASTRO - "
                           "SITUACAO " CADCLI-SITUACAO
                       SET ARQUIVO-REPROVADO TO TRUE
                   ELSE
                       MOVE CADCLI-LIMITE-CRED TO WS-LIMITE-EMPRESA
                   END-IF
           END-READ
           CLOSE CADCLI-MESTRE.

       SOMAR-DETALHES-ACEITOS.
           MOVE "N" TO WS-FOLHA-FIM
           OPEN INPUT FOLHA-ENTRADA
           READ FOLHA-ENTRADA
               AT END SET FOLHA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FOLHA-FIM
               IF FPG-D-TIPO = "1"
                   PERFORM CONFERIR-DETALHE-FOLHA
                   IF WS-DETALHE-VALIDO = "S"
                       ADD 1 TO WS-QTD-ACEITOS
                       ADD FPG-D-VALOR TO WS-VALOR-ACEITO
                   END-IF
               END-IF
               READ FOLHA-ENTRADA
                   AT END SET FOLHA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FOLHA-ENTRADA.

      *    Saldo disponivel = saldo - bloqueado judicial + limite de
      *    credito, mesma conta do CSUBTR.
       CONFERIR-SALDO-EMPRESA.
           OPEN INPUT LEDGER-MESTRE
           MOVE WS-CNPJ-EMPRESA  TO LEDGER-CPF
           MOVE WS-CONTA-EMPRESA TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           CLOSE LEDGER-MESTRE
           COMPUTE WS-SALDO-LIVRE EQUAL
               LEDGER-SALDO - LEDGER-BLOQUEADO + WS-LIMITE-EMPRESA
           END-COMPUTE
           IF WS-VALOR-ACEITO > WS-SALDO-LIVRE
               MOVE WS-VALOR-ACEITO TO WS-VALOR-EDITADO
               DISPLAY "SALDO DISPONIVEL DA EMPRESA NAO COBRE A "
                   "FOLHA DE " WS-VALOR-EDITADO
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF.

      *    Conferencia de um detalhe: CPF no mestre, conta existente,
      *    ativa, que aceita credito e em que o funcionario e titular
      *    ou co-titular. Deixa o motivo da recusa em
      *    WS-MOTIVO-CODIGO/WS-MOTIVO-TEXTO.
       CONFERIR-DETALHE-FOLHA.
           MOVE "N" TO WS-DETALHE-VALIDO
           IF FPG-D-VALOR IS NOT NUMERIC OR FPG-D-VALOR = ZEROS
               MOVE "06" TO WS-MOTIVO-CODIGO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF
           MOVE FPG-D-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   MOVE "01" TO WS-MOTIVO-CODIGO
                   MOVE "CPF SEM CADASTRO" TO WS-MOTIVO-TEXTO
                   EXIT PARAGRAPH
           END-READ
           MOVE FPG-D-CONTA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "02" TO WS-MOTIVO-CODIGO
                   MOVE "CONTA INEXISTENTE" TO WS-MOTIVO-TEXTO
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               MOVE "03" TO WS-MOTIVO-CODIGO
               MOVE "CONTA ENCERRADA/DORMENTE" TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-E-TITULAR
           IF CONTA-CPF = FPG-D-CPF
               MOVE "S" TO WS-E-TITULAR
           END-IF
           PERFORM VARYING WS-COTIT-IND FROM 1 BY 1
                   UNTIL WS-COTIT-IND > 3
               IF CONTA-COTITULAR-CPF (WS-COTIT-IND) = FPG-D-CPF
                   AND FPG-D-CPF NOT = SPACES
                   MOVE "S" TO WS-E-TITULAR
               END-IF
           END-PERFORM
           IF WS-E-TITULAR NOT = "S"
               MOVE "04" TO WS-MOTIVO-CODIGO
               MOVE "CONTA DE OUTRO TITULAR" TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF
           IF CONTA-PRAZO
               MOVE "05" TO WS-MOTIVO-CODIGO
               MOVE "CONTA DE DEPOSITO PRAZO" TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF
      *    O ledger da conta fica na chave do titular de CONTA-CPF,
      *    tambem quando o funcionario e co-titular.
           MOVE CONTA-CPF TO WS-CPF-TITULAR-CONTA
           MOVE "S" TO WS-DETALHE-VALIDO.

       CREDITAR-FUNCIONARIOS.
           MOVE "N" TO WS-FOLHA-FIM
           OPEN INPUT FOLHA-ENTRADA
           READ FOLHA-ENTRADA
               AT END SET FOLHA-FIM TO TRUE
           END-READ
           PERFORM UNTIL FOLHA-FIM
               EVALUATE FPG-H-TIPO
                   WHEN "0"
                       MOVE WS-HEADER-FOLHA TO REJ-LINHA
                       WRITE REJ-LINHA
                   WHEN "1"
                       PERFORM TRATAR-DETALHE-FOLHA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ FOLHA-ENTRADA
                   AT END SET FOLHA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FOLHA-ENTRADA.

       TRATAR-DETALHE-FOLHA.
           PERFORM CONFERIR-DETALHE-FOLHA
           IF WS-DETALHE-VALIDO NOT = "S"
               PERFORM DEVOLVER-DETALHE-EMPRESA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-TITULAR-CONTA TO WS-CPF-POSTAGEM
           MOVE FPG-D-CONTA          TO WS-CONTA-POSTAGEM
           MOVE FPG-D-VALOR          TO WS-MOVIMENTO
           MOVE "S"                  TO WS-NATUREZA
           PERFORM POSTAR-MOVIMENTO-FOLHA
           ADD 1 TO WS-QTD-CREDITADOS
           ADD FPG-D-VALOR TO WS-VALOR-CREDITADO

           MOVE FPG-D-CPF        TO FCR-CPF
           MOVE FPG-D-CONTA      TO FCR-CONTA
           MOVE FPG-D-VALOR      TO FCR-VALOR
           MOVE WS-DATA-HOJE     TO FCR-DATA
           MOVE WS-CNPJ-EMPRESA  TO FCR-CNPJ-EMPRESA
           MOVE WS-LOTE-ARQUIVO  TO FCR-LOTE
           WRITE FOLHA-CRED-REG.

       DEVOLVER-DETALHE-EMPRESA.
           ADD 1 TO WS-QTD-REJEITADOS
           IF FPG-D-VALOR IS NUMERIC
               ADD FPG-D-VALOR TO WS-VALOR-REJEITADO
           END-IF
           MOVE SPACES TO REJ-LINHA
           MOVE "1"              TO REJ-D-TIPO
           MOVE FPG-D-CPF        TO REJ-D-CPF
           MOVE FPG-D-CONTA      TO REJ-D-CONTA
           MOVE FPG-D-VALOR      TO REJ-D-VALOR
           MOVE FPG-D-NOME       TO REJ-D-NOME
           MOVE WS-MOTIVO-CODIGO TO REJ-D-MOTIVO
           MOVE WS-MOTIVO-TEXTO  TO REJ-D-DESCRICAO
           WRITE REJ-LINHA.

       GRAVAR-TRAILER-REJEITADOS.
           MOVE SPACES TO REJ-LINHA
           MOVE "9"                TO REJ-T-TIPO
           MOVE WS-QTD-REJEITADOS  TO REJ-T-QTD
           MOVE WS-VALOR-REJEITADO TO REJ-T-VALOR-TOTAL
           WRITE REJ-LINHA.

      *    Postagem journalada de WS-MOVIMENTO na chave
      *    WS-CPF-POSTAGEM + WS-CONTA-POSTAGEM, com a natureza do
      *    movimento no journal - journal ANTES da regravacao.
       POSTAR-MOVIMENTO-FOLHA.
           MOVE WS-CPF-POSTAGEM   TO LEDGER-CPF
           MOVE WS-CONTA-POSTAGEM TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
                   MOVE ZEROS TO LEDGER-BLOQUEADO
           END-READ
           MOVE LEDGER-SALDO TO WS-SALDO-ANTES
           COMPUTE WS-SALDO-DEPOIS EQUAL
               LEDGER-SALDO + WS-MOVIMENTO
           END-COMPUTE

           MOVE WS-SEQUENCIAL     TO JRN-SEQUENCIAL
           MOVE WS-CPF-POSTAGEM   TO JRN-CPF
           MOVE WS-CONTA-POSTAGEM TO JRN-CONTA
           MOVE WS-SALDO-ANTES    TO JRN-SALDO-ANTES
           MOVE WS-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
           MOVE WS-DATA-HOJE      TO JRN-DATA
           MOVE WS-HORA-AGORA     TO JRN-HORA
           MOVE ZEROS             TO JRN-DATA-VALOR
           MOVE SPACES            TO JRN-AGENCIA
           MOVE SPACES            TO JRN-REPRESENTANTE
           MOVE WS-NATUREZA       TO JRN-NATUREZA
           WRITE LEDGJRN-REG

           MOVE WS-CPF-POSTAGEM   TO LEDGER-CPF
           MOVE WS-CONTA-POSTAGEM TO LEDGER-CONTA
           MOVE WS-SALDO-DEPOIS   TO LEDGER-SALDO
           WRITE LEDGER-REC
               INVALID KEY
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LEDGER - STATUS "
                               WS-LEDGER-STATUS
                   END-REWRITE
           END-WRITE.

      *    Le/incrementa/grava o contador compartilhado RUNSEQ.CTL -
      *    mesma mecanica do CSUBTR.
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

       CARREGAR-ULTIMOS-LOTES.
           MOVE "N" TO WS-LOTE-FIM
           OPEN INPUT FOLHA-LOTE
           IF LOTE-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FOLHA-LOTE
               AT END SET LOTE-FIM TO TRUE
           END-READ
           PERFORM UNTIL LOTE-FIM
               IF WS-LOT-QTD < 200
                   ADD 1 TO WS-LOT-QTD
                   MOVE LOTE-CNPJ   TO WS-LOT-CNPJ (WS-LOT-QTD)
                   MOVE LOTE-ULTIMO TO WS-LOT-ULTIMO (WS-LOT-QTD)
               END-IF
               READ FOLHA-LOTE
                   AT END SET LOTE-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FOLHA-LOTE.

       LOCALIZAR-LOTE-EMPRESA.
           MOVE ZEROS TO WS-LOT-ACHADO
           PERFORM VARYING WS-LOT-IND FROM 1 BY 1
                   UNTIL WS-LOT-IND > WS-LOT-QTD
               IF WS-LOT-CNPJ (WS-LOT-IND) = WS-CNPJ-EMPRESA
                   AND WS-LOT-ACHADO = ZEROS
                   MOVE WS-LOT-IND TO WS-LOT-ACHADO
               END-IF
           END-PERFORM.

       GRAVAR-ULTIMO-LOTE.
           IF WS-LOT-ACHADO = ZEROS
               IF WS-LOT-QTD < 200
                   ADD 1 TO WS-LOT-QTD
                   MOVE WS-CNPJ-EMPRESA TO WS-LOT-CNPJ (WS-LOT-QTD)
                   MOVE WS-LOT-QTD TO WS-LOT-ACHADO
               ELSE
                   DISPLAY "ATENCAO - MAIS DE 200 EMPRESAS EM "
                       "FOLHA.LOTE: LOTE DA EMPRESA NAO GUARDADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-LOTE-ARQUIVO TO WS-LOT-ULTIMO (WS-LOT-ACHADO)
           OPEN OUTPUT FOLHA-LOTE
           PERFORM VARYING WS-LOT-IND FROM 1 BY 1
                   UNTIL WS-LOT-IND > WS-LOT-QTD
               MOVE WS-LOT-CNPJ (WS-LOT-IND)   TO LOTE-CNPJ
               MOVE WS-LOT-ULTIMO (WS-LOT-IND) TO LOTE-ULTIMO
               WRITE LOTE-REG
           END-PERFORM
           CLOSE FOLHA-LOTE.

       EMITIR-RESUMO-FOLHA.
           OPEN OUTPUT FOLHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FOLHA DE PAGAMENTO - FOLHAPAG  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-CNPJ-EMPRESA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-EMPRESA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-ACEITO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LOTE " DELIMITED BY SIZE
               WS-LOTE-ARQUIVO DELIMITED BY SIZE
               "  CONTA " DELIMITED BY SIZE
               WS-CONTA-EMPRESA DELIMITED BY SIZE
               " DEBITADA EM " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-CREDITADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FUNCIONARIOS CREDITADOS: " DELIMITED BY SIZE
               WS-QTD-CREDITADOS DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-REJEITADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEVOLVIDOS EM FOLHA.REJ: " DELIMITED BY SIZE
               WS-QTD-REJEITADOS DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           CLOSE FOLHA-RELATORIO
           DISPLAY "FOLHA PROCESSADA - CREDITADOS "
               WS-QTD-CREDITADOS " DEVOLVIDOS " WS-QTD-REJEITADOS.
