      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ASSRETOR.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Retorno das assessorias de cobranca externa (companheiro   <*
      *>   do envio ASSENVIO): le o arquivo devolvido pela assessoria <*
      *>   (data/ASSESSORIA.RET - header com o codigo dela, detalhes, <*
      *>   trailer com contagem, valor e NSA) e, como no RETORNO      <*
      *>   bancario, confere o arquivo inteiro antes de tocar         <*
      *>   qualquer fatura - assessoria fora do cadastro, trailer que <*
      *>   nao bate ou NSA fora da sequencia da assessoria            <*
      *>   (ASSESSORIA.NSA.CTL) rejeitam tudo com RETURN-CODE 8.      <*
      *>   Ocorrencia 01 = recuperacao: o valor recebido abate o      <*
      *>   saldo da fatura em poder da assessoria (ver                <*
      *>   copybooks/ASSCARREC.CPY); a que zera fica paga, sai da     <*
      *>   carteira como liquidada e o CPF vai para a fila de         <*
      *>   exclusao do bureau (BUREAU.REMOVER). A comissao e o        <*
      *>   valor recuperado vezes o percentual do contrato            <*
      *>   (ASS-COMISSAO-PCT). A assessoria repassa o liquido: o      <*
      *>   total do arquivo vai para CONTABIL.INT com debito em caixa <*
      *>   11001 pelo liquido e em comissoes de cobranca externa      <*
      *>   51002 pela comissao, credito em contas a receber 13001     <*
      *>   pelo bruto. Ocorrencia 02 = devolucao: a assessoria        <*
      *>   desistiu e a fatura volta para nos, seguindo para a        <*
      *>   baixa. Todo evento entra no historico ASSESSORIA.MOV;      <*
      *>   detalhe de fatura que nao esta com a assessoria, de valor  <*
      *>   acima do saldo ou de fatura fora de aberto vai para a      <*
      *>   revisao ASSESSORIA.DIVERG. Resumo em ASSRETOR.REL.         <*
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
      *    Arquivo de retorno devolvido pela assessoria.
           SELECT ASSESSORIA-RETORNO ASSIGN TO "data/ASSESSORIA.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
      *    Cadastro de assessorias - o percentual de comissao.
           SELECT ASSESSORIA-MST ASSIGN TO "data/ASSESSORIA.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESSORIA-STATUS.
      *    Faturas da cobranca - a recuperacao liquida a fatura.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Carteira de cobranca externa - so a fatura em poder da
      *    assessoria do arquivo aceita retorno dela.
           SELECT ASSESSORIA-CARTEIRA ASSIGN TO "ASSESSORIA.CARTEIRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-FAT-NUMERO
               ALTERNATE RECORD KEY IS ACT-CPF WITH DUPLICATES
               FILE STATUS IS WS-CARTEIRA-STATUS.
      *    Historico de eventos da cobranca externa.
           SELECT ASSESSORIA-MOV ASSIGN TO "ASSESSORIA.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
      *    Ultimo NSA de retorno processado por assessoria - a
      *    protecao contra o arquivo reapresentado.
           SELECT ASSESSORIA-NSA ASSIGN TO "ASSESSORIA.NSA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSA-STATUS.
      *    Fila de CPFs com divida liquidada, consumida pelo passo de
      *    negativacao (NEGATIVA) para emitir a exclusao no bureau.
           SELECT BUREAU-REMOVER ASSIGN TO "BUREAU.REMOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREMOVE-STATUS.
      *    Interface contabil - recuperacoes e comissao do arquivo,
      *    acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Detalhes recusados, para revisao do operador.
           SELECT ASSESSORIA-DIVERGENTE ASSIGN TO "ASSESSORIA.DIVERG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVERG-STATUS.
      *    Resumo do retorno.
           SELECT ASSRETOR-RELATORIO ASSIGN TO "ASSRETOR.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
      *    Registros do retorno: tipo na coluna 1 (0=header com a
      *    assessoria, 1=detalhe, 9=trailer). Ocorrencia 01 =
      *    recuperacao (valor recebido do devedor); 02 = devolucao da
      *    divida sem sucesso.
       FD  ASSESSORIA-RETORNO.
       01  ARR-LINHA                  PIC X(100).
       01  ARR-HEADER REDEFINES ARR-LINHA.
           05 ARR-H-TIPO              PIC X(01).
           05 ARR-H-ASSESSORIA        PIC 9(03).
           05 ARR-H-DATA              PIC 9(08).
           05 FILLER                  PIC X(88).
       01  ARR-DETALHE REDEFINES ARR-LINHA.
           05 ARR-D-TIPO              PIC X(01).
           05 ARR-D-FATURA            PIC 9(06).
           05 ARR-D-OCORRENCIA        PIC X(02).
              88 ARR-D-RECUPERACAO       VALUE "01".
              88 ARR-D-DEVOLUCAO         VALUE "02".
           05 ARR-D-DATA              PIC 9(08).
           05 ARR-D-VALOR             PIC 9(11)V99.
           05 ARR-D-TEXTO             PIC X(30).
           05 FILLER                  PIC X(40).
      *    Trailer: contagem e soma dos valores dos detalhes e o NSA
      *    do arquivo na sequencia da assessoria.
       01  ARR-TRAILER REDEFINES ARR-LINHA.
           05 ARR-T-TIPO              PIC X(01).
           05 ARR-T-QTD               PIC 9(06).
           05 ARR-T-VALOR-TOTAL       PIC 9(13)V99.
           05 ARR-T-NSA               PIC 9(06).
           05 FILLER                  PIC X(72).

       FD  ASSESSORIA-MST.
      *    Layout compartilhado da assessoria - ver
      *    copybooks/ASSESREC.CPY.
           COPY ASSESREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  ASSESSORIA-CARTEIRA.
      *    Layout compartilhado da carteira - ver
      *    copybooks/ASSCARREC.CPY.
           COPY ASSCARREC.

       FD  ASSESSORIA-MOV.
      *    Layout compartilhado do historico - ver
      *    copybooks/ASSMOVREC.CPY.
           COPY ASSMOVREC.

       FD  ASSESSORIA-NSA.
       01  NSA-REG.
           05 NSA-ASSESSORIA          PIC 9(03).
           05 NSA-ULTIMO              PIC 9(06).

       FD  BUREAU-REMOVER.
       01  BREMOVE-REG.
           05 BRM-CPF                 PIC X(14).
           05 BRM-DATA                PIC 9(08).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  ASSESSORIA-DIVERGENTE.
       01  DIVERG-LINHA               PIC X(100) VALUE SPACES.

       FD  ASSRETOR-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-RETORNO-STATUS     PIC X(02) VALUE "00".
           88 RETORNO-NAO-ACHOU     VALUE "35".
       77 WS-RETORNO-FIM        PIC X(01) VALUE "N".
           88 RETORNO-FIM           VALUE "S".
       77 WS-ASSESSORIA-STATUS  PIC X(02) VALUE "00".
           88 ASSESSORIA-NAO-ACHOU  VALUE "35".
       77 WS-ASSESSORIA-FIM     PIC X(01) VALUE "N".
           88 ASSESSORIA-FIM        VALUE "S".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-CARTEIRA-STATUS    PIC X(02) VALUE "00".
           88 CARTEIRA-OK           VALUE "00".
       77 WS-MOV-STATUS         PIC X(02) VALUE "00".
           88 MOV-NAO-ACHOU         VALUE "35".
       77 WS-NSA-STATUS         PIC X(02) VALUE "00".
           88 NSA-NAO-ACHOU         VALUE "35".
       77 WS-NSA-FIM            PIC X(01) VALUE "N".
           88 NSA-FIM               VALUE "S".
       77 WS-BREMOVE-STATUS     PIC X(02) VALUE "00".
           88 BREMOVE-NAO-ACHOU     VALUE "35".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-DIVERG-STATUS      PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Assessoria do arquivo, achada no cadastro pelo header.
       77 WS-ASSESSORIA-ARQUIVO PIC 9(03) VALUE ZEROS.
       77 WS-ASSESSORIA-NOME    PIC X(30) VALUE SPACES.
       77 WS-COMISSAO-PCT       PIC 9(02)V99 VALUE ZEROS.
       77 WS-ASSESSORIA-ACHADA  PIC X(01) VALUE "N".

      *    Ultimo NSA processado de cada assessoria - so a linha da
      *    assessoria do arquivo muda.
       01  WS-TABELA-NSA.
           05 WS-NSA-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-NSA-ITEM OCCURS 20 TIMES.
              10 WS-NSA-COD         PIC 9(03).
              10 WS-NSA-ULT         PIC 9(06).
       77 WS-NSA-IND            PIC 9(02) VALUE ZEROS.
       77 WS-NSA-ACHADO         PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-NSA         PIC 9(06) VALUE ZEROS.
       77 WS-NSA-ARQUIVO        PIC 9(06) VALUE ZEROS.
       77 WS-NSA-ESPERADO       PIC 9(06) VALUE ZEROS.

      *    Conferencia PREVIA do arquivo (antes de tocar qualquer
      *    fatura): header de assessoria do cadastro, NSA em
      *    sequencia e trailer batendo com os detalhes - reprovado, o
      *    arquivo inteiro e rejeitado.
       77 WS-TEM-HEADER         PIC X(01) VALUE "N".
       77 WS-TEM-TRAILER        PIC X(01) VALUE "N".
       77 WS-TRL-QTD            PIC 9(06) VALUE ZEROS.
       77 WS-TRL-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-PRE-QTD            PIC 9(06) VALUE ZEROS.
       77 WS-PRE-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-ARQUIVO-REPROVADO  PIC X(01) VALUE "N".
           88 ARQUIVO-REPROVADO     VALUE "S".

      *    Detalhe corrente.
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-COMISSAO-DETALHE   PIC 9(11)V99 VALUE ZEROS.
       77 WS-CPF-BUREAU         PIC X(14) VALUE SPACES.

       01  WS-TOTAIS-RETORNO.
           05 WS-DETALHES-LIDOS     PIC 9(06) VALUE ZEROS.
           05 WS-LIQUIDADAS         PIC 9(06) VALUE ZEROS.
           05 WS-PARCIAIS           PIC 9(06) VALUE ZEROS.
           05 WS-DEVOLVIDAS         PIC 9(06) VALUE ZEROS.
           05 WS-DIVERGENTES        PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-RECUPERADO   PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALOR-COMISSAO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALOR-DEVOLVIDO    PIC 9(13)V99 VALUE ZEROS.

      *    Plano de contas da recuperacao: a assessoria repassa o
      *    recebido liquido da comissao - caixa pelo liquido,
      *    despesa de comissao pela comissao, contas a receber pelo
      *    bruto.
       77 WS-CONTA-CAIXA        PIC 9(05) VALUE 11001.
       77 WS-CONTA-COMISSAO     PIC 9(05) VALUE 51002.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
      *    A interface contabil carrega valores inteiros - mesma
      *    largura do GLPOST; o liquido fecha a partida.
       77 WS-BRUTO-INTEIRO      PIC 9(13) VALUE ZEROS.
       77 WS-COMISSAO-INTEIRA   PIC 9(13) VALUE ZEROS.
       77 WS-LIQUIDO-INTEIRO    PIC 9(13) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
       77 WS-DIVERG-BUFFER      PIC X(100) VALUE SPACES.
       77 WS-MOTIVO-DIVERGENCIA PIC X(50) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "ASSRETOR" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *    Conferencia previa do arquivo inteiro - assessoria fora do
      *    cadastro, fora de sequencia ou com trailer que nao bate,
      *    NADA e processado.
           PERFORM CONFERIR-ARQUIVO-PREVIO
           IF ARQUIVO-REPROVADO
               MOVE 8 TO RETURN-CODE
               DISPLAY "ARQUIVO DA ASSESSORIA REJEITADO INTEIRO - "
                   "RETURN-CODE 8"
               GOBACK
           END-IF

           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "ARQUIVO DE FATURAS NAO ENCONTRADO"
               CLOSE FATURAS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ASSESSORIA-CARTEIRA
           IF NOT CARTEIRA-OK
               DISPLAY "CARTEIRA DE COBRANCA EXTERNA INDISPONIVEL - "
                   "STATUS " WS-CARTEIRA-STATUS
               CLOSE FATURAS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ASSESSORIA-MOV
           IF MOV-NAO-ACHOU
               CLOSE ASSESSORIA-MOV
               OPEN OUTPUT ASSESSORIA-MOV
           END-IF

           PERFORM PROCESSAR-ARQUIVO-RETORNO

           CLOSE ASSESSORIA-MOV
           CLOSE ASSESSORIA-CARTEIRA
           CLOSE FATURAS-ARQUIVO
           PERFORM GRAVAR-ULTIMO-NSA
           PERFORM LANCAR-RECUPERACAO-CONTABIL
           PERFORM EMITIR-RESUMO-RETORNO
           GOBACK.

      *    Passada previa: assessoria do header no cadastro, contagem
      *    e soma dos detalhes contra o trailer, e o NSA contra o
      *    ultimo processado da assessoria (tem que ser ultimo + 1;
      *    arquivo sem NSA nao passa - o layout ja nasceu com ele).
       CONFERIR-ARQUIVO-PREVIO.
           MOVE "N" TO WS-RETORNO-FIM
           OPEN INPUT ASSESSORIA-RETORNO
           IF RETORNO-NAO-ACHOU
               DISPLAY "ARQUIVO DA ASSESSORIA NAO ENCONTRADO: "
                   "data/ASSESSORIA.RET"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ ASSESSORIA-RETORNO
               AT END SET RETORNO-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETORNO-FIM
               EVALUATE ARR-H-TIPO
                   WHEN "0"
                       MOVE "S" TO WS-TEM-HEADER
                       MOVE ARR-H-ASSESSORIA TO WS-ASSESSORIA-ARQUIVO
                   WHEN "1"
                       ADD 1 TO WS-PRE-QTD
                       ADD ARR-D-VALOR TO WS-PRE-VALOR
                   WHEN "9"
                       MOVE "S" TO WS-TEM-TRAILER
                       MOVE ARR-T-QTD TO WS-TRL-QTD
                       MOVE ARR-T-VALOR-TOTAL TO WS-TRL-VALOR
                       IF ARR-T-NSA IS NUMERIC
                           MOVE ARR-T-NSA TO WS-NSA-ARQUIVO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ASSESSORIA-RETORNO
                   AT END SET RETORNO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ASSESSORIA-RETORNO
           MOVE "N" TO WS-RETORNO-FIM

           IF WS-TEM-HEADER NOT = "S"
               DISPLAY "ARQUIVO SEM HEADER - ASSESSORIA DESCONHECIDA"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-ASSESSORIA-ARQUIVO
           IF WS-ASSESSORIA-ACHADA NOT = "S"
               DISPLAY "ASSESSORIA " WS-ASSESSORIA-ARQUIVO
                   " FORA DO CADASTRO"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-TEM-TRAILER NOT = "S"
               DISPLAY "ARQUIVO SEM TRAILER - ARQUIVO TRUNCADO"
               SET ARQUIVO-REPROVADO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-QTD NOT = WS-PRE-QTD
               DISPLAY "CONTAGEM DO TRAILER NAO BATE - TRAILER "
                   WS-TRL-QTD " DETALHES " WS-PRE-QTD
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF
           IF WS-TRL-VALOR NOT = WS-PRE-VALOR
               DISPLAY "CHECKSUM DE VALOR DO TRAILER NAO BATE"
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF

           PERFORM CARREGAR-CONTADORES-NSA
           COMPUTE WS-NSA-ESPERADO EQUAL WS-ULTIMO-NSA + 1
           END-COMPUTE
           IF WS-NSA-ARQUIVO NOT = WS-NSA-ESPERADO
               DISPLAY "NSA FORA DE SEQUENCIA - ARQUIVO "
                   WS-NSA-ARQUIVO " ESPERADO " WS-NSA-ESPERADO
               SET ARQUIVO-REPROVADO TO TRUE
           END-IF.

       LOCALIZAR-ASSESSORIA-ARQUIVO.
           MOVE "N" TO WS-ASSESSORIA-ACHADA
           OPEN INPUT ASSESSORIA-MST
           IF ASSESSORIA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ ASSESSORIA-MST
               AT END SET ASSESSORIA-FIM TO TRUE
           END-READ
           PERFORM UNTIL ASSESSORIA-FIM
               IF ASS-CODIGO = WS-ASSESSORIA-ARQUIVO
                   MOVE "S" TO WS-ASSESSORIA-ACHADA
                   MOVE ASS-NOME TO WS-ASSESSORIA-NOME
                   MOVE ASS-COMISSAO-PCT TO WS-COMISSAO-PCT
                   SET ASSESSORIA-FIM TO TRUE
               ELSE
                   READ ASSESSORIA-MST
                       AT END SET ASSESSORIA-FIM TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ASSESSORIA-MST.

      *    Carrega os ultimos NSA e acha (ou abre) a linha da
      *    assessoria do arquivo.
       CARREGAR-CONTADORES-NSA.
           OPEN INPUT ASSESSORIA-NSA
           IF NOT NSA-NAO-ACHOU
               READ ASSESSORIA-NSA
                   AT END SET NSA-FIM TO TRUE
               END-READ
               PERFORM UNTIL NSA-FIM
                   IF WS-NSA-QTD < 20
                       ADD 1 TO WS-NSA-QTD
                       MOVE NSA-ASSESSORIA TO WS-NSA-COD (WS-NSA-QTD)
                       MOVE NSA-ULTIMO     TO WS-NSA-ULT (WS-NSA-QTD)
                   END-IF
                   READ ASSESSORIA-NSA
                       AT END SET NSA-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ASSESSORIA-NSA
           END-IF
           MOVE ZEROS TO WS-NSA-ACHADO
           PERFORM VARYING WS-NSA-IND FROM 1 BY 1
                   UNTIL WS-NSA-IND > WS-NSA-QTD
               IF WS-NSA-COD (WS-NSA-IND) = WS-ASSESSORIA-ARQUIVO
                   AND WS-NSA-ACHADO = ZEROS
                   MOVE WS-NSA-IND TO WS-NSA-ACHADO
               END-IF
           END-PERFORM
           IF WS-NSA-ACHADO = ZEROS AND WS-NSA-QTD < 20
               ADD 1 TO WS-NSA-QTD
               MOVE WS-ASSESSORIA-ARQUIVO TO WS-NSA-COD (WS-NSA-QTD)
               MOVE ZEROS TO WS-NSA-ULT (WS-NSA-QTD)
               MOVE WS-NSA-QTD TO WS-NSA-ACHADO
           END-IF
           IF WS-NSA-ACHADO > ZEROS
               MOVE WS-NSA-ULT (WS-NSA-ACHADO) TO WS-ULTIMO-NSA
           END-IF.

       GRAVAR-ULTIMO-NSA.
           IF WS-NSA-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NSA-ARQUIVO TO WS-NSA-ULT (WS-NSA-ACHADO)
           OPEN OUTPUT ASSESSORIA-NSA
           PERFORM VARYING WS-NSA-IND FROM 1 BY 1
                   UNTIL WS-NSA-IND > WS-NSA-QTD
               MOVE WS-NSA-COD (WS-NSA-IND) TO NSA-ASSESSORIA
               MOVE WS-NSA-ULT (WS-NSA-IND) TO NSA-ULTIMO
               WRITE NSA-REG
           END-PERFORM
           CLOSE ASSESSORIA-NSA.

       PROCESSAR-ARQUIVO-RETORNO.
           OPEN OUTPUT ASSESSORIA-DIVERGENTE
           OPEN INPUT ASSESSORIA-RETORNO
           READ ASSESSORIA-RETORNO
               AT END SET RETORNO-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETORNO-FIM
               IF ARR-D-TIPO = "1"
                   PERFORM TRATAR-DETALHE-RETORNO
               END-IF
               READ ASSESSORIA-RETORNO
                   AT END SET RETORNO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ASSESSORIA-RETORNO
           CLOSE ASSESSORIA-DIVERGENTE.

      *    Um detalhe do retorno: a fatura tem que estar em poder da
      *    assessoria do arquivo; fora disso vai para a revisao.
       TRATAR-DETALHE-RETORNO.
           ADD 1 TO WS-DETALHES-LIDOS
           MOVE ARR-D-FATURA TO ACT-FAT-NUMERO
           READ ASSESSORIA-CARTEIRA
               INVALID KEY
                   MOVE "FATURA NAO FOI ENVIADA A ASSESSORIA"
                       TO WS-MOTIVO-DIVERGENCIA
                   PERFORM REGISTRAR-DIVERGENCIA
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACT-EM-PODER
               OR ACT-ASSESSORIA NOT = WS-ASSESSORIA-ARQUIVO
               MOVE "FATURA NAO ESTA EM PODER DESTA ASSESSORIA"
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM REGISTRAR-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ARR-D-RECUPERACAO
                   PERFORM TRATAR-RECUPERACAO
               WHEN ARR-D-DEVOLUCAO
                   PERFORM TRATAR-DEVOLUCAO
               WHEN OTHER
                   MOVE "OCORRENCIA INVALIDA" TO WS-MOTIVO-DIVERGENCIA
                   PERFORM REGISTRAR-DIVERGENCIA
           END-EVALUATE.

      *    Recuperacao: o valor recebido pela assessoria abate o
      *    saldo da fatura (quita quando zera - e o CPF vai para a
      *    fila de exclusao do bureau) e gera a comissao pelo
      *    percentual do contrato. Valor acima do saldo, ou fatura
      *    que ja nao esta em aberto, vai para a revisao.
       TRATAR-RECUPERACAO.
           MOVE ARR-D-FATURA TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-DIVERGENCIA
                   PERFORM REGISTRAR-DIVERGENCIA
                   EXIT PARAGRAPH
           END-READ
           IF NOT FAT-ABERTA
               MOVE "FATURA NAO ESTA EM ABERTO - CONFERIR RECUPERACAO"
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM REGISTRAR-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-DEVEDOR EQUAL
               FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF ARR-D-VALOR = ZEROS OR ARR-D-VALOR > WS-SALDO-DEVEDOR
               MOVE "VALOR RECUPERADO ZERADO OU MAIOR QUE O SALDO"
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM REGISTRAR-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-COMISSAO-DETALHE ROUNDED EQUAL
               ARR-D-VALOR * WS-COMISSAO-PCT / 100
           END-COMPUTE
           ADD ARR-D-VALOR TO FAT-VALOR-PAGO
           IF FAT-VALOR-PAGO = FAT-VALOR
               MOVE ARR-D-DATA TO FAT-DATA-PGTO
               MOVE "P" TO FAT-SITUACAO
           END-IF
           REWRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FATURA - STATUS "
                       WS-FATURAS-STATUS
           END-REWRITE

           ADD ARR-D-VALOR TO ACT-VALOR-RECUPERADO
           ADD WS-COMISSAO-DETALHE TO ACT-COMISSAO
           IF FAT-PAGA
               MOVE "L" TO ACT-SITUACAO
               MOVE WS-DATA-HOJE TO ACT-DATA-SITUACAO
               ADD 1 TO WS-LIQUIDADAS
               MOVE FAT-CPF TO WS-CPF-BUREAU
               PERFORM AVISAR-BUREAU-LIQUIDACAO
           ELSE
               ADD 1 TO WS-PARCIAIS
           END-IF
           REWRITE ASSCART-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CARTEIRA - STATUS "
                       WS-CARTEIRA-STATUS
           END-REWRITE
           ADD ARR-D-VALOR TO WS-VALOR-RECUPERADO
           ADD WS-COMISSAO-DETALHE TO WS-VALOR-COMISSAO

           MOVE "R" TO AMV-EVENTO
           MOVE ARR-D-VALOR TO AMV-VALOR
           MOVE WS-COMISSAO-DETALHE TO AMV-COMISSAO
           PERFORM GRAVAR-HISTORICO.

      *    Devolucao: a assessoria desistiu da divida - a fatura
      *    continua em aberto conosco e segue para a baixa.
       TRATAR-DEVOLUCAO.
           MOVE "D" TO ACT-SITUACAO
           MOVE WS-DATA-HOJE TO ACT-DATA-SITUACAO
           REWRITE ASSCART-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CARTEIRA - STATUS "
                       WS-CARTEIRA-STATUS
           END-REWRITE
           ADD 1 TO WS-DEVOLVIDAS
           MOVE "D" TO AMV-EVENTO
           COMPUTE AMV-VALOR EQUAL
               ACT-VALOR-ENVIADO - ACT-VALOR-RECUPERADO
           END-COMPUTE
           ADD AMV-VALOR TO WS-VALOR-DEVOLVIDO
           MOVE ZEROS TO AMV-COMISSAO
           PERFORM GRAVAR-HISTORICO.

       GRAVAR-HISTORICO.
           MOVE WS-DATA-HOJE   TO AMV-DATA
           MOVE ACT-FAT-NUMERO TO AMV-FAT-NUMERO
           MOVE ACT-CPF        TO AMV-CPF
           MOVE ACT-ASSESSORIA TO AMV-ASSESSORIA
           MOVE SPACE          TO AMV-MOTIVO
           MOVE WS-NSA-ARQUIVO TO AMV-NSA
           MOVE ARR-D-TEXTO    TO AMV-TEXTO
           WRITE ASSMOV-REG.

      *    Linha de revisao: fatura, ocorrencia, valor e o motivo da
      *    recusa (posto em WS-MOTIVO-DIVERGENCIA por quem chama).
       REGISTRAR-DIVERGENCIA.
           ADD 1 TO WS-DIVERGENTES
           MOVE ARR-D-VALOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-DIVERG-BUFFER
           STRING "FATURA " DELIMITED BY SIZE
               ARR-D-FATURA DELIMITED BY SIZE
               " OCORR " DELIMITED BY SIZE
               ARR-D-OCORRENCIA DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO-DIVERGENCIA DELIMITED BY SIZE
               INTO WS-DIVERG-BUFFER
           END-STRING
           MOVE WS-DIVERG-BUFFER TO DIVERG-LINHA
           MOVE SPACES TO WS-MOTIVO-DIVERGENCIA
           WRITE DIVERG-LINHA.

       AVISAR-BUREAU-LIQUIDACAO.
           OPEN EXTEND BUREAU-REMOVER
           IF BREMOVE-NAO-ACHOU
               CLOSE BUREAU-REMOVER
               OPEN OUTPUT BUREAU-REMOVER
           END-IF
           MOVE WS-CPF-BUREAU TO BRM-CPF
           MOVE WS-DATA-HOJE  TO BRM-DATA
           WRITE BREMOVE-REG
           CLOSE BUREAU-REMOVER.

      *    Recuperacoes do arquivo na interface contabil: debito em
      *    caixa pelo repasse liquido e em despesa de comissao pela
      *    comissao, credito em contas a receber pelo bruto.
       LANCAR-RECUPERACAO-CONTABIL.
           IF WS-VALOR-RECUPERADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-RECUPERADO TO WS-BRUTO-INTEIRO
           MOVE WS-VALOR-COMISSAO   TO WS-COMISSAO-INTEIRA
           COMPUTE WS-LIQUIDO-INTEIRO EQUAL
               WS-BRUTO-INTEIRO - WS-COMISSAO-INTEIRA
           END-COMPUTE
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-CAIXA      TO GL-CONTA
           MOVE WS-LIQUIDO-INTEIRO  TO GL-TOTAL-DEBITO
           MOVE ZEROS               TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           IF WS-COMISSAO-INTEIRA > ZEROS
               MOVE WS-DATA-HOJE        TO GL-DATA
               MOVE WS-CONTA-COMISSAO   TO GL-CONTA
               MOVE WS-COMISSAO-INTEIRA TO GL-TOTAL-DEBITO
               MOVE ZEROS               TO GL-TOTAL-CREDITO
               WRITE CONTABIL-REG
           END-IF
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-RECEBER    TO GL-CONTA
           MOVE ZEROS               TO GL-TOTAL-DEBITO
           MOVE WS-BRUTO-INTEIRO    TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           DISPLAY "RECUPERACAO E COMISSAO LANCADAS NA INTERFACE "
               "CONTABIL".

       EMITIR-RESUMO-RETORNO.
           OPEN OUTPUT ASSRETOR-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RETORNO DA COBRANCA EXTERNA - ASSRETOR  DATA "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "ASSESSORIA " DELIMITED BY SIZE
               WS-ASSESSORIA-ARQUIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ASSESSORIA-NOME DELIMITED BY SIZE
               " NSA " DELIMITED BY SIZE
               WS-NSA-ARQUIVO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "DETALHES LIDOS: " DELIMITED BY SIZE
               WS-DETALHES-LIDOS DELIMITED BY SIZE
               "  LIQUIDADAS: " DELIMITED BY SIZE
               WS-LIQUIDADAS DELIMITED BY SIZE
               "  PARCIAIS: " DELIMITED BY SIZE
               WS-PARCIAIS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "DEVOLVIDAS....: " DELIMITED BY SIZE
               WS-DEVOLVIDAS DELIMITED BY SIZE
               "  DIVERGENTES: " DELIMITED BY SIZE
               WS-DIVERGENTES DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-VALOR-RECUPERADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR RECUPERADO......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-VALOR-COMISSAO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "COMISSAO DA ASSESSORIA: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SALDO DEVOLVIDO.......: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           CLOSE ASSRETOR-RELATORIO
           DISPLAY "RESUMO GRAVADO EM ASSRETOR.REL".

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
