      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ASSENVIO.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Envio mensal da divida de atraso longo as assessorias de   <*
      *>   cobranca externa, antes da baixa como perda (FATBAIXA).    <*
      *>   Fatura em aberto com saldo devedor e atraso a partir de    <*
      *>   ASSESSORIA-DIAS-ATRASO (data/PARAMRUN.CTL, padrao 120) e   <*
      *>   repartida entre as assessorias ativas do cadastro          <*
      *>   data/ASSESSORIA.MST (ver copybooks/ASSESREC.CPY): o        <*
      *>   cliente que ja tem divida com uma assessoria fica com ela  <*
      *>   - nunca duas cobrando o mesmo devedor -, o cliente novo    <*
      *>   vai para a de menor carteira. A fatura entra na carteira   <*
      *>   ASSESSORIA.CARTEIRA (ver copybooks/ASSCARREC.CPY) e o      <*
      *>   evento no historico ASSESSORIA.MOV. Devedor falecido fica  <*
      *>   com o espolio; fatura que ja passou por assessoria nao     <*
      *>   volta, salvo a recolhida de assessoria inativada.          <*
      *>   RECOLHIMENTO: antes de repartir, sai da assessoria a       <*
      *>   fatura paga direto a empresa, a que deixou a cobranca      <*
      *>   (cancelada, parcelada, baixada), a de assessoria inativada <*
      *>   e a que passou de ASSESSORIA-PRAZO-DIAS (padrao 180) la.   <*
      *>   Sai um arquivo ASSESSORIA.Ennn por assessoria com          <*
      *>   movimento no dia - header, detalhe de entrada (devedor,    <*
      *>   endereco, telefone e e-mail preferidos, fatura, saldo,     <*
      *>   atraso) ou de recolhimento (com o motivo) e trailer com    <*
      *>   os totais - e o resumo ASSENVIO.REL por assessoria.        <*
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
      *    Faturas da cobranca - as em aberto de atraso longo vao as
      *    assessorias; as que sairam da cobranca sao recolhidas.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro de assessorias de cobranca externa.
           SELECT ASSESSORIA-MST ASSIGN TO "data/ASSESSORIA.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESSORIA-STATUS.
      *    Carteira de cobranca externa - uma linha por fatura
      *    entregue, com a assessoria que a tem.
           SELECT ASSESSORIA-CARTEIRA ASSIGN TO "ASSESSORIA.CARTEIRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-FAT-NUMERO
               ALTERNATE RECORD KEY IS ACT-CPF WITH DUPLICATES
               FILE STATUS IS WS-CARTEIRA-STATUS.
      *    Historico de eventos da cobranca externa - e dele que sai
      *    o arquivo do dia de cada assessoria.
           SELECT ASSESSORIA-MOV ASSIGN TO "ASSESSORIA.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
      *    Cadastro mestre de clientes - nome e endereco do devedor.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Telefones e e-mails do devedor.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATO-STATUS.
      *    Parametros de execucao - idade de envio e prazo de
      *    permanencia na assessoria.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Arquivo de envio da assessoria da vez - o nome fisico
      *    (ASSESSORIA.Ennn) e montado em WS-ENVIO-NOME antes do
      *    OPEN, mesma mecanica da remessa por banco.
           SELECT ASSESSORIA-ENVIO ASSIGN TO WS-ENVIO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIO-STATUS.
      *    Resumo do envio, por assessoria.
           SELECT ASSENVIO-RELATORIO ASSIGN TO "ASSENVIO.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  ASSESSORIA-MST.
      *    Layout compartilhado da assessoria - ver
      *    copybooks/ASSESREC.CPY.
           COPY ASSESREC.

       FD  ASSESSORIA-CARTEIRA.
      *    Layout compartilhado da carteira - ver
      *    copybooks/ASSCARREC.CPY.
           COPY ASSCARREC.

       FD  ASSESSORIA-MOV.
      *    Layout compartilhado do historico - ver
      *    copybooks/ASSMOVREC.CPY.
           COPY ASSMOVREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver
      *    copybooks/CONTATOREC.CPY.
           COPY CONTATOREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

      *    Registros do arquivo da assessoria: tipo na coluna 1
      *    (0=header, 1=detalhe, 9=trailer) e sequencia nas 6 ultimas
      *    posicoes, como na remessa bancaria.
       FD  ASSESSORIA-ENVIO.
       01  ASE-LINHA                  PIC X(300).
       01  ASE-HEADER REDEFINES ASE-LINHA.
           05 ASE-H-TIPO              PIC X(01).
           05 ASE-H-LITERAL           PIC X(16).
           05 ASE-H-DATA              PIC 9(08).
           05 ASE-H-EMPRESA           PIC X(30).
           05 ASE-H-ASSESSORIA        PIC 9(03).
           05 ASE-H-NOME              PIC X(30).
           05 FILLER                  PIC X(206).
           05 ASE-H-SEQUENCIA         PIC 9(06).
       01  ASE-DETALHE REDEFINES ASE-LINHA.
           05 ASE-D-TIPO              PIC X(01).
      *    Instrucao: 1 = entrada da divida na assessoria, com os
      *    dados do devedor; 2 = recolhimento - a assessoria para de
      *    cobrar (motivo em ASE-D-MOTIVO, como ACT-MOTIVO).
           05 ASE-D-INSTRUCAO         PIC X(01).
              88 ASE-D-ENTRADA           VALUE "1".
              88 ASE-D-RECOLHIMENTO      VALUE "2".
           05 ASE-D-FATURA            PIC 9(06).
      *    Tipo de inscricao do devedor: 1 = CPF, 2 = CNPJ.
           05 ASE-D-TIPO-INSCRICAO    PIC X(01).
           05 ASE-D-CPF               PIC X(14).
           05 ASE-D-NOME              PIC X(50).
           05 ASE-D-LOGRADOURO        PIC X(40).
           05 ASE-D-NUMERO            PIC X(06).
           05 ASE-D-BAIRRO            PIC X(20).
           05 ASE-D-CIDADE            PIC X(20).
           05 ASE-D-UF                PIC X(02).
           05 ASE-D-CEP               PIC X(08).
           05 ASE-D-TELEFONE          PIC X(20).
           05 ASE-D-EMAIL             PIC X(50).
           05 ASE-D-VENCTO            PIC 9(08).
           05 ASE-D-VALOR-ORIGINAL    PIC 9(11)V99.
           05 ASE-D-SALDO             PIC 9(11)V99.
           05 ASE-D-DIAS-ATRASO       PIC 9(05).
           05 ASE-D-MOTIVO            PIC X(01).
           05 FILLER                  PIC X(15).
           05 ASE-D-SEQUENCIA         PIC 9(06).
      *    Trailer com os controles do arquivo: entradas e o valor
      *    delas, e os recolhimentos.
       01  ASE-TRAILER REDEFINES ASE-LINHA.
           05 ASE-T-TIPO              PIC X(01).
           05 ASE-T-QTD-ENTRADAS      PIC 9(06).
           05 ASE-T-VALOR-ENTRADAS    PIC 9(13)V99.
           05 ASE-T-QTD-RECOLHIDAS    PIC 9(06).
           05 FILLER                  PIC X(266).
           05 ASE-T-SEQUENCIA         PIC 9(06).

       FD  ASSENVIO-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-ASSESSORIA-STATUS  PIC X(02) VALUE "00".
           88 ASSESSORIA-NAO-ACHOU  VALUE "35".
       77 WS-ASSESSORIA-FIM     PIC X(01) VALUE "N".
           88 ASSESSORIA-FIM        VALUE "S".
       77 WS-CARTEIRA-STATUS    PIC X(02) VALUE "00".
           88 CARTEIRA-OK           VALUE "00".
           88 CARTEIRA-NAO-ACHOU    VALUE "35".
       77 WS-CARTEIRA-FIM       PIC X(01) VALUE "N".
           88 CARTEIRA-FIM          VALUE "S".
       77 WS-MOV-STATUS         PIC X(02) VALUE "00".
           88 MOV-NAO-ACHOU         VALUE "35".
       77 WS-MOV-FIM            PIC X(01) VALUE "N".
           88 MOV-FIM               VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-DISPONIVEL  PIC X(01) VALUE "N".
       77 WS-CONTATO-STATUS     PIC X(02) VALUE "00".
           88 CONTATO-OK            VALUE "00".
       77 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
       77 WS-CONTATO-FIM        PIC X(01) VALUE "N".
           88 CONTATO-FIM           VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-ENVIO-STATUS       PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Idade minima de atraso para a divida ir a assessoria e
      *    prazo maximo que ela fica la antes de ser recolhida -
      *    padroes substituidos por data/PARAMRUN.CTL quando
      *    presentes.
       77 WS-DIAS-ENVIO         PIC 9(04) VALUE 120.
       77 WS-PRAZO-ASSESSORIA   PIC 9(04) VALUE 180.

      *    Nome fisico do arquivo de envio da assessoria da vez.
       77 WS-ENVIO-NOME         PIC X(40) VALUE SPACES.
       77 WS-ASSESSORIA-EDITADA PIC X(03) VALUE SPACES.
       77 WS-SEQUENCIA-REGISTRO PIC 9(06) VALUE ZEROS.

      *    Assessorias do cadastro com a carteira em poder de cada
      *    uma (base da reparticao) e os totais da passada.
       01  WS-TABELA-ASSESSORIAS.
           05 WS-ASS-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-ASS-ITEM OCCURS 20 TIMES.
              10 WS-ASS-CODIGO      PIC 9(03).
              10 WS-ASS-NOME        PIC X(30).
              10 WS-ASS-SITUACAO    PIC X(01).
              10 WS-ASS-EM-PODER    PIC 9(06).
              10 WS-ASS-ENVIADAS    PIC 9(06).
              10 WS-ASS-VALOR-ENVIADO PIC 9(13)V99.
              10 WS-ASS-RECOLHIDAS  PIC 9(06).
              10 WS-ASS-ARQ-ENTRADAS PIC 9(06).
              10 WS-ASS-ARQ-VALOR   PIC 9(13)V99.
              10 WS-ASS-ARQ-RECOLHIDAS PIC 9(06).
       77 WS-ASS-IND            PIC 9(02) VALUE ZEROS.
       77 WS-ASS-DA-VEZ         PIC 9(02) VALUE ZEROS.
       77 WS-ASS-ACHADA         PIC 9(02) VALUE ZEROS.
       77 WS-ASS-ESCOLHIDA      PIC 9(02) VALUE ZEROS.
       77 WS-CODIGO-PROCURADO   PIC 9(03) VALUE ZEROS.
       77 WS-ATIVAS             PIC 9(02) VALUE ZEROS.

      *    Fatura corrente: atraso, saldo e a situacao dela na
      *    carteira (N = nunca foi a assessoria; S = ja foi e nao
      *    volta; I = recolhida de assessoria inativada, repartida
      *    de novo).
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-NA-ASSESSORIA PIC S9(05) VALUE ZEROS.
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-NA-CARTEIRA        PIC X(01) VALUE "N".
       77 WS-MOTIVO-RECOLHER    PIC X(01) VALUE SPACE.
       77 WS-CPF-PROCURADO      PIC X(14) VALUE SPACES.
       77 WS-FAT-ACHADA         PIC X(01) VALUE "N".
       77 WS-EMAIL-DEVEDOR      PIC X(50) VALUE SPACES.
       77 WS-FONE-DEVEDOR       PIC X(50) VALUE SPACES.

       01  WS-TOTAIS-ENVIO.
           05 WS-ELEGIVEIS          PIC 9(06) VALUE ZEROS.
           05 WS-ENVIADAS           PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-ENVIADO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-JA-TRABALHADAS     PIC 9(06) VALUE ZEROS.
           05 WS-FALECIDOS          PIC 9(06) VALUE ZEROS.
           05 WS-SEM-CADASTRO       PIC 9(06) VALUE ZEROS.
           05 WS-SEM-ASSESSORIA     PIC 9(06) VALUE ZEROS.
           05 WS-RECOLHIDAS-PAGA    PIC 9(06) VALUE ZEROS.
           05 WS-RECOLHIDAS-FORA    PIC 9(06) VALUE ZEROS.
           05 WS-RECOLHIDAS-INATIVA PIC 9(06) VALUE ZEROS.
           05 WS-RECOLHIDAS-PRAZO   PIC 9(06) VALUE ZEROS.

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
           MOVE "ASSENVIO" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE
           PERFORM LER-PARAMETROS-ASSESSORIA
           PERFORM CARREGAR-CADASTRO-ASSESSORIAS
           IF WS-ASS-QTD = ZEROS
               DISPLAY "CADASTRO DE ASSESSORIAS VAZIO OU AUSENTE - "
                   "data/ASSESSORIA.MST"
               GOBACK
           END-IF

           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "ARQUIVO DE FATURAS NAO ENCONTRADO"
               CLOSE FATURAS-ARQUIVO
               GOBACK
           END-IF
           OPEN I-O ASSESSORIA-CARTEIRA
           IF CARTEIRA-NAO-ACHOU
               OPEN OUTPUT ASSESSORIA-CARTEIRA
               CLOSE ASSESSORIA-CARTEIRA
               OPEN I-O ASSESSORIA-CARTEIRA
           END-IF
           IF NOT CARTEIRA-OK
               DISPLAY "CARTEIRA DE COBRANCA EXTERNA INDISPONIVEL - "
                   "STATUS " WS-CARTEIRA-STATUS
               CLOSE FATURAS-ARQUIVO
               GOBACK
           END-IF
           OPEN EXTEND ASSESSORIA-MOV
           IF MOV-NAO-ACHOU
               CLOSE ASSESSORIA-MOV
               OPEN OUTPUT ASSESSORIA-MOV
           END-IF
           MOVE "N" TO WS-CADCLI-DISPONIVEL
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE "S" TO WS-CADCLI-DISPONIVEL
           ELSE
               DISPLAY "CADCLI.DAT INDISPONIVEL - NENHUMA DIVIDA "
                   "SERA ENVIADA SEM OS DADOS DO DEVEDOR"
           END-IF
           MOVE "N" TO WS-CONTATO-DISPONIVEL
           OPEN INPUT CONTATO-ARQ
           IF CONTATO-OK
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           END-IF

      *    Primeiro recolhe (e conta a carteira de cada assessoria),
      *    depois reparte as faturas novas pela carteira que ficou.
           PERFORM RECOLHER-CARTEIRA
           PERFORM DISTRIBUIR-FATURAS
           CLOSE ASSESSORIA-MOV
           CLOSE ASSESSORIA-CARTEIRA

      *    Um arquivo por assessoria com movimento no dia, montado a
      *    partir do historico.
           PERFORM VARYING WS-ASS-DA-VEZ FROM 1 BY 1
                   UNTIL WS-ASS-DA-VEZ > WS-ASS-QTD
               PERFORM GERAR-ARQUIVO-DA-ASSESSORIA
           END-PERFORM

           CLOSE FATURAS-ARQUIVO
           IF WS-CADCLI-DISPONIVEL = "S"
               CLOSE CADCLI-MESTRE
           END-IF
           IF WS-CONTATO-DISPONIVEL = "S"
               CLOSE CONTATO-ARQ
           END-IF
           PERFORM EMITIR-RESUMO-ENVIO
           GOBACK.

       LER-PARAMETROS-ASSESSORIA.
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PARAMRUN-CTL
               AT END SET PARAMRUN-FIM TO TRUE
           END-READ
           PERFORM UNTIL PARAMRUN-FIM
               MOVE SPACES TO WS-PRM-NOME WS-PRM-VALOR
               UNSTRING PARAMRUN-LINHA DELIMITED BY "="
                   INTO WS-PRM-NOME WS-PRM-VALOR
               END-UNSTRING
               IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   EVALUATE WS-PRM-NOME
                       WHEN "ASSESSORIA-DIAS-ATRASO"
                           COMPUTE WS-DIAS-ENVIO EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "ASSESSORIA-PRAZO-DIAS"
                           COMPUTE WS-PRAZO-ASSESSORIA EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       CARREGAR-CADASTRO-ASSESSORIAS.
           OPEN INPUT ASSESSORIA-MST
           IF ASSESSORIA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ ASSESSORIA-MST
               AT END SET ASSESSORIA-FIM TO TRUE
           END-READ
           PERFORM UNTIL ASSESSORIA-FIM
               IF WS-ASS-QTD < 20
                   ADD 1 TO WS-ASS-QTD
                   MOVE ASS-CODIGO TO WS-ASS-CODIGO (WS-ASS-QTD)
                   MOVE ASS-NOME TO WS-ASS-NOME (WS-ASS-QTD)
                   MOVE ASS-SITUACAO TO WS-ASS-SITUACAO (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-EM-PODER (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-ENVIADAS (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-VALOR-ENVIADO (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-RECOLHIDAS (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-ARQ-ENTRADAS (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-ARQ-VALOR (WS-ASS-QTD)
                   MOVE ZEROS TO WS-ASS-ARQ-RECOLHIDAS (WS-ASS-QTD)
                   IF ASS-ATIVA
                       ADD 1 TO WS-ATIVAS
                   END-IF
               END-IF
               READ ASSESSORIA-MST
                   AT END SET ASSESSORIA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ASSESSORIA-MST.

      *    Assessoria de codigo WS-CODIGO-PROCURADO na tabela (zeros
      *    = fora do cadastro).
       LOCALIZAR-ASSESSORIA.
           MOVE ZEROS TO WS-ASS-ACHADA
           PERFORM VARYING WS-ASS-IND FROM 1 BY 1
                   UNTIL WS-ASS-IND > WS-ASS-QTD
               IF WS-ASS-CODIGO (WS-ASS-IND) = WS-CODIGO-PROCURADO
                   AND WS-ASS-ACHADA = ZEROS
                   MOVE WS-ASS-IND TO WS-ASS-ACHADA
               END-IF
           END-PERFORM.

      *    Varre a carteira e recolhe a fatura em poder de assessoria
      *    que nao deve mais ficar la: paga direto a empresa, fora
      *    da cobranca, de assessoria inativada ou com o prazo de
      *    permanencia esgotado. A que fica conta na carteira da
      *    assessoria para a reparticao.
       RECOLHER-CARTEIRA.
           MOVE "N" TO WS-CARTEIRA-FIM
           MOVE ZEROS TO ACT-FAT-NUMERO
           START ASSESSORIA-CARTEIRA
               KEY IS NOT LESS THAN ACT-FAT-NUMERO
               INVALID KEY
                   SET CARTEIRA-FIM TO TRUE
           END-START
           PERFORM UNTIL CARTEIRA-FIM
               READ ASSESSORIA-CARTEIRA NEXT RECORD
                   AT END
                       SET CARTEIRA-FIM TO TRUE
                   NOT AT END
                       IF ACT-EM-PODER
                           PERFORM AVALIAR-RECOLHIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-RECOLHIMENTO.
           MOVE SPACE TO WS-MOTIVO-RECOLHER
           MOVE ACT-ASSESSORIA TO WS-CODIGO-PROCURADO
           PERFORM LOCALIZAR-ASSESSORIA
           MOVE "N" TO WS-FAT-ACHADA
           MOVE ACT-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-FAT-ACHADA
           END-READ
           COMPUTE WS-DIAS-NA-ASSESSORIA EQUAL WS-DIAS-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(ACT-DATA-ENVIO)
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-FAT-ACHADA NOT = "S"
                   MOVE "F" TO WS-MOTIVO-RECOLHER
               WHEN FAT-PAGA
                   MOVE "P" TO WS-MOTIVO-RECOLHER
               WHEN NOT FAT-ABERTA
                   MOVE "F" TO WS-MOTIVO-RECOLHER
               WHEN WS-ASS-ACHADA = ZEROS
                   MOVE "I" TO WS-MOTIVO-RECOLHER
               WHEN WS-ASS-SITUACAO (WS-ASS-ACHADA) NOT = "A"
                   MOVE "I" TO WS-MOTIVO-RECOLHER
               WHEN WS-DIAS-NA-ASSESSORIA > WS-PRAZO-ASSESSORIA
                   MOVE "T" TO WS-MOTIVO-RECOLHER
           END-EVALUATE

           IF WS-MOTIVO-RECOLHER = SPACE
               ADD 1 TO WS-ASS-EM-PODER (WS-ASS-ACHADA)
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO ACT-SITUACAO
           MOVE WS-MOTIVO-RECOLHER TO ACT-MOTIVO
           MOVE WS-DATA-HOJE TO ACT-DATA-SITUACAO
           REWRITE ASSCART-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CARTEIRA - STATUS "
                       WS-CARTEIRA-STATUS
           END-REWRITE
           EVALUATE TRUE
               WHEN ACT-RECOLHER-PAGA
                   ADD 1 TO WS-RECOLHIDAS-PAGA
               WHEN ACT-RECOLHER-FORA
                   ADD 1 TO WS-RECOLHIDAS-FORA
               WHEN ACT-RECOLHER-INATIVA
                   ADD 1 TO WS-RECOLHIDAS-INATIVA
               WHEN ACT-RECOLHER-PRAZO
                   ADD 1 TO WS-RECOLHIDAS-PRAZO
           END-EVALUATE
           IF WS-ASS-ACHADA > ZEROS
               ADD 1 TO WS-ASS-RECOLHIDAS (WS-ASS-ACHADA)
           END-IF
           MOVE "C" TO AMV-EVENTO
           MOVE WS-MOTIVO-RECOLHER TO AMV-MOTIVO
           COMPUTE AMV-VALOR EQUAL
               ACT-VALOR-ENVIADO - ACT-VALOR-RECUPERADO
           END-COMPUTE
           MOVE ZEROS TO AMV-COMISSAO
           PERFORM GRAVAR-HISTORICO.

      *    Varre as faturas e entrega a assessoria a em aberto com
      *    atraso a partir da idade parametrizada e saldo devedor,
      *    que ainda nao passou por assessoria nenhuma (ou que foi
      *    recolhida de assessoria inativada).
       DISTRIBUIR-FATURAS.
           MOVE "N" TO WS-FATURAS-FIM
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                   SET FATURAS-FIM TO TRUE
           END-START
           PERFORM UNTIL FATURAS-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-ABERTA
                           PERFORM AVALIAR-ENVIO-FATURA
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-ENVIO-FATURA.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
               COMPUTE WS-DIAS-ATRASO EQUAL
                   WS-DIAS-INT-HOJE - WS-DIAS-INT-VENCTO
               END-COMPUTE
           END-IF
           IF WS-DIAS-ATRASO < WS-DIAS-ENVIO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-DEVEDOR EQUAL
               FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           IF WS-SALDO-DEVEDOR NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ELEGIVEIS

           MOVE "N" TO WS-NA-CARTEIRA
           MOVE FAT-NUMERO TO ACT-FAT-NUMERO
           READ ASSESSORIA-CARTEIRA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-NA-CARTEIRA
                   IF ACT-RECOLHIDA AND ACT-RECOLHER-INATIVA
                       MOVE "I" TO WS-NA-CARTEIRA
                   END-IF
           END-READ
           IF WS-NA-CARTEIRA = "S"
               ADD 1 TO WS-JA-TRABALHADAS
               EXIT PARAGRAPH
           END-IF

      *    Sem os dados do devedor a assessoria nao tem o que
      *    cobrar; devedor falecido e tratado pelo espolio.
           IF WS-CADCLI-DISPONIVEL NOT = "S"
               ADD 1 TO WS-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   ADD 1 TO WS-SEM-CADASTRO
                   EXIT PARAGRAPH
           END-READ
           IF CADCLI-FALECIDO
               ADD 1 TO WS-FALECIDOS
               EXIT PARAGRAPH
           END-IF

           PERFORM ESCOLHER-ASSESSORIA
           IF WS-ASS-ESCOLHIDA = ZEROS
               ADD 1 TO WS-SEM-ASSESSORIA
               EXIT PARAGRAPH
           END-IF

           MOVE FAT-NUMERO TO ACT-FAT-NUMERO
           MOVE FAT-CPF TO ACT-CPF
           MOVE WS-ASS-CODIGO (WS-ASS-ESCOLHIDA) TO ACT-ASSESSORIA
           MOVE WS-DATA-HOJE TO ACT-DATA-ENVIO
           MOVE WS-SALDO-DEVEDOR TO ACT-VALOR-ENVIADO
           MOVE ZEROS TO ACT-VALOR-RECUPERADO
           MOVE ZEROS TO ACT-COMISSAO
           MOVE "E" TO ACT-SITUACAO
           MOVE WS-DATA-HOJE TO ACT-DATA-SITUACAO
           MOVE SPACE TO ACT-MOTIVO
           IF WS-NA-CARTEIRA = "I"
               REWRITE ASSCART-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CARTEIRA - STATUS "
                           WS-CARTEIRA-STATUS
               END-REWRITE
           ELSE
               WRITE ASSCART-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CARTEIRA - STATUS "
                           WS-CARTEIRA-STATUS
               END-WRITE
           END-IF
           ADD 1 TO WS-ASS-EM-PODER (WS-ASS-ESCOLHIDA)
           ADD 1 TO WS-ASS-ENVIADAS (WS-ASS-ESCOLHIDA)
           ADD WS-SALDO-DEVEDOR
               TO WS-ASS-VALOR-ENVIADO (WS-ASS-ESCOLHIDA)
           ADD 1 TO WS-ENVIADAS
           ADD WS-SALDO-DEVEDOR TO WS-VALOR-ENVIADO
           MOVE "E" TO AMV-EVENTO
           MOVE SPACE TO AMV-MOTIVO
           MOVE WS-SALDO-DEVEDOR TO AMV-VALOR
           MOVE ZEROS TO AMV-COMISSAO
           PERFORM GRAVAR-HISTORICO.

      *    O cliente que ja tem divida em poder de uma assessoria
      *    fica com ela - nunca duas assessorias cobrando o mesmo
      *    devedor. Cliente novo vai para a assessoria ativa com a
      *    menor carteira (empate: a primeira do cadastro).
       ESCOLHER-ASSESSORIA.
           MOVE ZEROS TO WS-ASS-ESCOLHIDA
           MOVE FAT-CPF TO WS-CPF-PROCURADO
           MOVE "N" TO WS-CARTEIRA-FIM
           MOVE WS-CPF-PROCURADO TO ACT-CPF
           START ASSESSORIA-CARTEIRA KEY IS EQUAL TO ACT-CPF
               INVALID KEY
                   SET CARTEIRA-FIM TO TRUE
           END-START
           PERFORM UNTIL CARTEIRA-FIM
               READ ASSESSORIA-CARTEIRA NEXT RECORD
                   AT END
                       SET CARTEIRA-FIM TO TRUE
                   NOT AT END
                       IF ACT-CPF NOT = WS-CPF-PROCURADO
                           SET CARTEIRA-FIM TO TRUE
                       ELSE
                           IF ACT-EM-PODER
                               MOVE ACT-ASSESSORIA
                                   TO WS-CODIGO-PROCURADO
                               PERFORM LOCALIZAR-ASSESSORIA
                               MOVE WS-ASS-ACHADA TO WS-ASS-ESCOLHIDA
                               SET CARTEIRA-FIM TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASS-ESCOLHIDA > ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ASS-IND FROM 1 BY 1
                   UNTIL WS-ASS-IND > WS-ASS-QTD
               IF WS-ASS-SITUACAO (WS-ASS-IND) = "A"
                   IF WS-ASS-ESCOLHIDA = ZEROS
                       MOVE WS-ASS-IND TO WS-ASS-ESCOLHIDA
                   ELSE
                       IF WS-ASS-EM-PODER (WS-ASS-IND) <
                           WS-ASS-EM-PODER (WS-ASS-ESCOLHIDA)
                           MOVE WS-ASS-IND TO WS-ASS-ESCOLHIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Evento da fatura corrente da carteira no historico.
       GRAVAR-HISTORICO.
           MOVE WS-DATA-HOJE   TO AMV-DATA
           MOVE ACT-FAT-NUMERO TO AMV-FAT-NUMERO
           MOVE ACT-CPF        TO AMV-CPF
           MOVE ACT-ASSESSORIA TO AMV-ASSESSORIA
           MOVE ZEROS          TO AMV-NSA
           MOVE SPACES         TO AMV-TEXTO
           WRITE ASSMOV-REG.

      *    Arquivo do dia da assessoria da vez: as entradas e os
      *    recolhimentos dela gravados hoje no historico - uma
      *    segunda execucao no mesmo dia regenera o arquivo inteiro.
       GERAR-ARQUIVO-DA-ASSESSORIA.
           IF WS-ASS-ENVIADAS (WS-ASS-DA-VEZ) = ZEROS
               AND WS-ASS-RECOLHIDAS (WS-ASS-DA-VEZ) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENVIO-NOME
           MOVE WS-ASS-CODIGO (WS-ASS-DA-VEZ) TO WS-ASSESSORIA-EDITADA
           STRING "ASSESSORIA.E"        DELIMITED BY SIZE
                  WS-ASSESSORIA-EDITADA DELIMITED BY SIZE
                  INTO WS-ENVIO-NOME
           END-STRING
           MOVE ZEROS TO WS-SEQUENCIA-REGISTRO
           OPEN OUTPUT ASSESSORIA-ENVIO
           PERFORM GRAVAR-HEADER-ENVIO

           MOVE "N" TO WS-MOV-FIM
           OPEN INPUT ASSESSORIA-MOV
           READ ASSESSORIA-MOV
               AT END SET MOV-FIM TO TRUE
           END-READ
           PERFORM UNTIL MOV-FIM
               IF AMV-DATA = WS-DATA-HOJE
                   AND AMV-ASSESSORIA = WS-ASS-CODIGO (WS-ASS-DA-VEZ)
                   EVALUATE TRUE
                       WHEN AMV-ENVIO
                           PERFORM GRAVAR-DETALHE-ENTRADA
                       WHEN AMV-RECOLHIMENTO
                           PERFORM GRAVAR-DETALHE-RECOLHIMENTO
                   END-EVALUATE
               END-IF
               READ ASSESSORIA-MOV
                   AT END SET MOV-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE ASSESSORIA-MOV

           PERFORM GRAVAR-TRAILER-ENVIO
           CLOSE ASSESSORIA-ENVIO
           DISPLAY "ARQUIVO GRAVADO EM " WS-ENVIO-NOME
               " - ENTRADAS: " WS-ASS-ARQ-ENTRADAS (WS-ASS-DA-VEZ)
               " - RECOLHIMENTOS: "
               WS-ASS-ARQ-RECOLHIDAS (WS-ASS-DA-VEZ).

       GRAVAR-HEADER-ENVIO.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO ASE-LINHA
           MOVE "0"                 TO ASE-H-TIPO
           MOVE "COBRANCA-EXTERNA"  TO ASE-H-LITERAL
           MOVE WS-DATA-HOJE        TO ASE-H-DATA
           MOVE "NOME DA EMPRESA"   TO ASE-H-EMPRESA
           MOVE WS-ASS-CODIGO (WS-ASS-DA-VEZ) TO ASE-H-ASSESSORIA
           MOVE WS-ASS-NOME (WS-ASS-DA-VEZ)   TO ASE-H-NOME
           MOVE WS-SEQUENCIA-REGISTRO TO ASE-H-SEQUENCIA
           WRITE ASE-LINHA.

      *    Entrada da divida: a fatura, o devedor (nome e endereco do
      *    cadastro mestre) e o telefone e o e-mail dele (o
      *    preferido, se houver mais de um).
       GRAVAR-DETALHE-ENTRADA.
           MOVE AMV-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE ZEROS TO FAT-DATA-VENCTO FAT-VALOR
           END-READ
           MOVE AMV-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   INITIALIZE CADCLI-REC
           END-READ
           PERFORM BUSCAR-CONTATOS-DEVEDOR

           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO ASE-LINHA
           MOVE "1"                 TO ASE-D-TIPO
           MOVE "1"                 TO ASE-D-INSTRUCAO
           MOVE AMV-FAT-NUMERO      TO ASE-D-FATURA
           IF AMV-CPF (12 : 3) = SPACES
               MOVE "1"             TO ASE-D-TIPO-INSCRICAO
           ELSE
               MOVE "2"             TO ASE-D-TIPO-INSCRICAO
           END-IF
           MOVE AMV-CPF             TO ASE-D-CPF
           MOVE CADCLI-NOME         TO ASE-D-NOME
           MOVE CADCLI-LOGRADOURO   TO ASE-D-LOGRADOURO
           MOVE CADCLI-NUMERO       TO ASE-D-NUMERO
           MOVE CADCLI-BAIRRO       TO ASE-D-BAIRRO
           MOVE CADCLI-CIDADE       TO ASE-D-CIDADE
           MOVE CADCLI-UF           TO ASE-D-UF
           MOVE CADCLI-CEP          TO ASE-D-CEP
           MOVE WS-FONE-DEVEDOR     TO ASE-D-TELEFONE
           MOVE WS-EMAIL-DEVEDOR    TO ASE-D-EMAIL
           MOVE FAT-DATA-VENCTO     TO ASE-D-VENCTO
           MOVE FAT-VALOR           TO ASE-D-VALOR-ORIGINAL
           MOVE AMV-VALOR           TO ASE-D-SALDO
           MOVE ZEROS               TO ASE-D-DIAS-ATRASO
           IF FAT-DATA-VENCTO > ZEROS
               COMPUTE ASE-D-DIAS-ATRASO EQUAL WS-DIAS-INT-HOJE
                   - FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
           END-IF
           MOVE SPACE               TO ASE-D-MOTIVO
           MOVE WS-SEQUENCIA-REGISTRO TO ASE-D-SEQUENCIA
           WRITE ASE-LINHA
           ADD 1 TO WS-ASS-ARQ-ENTRADAS (WS-ASS-DA-VEZ)
           ADD AMV-VALOR TO WS-ASS-ARQ-VALOR (WS-ASS-DA-VEZ).

      *    Recolhimento: so a identificacao da divida, o saldo que
      *    estava com a assessoria e o motivo.
       GRAVAR-DETALHE-RECOLHIMENTO.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO ASE-LINHA
           MOVE "1"                 TO ASE-D-TIPO
           MOVE "2"                 TO ASE-D-INSTRUCAO
           MOVE AMV-FAT-NUMERO      TO ASE-D-FATURA
           IF AMV-CPF (12 : 3) = SPACES
               MOVE "1"             TO ASE-D-TIPO-INSCRICAO
           ELSE
               MOVE "2"             TO ASE-D-TIPO-INSCRICAO
           END-IF
           MOVE AMV-CPF             TO ASE-D-CPF
           MOVE ZEROS               TO ASE-D-VENCTO
           MOVE ZEROS               TO ASE-D-VALOR-ORIGINAL
           MOVE AMV-VALOR           TO ASE-D-SALDO
           MOVE ZEROS               TO ASE-D-DIAS-ATRASO
           MOVE AMV-MOTIVO          TO ASE-D-MOTIVO
           MOVE WS-SEQUENCIA-REGISTRO TO ASE-D-SEQUENCIA
           WRITE ASE-LINHA
           ADD 1 TO WS-ASS-ARQ-RECOLHIDAS (WS-ASS-DA-VEZ).

       BUSCAR-CONTATOS-DEVEDOR.
           MOVE SPACES TO WS-EMAIL-DEVEDOR WS-FONE-DEVEDOR
           IF WS-CONTATO-DISPONIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTATO-FIM
           MOVE AMV-CPF TO CTT-CPF
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
                       IF CTT-CPF = AMV-CPF
                           PERFORM GUARDAR-CONTATO-DEVEDOR
                       ELSE
                           SET CONTATO-FIM TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CONTATO-DEVEDOR.
           IF CTT-EMAIL
               IF WS-EMAIL-DEVEDOR = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO WS-EMAIL-DEVEDOR
               END-IF
           END-IF
           IF CTT-TELEFONE
               IF WS-FONE-DEVEDOR = SPACES OR CTT-E-PREFERIDO
                   MOVE CTT-VALOR TO WS-FONE-DEVEDOR
               END-IF
           END-IF.

       GRAVAR-TRAILER-ENVIO.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO ASE-LINHA
           MOVE "9" TO ASE-T-TIPO
           MOVE WS-ASS-ARQ-ENTRADAS (WS-ASS-DA-VEZ)
               TO ASE-T-QTD-ENTRADAS
           MOVE WS-ASS-ARQ-VALOR (WS-ASS-DA-VEZ)
               TO ASE-T-VALOR-ENTRADAS
           MOVE WS-ASS-ARQ-RECOLHIDAS (WS-ASS-DA-VEZ)
               TO ASE-T-QTD-RECOLHIDAS
           MOVE WS-SEQUENCIA-REGISTRO TO ASE-T-SEQUENCIA
           WRITE ASE-LINHA.

       EMITIR-RESUMO-ENVIO.
           OPEN OUTPUT ASSENVIO-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "COBRANCA EXTERNA - ENVIO AS ASSESSORIAS - ASSENVIO"
               DELIMITED BY SIZE
               "  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "IDADE DE ENVIO: " DELIMITED BY SIZE
               WS-DIAS-ENVIO DELIMITED BY SIZE
               " DIAS  PRAZO NA ASSESSORIA: " DELIMITED BY SIZE
               WS-PRAZO-ASSESSORIA DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           PERFORM VARYING WS-ASS-IND FROM 1 BY 1
                   UNTIL WS-ASS-IND > WS-ASS-QTD
               MOVE WS-ASS-VALOR-ENVIADO (WS-ASS-IND)
                   TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING WS-ASS-CODIGO (WS-ASS-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ASS-NOME (WS-ASS-IND) (1 : 20)
                   DELIMITED BY SIZE
                   " ENV " DELIMITED BY SIZE
                   WS-ASS-ENVIADAS (WS-ASS-IND) DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   " REC " DELIMITED BY SIZE
                   WS-ASS-RECOLHIDAS (WS-ASS-IND) DELIMITED BY SIZE
                   " CART " DELIMITED BY SIZE
                   WS-ASS-EM-PODER (WS-ASS-IND) DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM

           MOVE WS-VALOR-ENVIADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ELEGIVEIS: " DELIMITED BY SIZE
               WS-ELEGIVEIS DELIMITED BY SIZE
               "  ENVIADAS: " DELIMITED BY SIZE
               WS-ENVIADAS DELIMITED BY SIZE
               "  VALOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "NAO ENVIADAS - JA TRABALHADAS: " DELIMITED BY SIZE
               WS-JA-TRABALHADAS DELIMITED BY SIZE
               "  FALECIDOS: " DELIMITED BY SIZE
               WS-FALECIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "NAO ENVIADAS - SEM CADASTRO: " DELIMITED BY SIZE
               WS-SEM-CADASTRO DELIMITED BY SIZE
               "  SEM ASSESSORIA ATIVA: " DELIMITED BY SIZE
               WS-SEM-ASSESSORIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RECOLHIDAS - PAGAS: " DELIMITED BY SIZE
               WS-RECOLHIDAS-PAGA DELIMITED BY SIZE
               "  FORA DA COBRANCA: " DELIMITED BY SIZE
               WS-RECOLHIDAS-FORA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RECOLHIDAS - ASSESSORIA INATIVA: " DELIMITED BY SIZE
               WS-RECOLHIDAS-INATIVA DELIMITED BY SIZE
               "  PRAZO ESGOTADO: " DELIMITED BY SIZE
               WS-RECOLHIDAS-PRAZO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           CLOSE ASSENVIO-RELATORIO
           DISPLAY "RESUMO GRAVADO EM ASSENVIO.REL".

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
