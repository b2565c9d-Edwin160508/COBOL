      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CCSBACEN.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Movimento diario ao CCS (Cadastro de Clientes do SFN):     <*
      *>   compara os relacionamentos de conta de hoje - titular      <*
      *>   e co-titulares de CONTA.DAT, procuradores e                <*
      *>   representantes legais de PROCURACAO.DAT - com os ja        <*
      *>   informados em CCS.VINCULOS e informa so a diferenca:       <*
      *>   inicio de relacionamento novo (abertura de conta pelo      <*
      *>   CTAABRE, procuracao outorgada, novo titular) e fim de      <*
      *>   relacionamento (encerramento pelo CTAENCER, procuracao     <*
      *>   revogada ou vencida, titular trocado na fusao de CPFs).    <*
      *>   A data fim do encerramento e da fusao vem do               <*
      *>   CADCLI.CHGLOG desde a passada anterior (CCS.CTL); sem      <*
      *>   evento no log, a data da passada. Grava CCS.Snnnnnn        <*
      *>   (header, detalhes com as datas de inicio e fim,            <*
      *>   trailer - ver copybooks/CCSREC.CPY) so quando ha           <*
      *>   movimento, e o relatorio CCSBACEN.REL. O controle e        <*
      *>   regravado no fim: a re-execucao nao informa de novo o      <*
      *>   que ja foi. A primeira passada informa os                  <*
      *>   relacionamentos vigentes (carga inicial).                  <*
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
      *    Cadastro de contas - titular e co-titulares de cada conta.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Procuradores e representantes legais das contas.
           SELECT PROCURACAO-ARQ ASSIGN TO "PROCURACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WS-PROCURACAO-STATUS.
      *    Cadastro mestre de clientes - tipo de pessoa do CPF/CNPJ.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do cadastro - data do encerramento de
      *    conta (CTAENCER) e da fusao de CPFs (CADFUSAO) desde a
      *    passada anterior.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Parametros de execucao - CNPJ da instituicao.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Data da passada anterior e sequencial do ultimo arquivo.
           SELECT CCS-CTL ASSIGN TO "CCS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *    Relacionamentos ja informados - base da comparacao.
           SELECT CCS-VINCULOS ASSIGN TO "CCS.VINCULOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINCULOS-STATUS.
      *    Arquivo do dia ao CCS: o nome (CCS.Snnnnnn) e montado em
      *    WS-CCS-NOME antes do OPEN, mesma mecanica da remessa por
      *    banco. Sem movimento nao sai arquivo.
           SELECT CCS-ARQUIVO ASSIGN TO WS-CCS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCS-STATUS.
      *    Movimentos informados na passada.
           SELECT CCS-RELATORIO ASSIGN TO "CCSBACEN.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  PROCURACAO-ARQ.
      *    Layout compartilhado da procuracao - ver
      *    copybooks/PROCURREC.CPY.
           COPY PROCURREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do cliente - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log - ver copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

       FD  CCS-CTL.
       01  CTL-REG.
           05 CTL-ULTIMA-EXECUCAO     PIC 9(08).
           05 CTL-SEQUENCIA           PIC 9(06).

       FD  CCS-VINCULOS.
      *    Layout compartilhado do controle - ver
      *    copybooks/CCSVINREC.CPY.
           COPY CCSVINREC.

       FD  CCS-ARQUIVO.
      *    Layout compartilhado do arquivo ao CCS - ver
      *    copybooks/CCSREC.CPY.
           COPY CCSREC.

       FD  CCS-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "35".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-PROCURACAO-STATUS  PIC X(02) VALUE "00".
           88 PROCURACAO-NAO-ACHOU  VALUE "35".
       77 WS-PROCURACAO-FIM     PIC X(01) VALUE "N".
           88 PROCURACAO-FIM        VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-ABERTO      PIC X(01) VALUE "N".
       77 WS-CHGLOG-STATUS      PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU      VALUE "35".
       77 WS-CHGLOG-FIM         PIC X(01) VALUE "N".
           88 CHGLOG-FIM            VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-CTL-STATUS         PIC X(02) VALUE "00".
           88 CTL-OK                VALUE "00".
       77 WS-VINCULOS-STATUS    PIC X(02) VALUE "00".
           88 VINCULOS-NAO-ACHOU    VALUE "35".
       77 WS-VINCULOS-FIM       PIC X(01) VALUE "N".
           88 VINCULOS-FIM          VALUE "S".
       77 WS-CCS-STATUS         PIC X(02) VALUE "00".
       77 WS-CCS-ABERTO         PIC X(01) VALUE "N".
       77 WS-CCS-NOME           PIC X(20) VALUE SPACES.
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

       77 WS-CNPJ-INSTITUICAO   PIC X(14) VALUE SPACES.
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
      *    Passada anterior (zeros = primeira passada: so os
      *    relacionamentos vigentes vao, como carga inicial) e
      *    sequencial do ultimo arquivo gerado.
       77 WS-ULTIMA-EXECUCAO    PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA          PIC 9(06) VALUE ZEROS.

      *    Relacionamentos ja informados, carregados de CCS.VINCULOS
      *    e regravados no fim. VISTO = ainda existe no cadastro.
       01  WS-TABELA-VINCULOS.
           05 WS-VNC-QTD            PIC 9(05) VALUE ZEROS.
           05 WS-VNC-ITEM OCCURS 5000 TIMES.
              10 WS-VNC-CONTA       PIC 9(06).
              10 WS-VNC-CPF         PIC X(14).
              10 WS-VNC-VINCULO     PIC X(01).
              10 WS-VNC-INICIO      PIC 9(08).
              10 WS-VNC-FIM         PIC 9(08).
              10 WS-VNC-ENVIO       PIC 9(08).
              10 WS-VNC-VISTO       PIC X(01).
       77 WS-VNC-IND            PIC 9(05) VALUE ZEROS.
       77 WS-VNC-ACHADO         PIC 9(05) VALUE ZEROS.
       77 WS-VNC-SEM-LUGAR      PIC 9(05) VALUE ZEROS.

      *    Encerramentos e fusoes do log desde a passada anterior -
      *    a data do evento e a data fim do relacionamento.
       01  WS-TABELA-EVENTOS.
           05 WS-EVT-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-EVT-ITEM OCCURS 2000 TIMES.
              10 WS-EVT-CPF         PIC X(14).
              10 WS-EVT-DATA        PIC 9(08).
       77 WS-EVT-IND            PIC 9(04) VALUE ZEROS.
       77 WS-CPF-EVENTO         PIC X(14) VALUE SPACES.
       77 WS-DATA-EVENTO        PIC 9(08) VALUE ZEROS.

      *    Relacionamento como esta hoje no cadastro.
       01  WS-VINCULO-ATUAL.
           05 WS-ATU-CONTA          PIC 9(06).
           05 WS-ATU-CPF            PIC X(14).
           05 WS-ATU-VINCULO        PIC X(01).
           05 WS-ATU-TIPO-CONTA     PIC X(01).
           05 WS-ATU-INICIO         PIC 9(08).
           05 WS-ATU-FIM            PIC 9(08).
           05 WS-ATU-VIGENTE        PIC X(01).
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.
       77 WS-DATA-FIM-CONTA     PIC 9(08) VALUE ZEROS.

      *    Movimento a gravar no arquivo do dia.
       01  WS-MOVIMENTO.
           05 WS-MOV-TIPO           PIC X(01).
           05 WS-MOV-CONTA          PIC 9(06).
           05 WS-MOV-CPF            PIC X(14).
           05 WS-MOV-VINCULO        PIC X(01).
           05 WS-MOV-TIPO-CONTA     PIC X(01).
           05 WS-MOV-INICIO         PIC 9(08).
           05 WS-MOV-FIM            PIC 9(08).

       01  WS-TOTAIS-CCS.
           05 WS-QTD-INICIOS        PIC 9(07) VALUE ZEROS.
           05 WS-QTD-FINS           PIC 9(07) VALUE ZEROS.
           05 WS-QTD-REGISTROS      PIC 9(07) VALUE ZEROS.

      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
           05 WS-MASCARA-9           PIC X(09).
           05 WS-MASCARA-2           PIC X(02).
       77  WS-CPF-MASCARADO          PIC X(11) VALUE SPACES.
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
           MOVE "CCSBACEN" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-PARAMETROS-CCS
           IF WS-CNPJ-INSTITUICAO = SPACES
               DISPLAY "CNPJ-INSTITUICAO AUSENTE EM PARAMRUN.CTL "
                   "- ARQUIVO NAO GERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LER-CONTROLE-CCS
           PERFORM CARREGAR-VINCULOS-ENVIADOS
           PERFORM CARREGAR-EVENTOS-CHGLOG

           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE "S" TO WS-CADCLI-ABERTO
           END-IF
           OPEN OUTPUT CCS-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "CCS - RELACIONAMENTOS INFORMADOS - CCSBACEN  "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           OPEN INPUT CONTA-ARQ
           IF CONTA-OK
               PERFORM PERCORRER-CONTAS
               PERFORM PERCORRER-PROCURACOES
               PERFORM ENCERRAR-VINCULOS-SUMIDOS
               CLOSE CONTA-ARQ
           ELSE
               DISPLAY "CADASTRO DE CONTAS INDISPONIVEL - STATUS "
                   WS-CONTA-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-CCS-ABERTO = "S"
               PERFORM GRAVAR-TRAILER-CCS
               CLOSE CCS-ARQUIVO
           END-IF
           PERFORM GRAVAR-RESUMO-RELATORIO
           CLOSE CCS-RELATORIO
           IF WS-CADCLI-ABERTO = "S"
               CLOSE CADCLI-MESTRE
           END-IF

           IF RETURN-CODE = ZEROS
               PERFORM GRAVAR-VINCULOS-ENVIADOS
               PERFORM ATUALIZAR-CONTROLE-CCS
           END-IF
           IF WS-CCS-ABERTO = "S"
               DISPLAY "ARQUIVO " WS-CCS-NOME " GERADO - "
                   WS-QTD-INICIOS " INICIOS " WS-QTD-FINS " FINS"
           ELSE
               DISPLAY "NENHUM RELACIONAMENTO A INFORMAR"
           END-IF
           GOBACK.

       LER-PARAMETROS-CCS.
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
               IF WS-PRM-NOME = "CNPJ-INSTITUICAO"
                   AND FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   MOVE WS-PRM-VALOR (1:14) TO WS-CNPJ-INSTITUICAO
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

       LER-CONTROLE-CCS.
           OPEN INPUT CCS-CTL
           IF CTL-OK
               READ CCS-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULTIMA-EXECUCAO TO WS-ULTIMA-EXECUCAO
                       MOVE CTL-SEQUENCIA       TO WS-SEQUENCIA
               END-READ
               CLOSE CCS-CTL
           END-IF.

       CARREGAR-VINCULOS-ENVIADOS.
           OPEN INPUT CCS-VINCULOS
           IF VINCULOS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CCS-VINCULOS
               AT END SET VINCULOS-FIM TO TRUE
           END-READ
           PERFORM UNTIL VINCULOS-FIM
               IF WS-VNC-QTD < 5000
                   ADD 1 TO WS-VNC-QTD
                   MOVE CCV-CONTA       TO WS-VNC-CONTA (WS-VNC-QTD)
                   MOVE CCV-CPF         TO WS-VNC-CPF (WS-VNC-QTD)
                   MOVE CCV-VINCULO     TO WS-VNC-VINCULO (WS-VNC-QTD)
                   MOVE CCV-DATA-INICIO TO WS-VNC-INICIO (WS-VNC-QTD)
                   MOVE CCV-DATA-FIM    TO WS-VNC-FIM (WS-VNC-QTD)
                   MOVE CCV-DATA-ENVIO  TO WS-VNC-ENVIO (WS-VNC-QTD)
                   MOVE "N"             TO WS-VNC-VISTO (WS-VNC-QTD)
               ELSE
                   DISPLAY "CCS.VINCULOS ACIMA DE 5000 LINHAS - "
                       "PASSADA INTERROMPIDA"
                   CLOSE CCS-VINCULOS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               READ CCS-VINCULOS
                   AT END SET VINCULOS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CCS-VINCULOS.

       CARREGAR-EVENTOS-CHGLOG.
           OPEN INPUT CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ CADCLI-CHGLOG
               AT END SET CHGLOG-FIM TO TRUE
           END-READ
           PERFORM UNTIL CHGLOG-FIM
               IF CHG-DATA NOT < WS-ULTIMA-EXECUCAO
                   AND (CHG-ACAO = "ENCERRA" OR CHG-ACAO = "FUSAO")
                   AND WS-EVT-QTD < 2000
                   ADD 1 TO WS-EVT-QTD
                   MOVE CHG-CPF  TO WS-EVT-CPF (WS-EVT-QTD)
                   MOVE CHG-DATA TO WS-EVT-DATA (WS-EVT-QTD)
               END-IF
               READ CADCLI-CHGLOG
                   AT END SET CHGLOG-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CADCLI-CHGLOG.

      *    Data do ultimo encerramento/fusao do CPF no log desde a
      *    passada anterior; sem evento, a data da passada.
       LOCALIZAR-DATA-EVENTO.
           MOVE ZEROS TO WS-DATA-EVENTO
           PERFORM VARYING WS-EVT-IND FROM 1 BY 1
                   UNTIL WS-EVT-IND > WS-EVT-QTD
               IF WS-EVT-CPF (WS-EVT-IND) = WS-CPF-EVENTO
                   AND WS-EVT-DATA (WS-EVT-IND) > WS-DATA-EVENTO
                   MOVE WS-EVT-DATA (WS-EVT-IND) TO WS-DATA-EVENTO
               END-IF
           END-PERFORM
           IF WS-DATA-EVENTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-EVENTO
           END-IF.

      *    Titular e co-titulares de cada conta: vigentes enquanto a
      *    conta nao estiver encerrada (dormente continua vigente).
       PERCORRER-CONTAS.
           MOVE ZEROS TO CONTA-NUMERO
           START CONTA-ARQ KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   SET CONTA-FIM TO TRUE
           END-START
           PERFORM UNTIL CONTA-FIM
               READ CONTA-ARQ NEXT RECORD
                   AT END
                       SET CONTA-FIM TO TRUE
                   NOT AT END
                       PERFORM TRATAR-VINCULOS-CONTA
               END-READ
           END-PERFORM.

       TRATAR-VINCULOS-CONTA.
           MOVE ZEROS TO WS-DATA-FIM-CONTA
           IF CONTA-ENCERRADA
               MOVE CONTA-CPF TO WS-CPF-EVENTO
               PERFORM LOCALIZAR-DATA-EVENTO
               MOVE WS-DATA-EVENTO TO WS-DATA-FIM-CONTA
           END-IF
           INITIALIZE WS-VINCULO-ATUAL
           MOVE CONTA-NUMERO        TO WS-ATU-CONTA
           MOVE CONTA-TIPO          TO WS-ATU-TIPO-CONTA
           MOVE CONTA-DATA-ABERTURA TO WS-ATU-INICIO
           MOVE WS-DATA-FIM-CONTA   TO WS-ATU-FIM
           IF CONTA-ENCERRADA
               MOVE "N" TO WS-ATU-VIGENTE
           ELSE
               MOVE "S" TO WS-ATU-VIGENTE
           END-IF
           MOVE CONTA-CPF TO WS-ATU-CPF
           MOVE "T" TO WS-ATU-VINCULO
           PERFORM TRATAR-VINCULO-ATUAL
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
                   UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF (WS-IND-COTIT) NOT = SPACES
                   MOVE CONTA-COTITULAR-CPF (WS-IND-COTIT)
                       TO WS-ATU-CPF
                   MOVE "C" TO WS-ATU-VINCULO
                   PERFORM TRATAR-VINCULO-ATUAL
               END-IF
           END-PERFORM.

      *    Procuracao vigente: ativa, dentro da vigencia e sobre conta
      *    nao encerrada. Fim = revogacao, fim da vigencia ou
      *    encerramento da conta, o que veio primeiro no cadastro.
       PERCORRER-PROCURACOES.
           OPEN INPUT PROCURACAO-ARQ
           IF PROCURACAO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ PROCURACAO-ARQ NEXT RECORD
               AT END SET PROCURACAO-FIM TO TRUE
           END-READ
           PERFORM UNTIL PROCURACAO-FIM
               PERFORM TRATAR-VINCULO-PROCURACAO
               READ PROCURACAO-ARQ NEXT RECORD
                   AT END SET PROCURACAO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PROCURACAO-ARQ.

       TRATAR-VINCULO-PROCURACAO.
           INITIALIZE WS-VINCULO-ATUAL
           MOVE PRC-CONTA          TO WS-ATU-CONTA
           MOVE PRC-CPF-PROCURADOR TO WS-ATU-CPF
           IF PRC-REPRESENTANTE
               MOVE "R" TO WS-ATU-VINCULO
           ELSE
               MOVE "P" TO WS-ATU-VINCULO
           END-IF
           MOVE PRC-VIGENCIA-INICIO TO WS-ATU-INICIO
           IF WS-ATU-INICIO = ZEROS
               MOVE PRC-DATA-CADASTRO TO WS-ATU-INICIO
           END-IF
      *    Procuracao com vigencia ainda por comecar entra quando
      *    comecar.
           IF WS-ATU-INICIO > WS-DATA-HOJE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ATU-VIGENTE
           MOVE PRC-CONTA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "N" TO WS-ATU-VIGENTE
                   MOVE WS-DATA-HOJE TO WS-ATU-FIM
               NOT INVALID KEY
                   MOVE CONTA-TIPO TO WS-ATU-TIPO-CONTA
                   IF CONTA-ENCERRADA
                       MOVE "N" TO WS-ATU-VIGENTE
                       MOVE CONTA-CPF TO WS-CPF-EVENTO
                       PERFORM LOCALIZAR-DATA-EVENTO
                       MOVE WS-DATA-EVENTO TO WS-ATU-FIM
                   END-IF
           END-READ
           IF PRC-REVOGADA
               MOVE "N" TO WS-ATU-VIGENTE
               IF PRC-DATA-REVOGA > ZEROS
                   AND (WS-ATU-FIM = ZEROS OR
                        PRC-DATA-REVOGA < WS-ATU-FIM)
                   MOVE PRC-DATA-REVOGA TO WS-ATU-FIM
               END-IF
           END-IF
           IF PRC-VIGENCIA-FIM > ZEROS
               AND PRC-VIGENCIA-FIM < WS-DATA-HOJE
               MOVE "N" TO WS-ATU-VIGENTE
               IF WS-ATU-FIM = ZEROS OR PRC-VIGENCIA-FIM < WS-ATU-FIM
                   MOVE PRC-VIGENCIA-FIM TO WS-ATU-FIM
               END-IF
           END-IF
           IF WS-ATU-VIGENTE = "N" AND WS-ATU-FIM = ZEROS
               MOVE WS-DATA-HOJE TO WS-ATU-FIM
           END-IF
           PERFORM TRATAR-VINCULO-ATUAL.

      *    Compara o relacionamento de hoje com o ja informado:
      *    - informado e aberto, hoje terminado: informa o fim;
      *    - informado e terminado, hoje vigente: recomeco, informa
      *      novo inicio;
      *    - nunca informado e vigente: informa o inicio;
      *    - nunca informado, comecado e terminado desde a passada
      *      anterior: informa inicio e fim.
       TRATAR-VINCULO-ATUAL.
           MOVE ZEROS TO WS-VNC-ACHADO
           PERFORM VARYING WS-VNC-IND FROM 1 BY 1
                   UNTIL WS-VNC-IND > WS-VNC-QTD
                      OR WS-VNC-ACHADO > ZEROS
               IF WS-VNC-CONTA (WS-VNC-IND) = WS-ATU-CONTA
                   AND WS-VNC-CPF (WS-VNC-IND) = WS-ATU-CPF
                   AND WS-VNC-VINCULO (WS-VNC-IND) = WS-ATU-VINCULO
                   MOVE WS-VNC-IND TO WS-VNC-ACHADO
               END-IF
           END-PERFORM

           IF WS-VNC-ACHADO > ZEROS
               MOVE "S" TO WS-VNC-VISTO (WS-VNC-ACHADO)
               IF WS-VNC-FIM (WS-VNC-ACHADO) = ZEROS
                   IF WS-ATU-VIGENTE = "N"
                       MOVE WS-ATU-FIM TO WS-VNC-FIM (WS-VNC-ACHADO)
                       PERFORM INFORMAR-FIM-VINCULO
                   END-IF
               ELSE
                   IF WS-ATU-VIGENTE = "S"
                       IF WS-ATU-INICIO NOT > WS-VNC-FIM (WS-VNC-ACHADO)
                           MOVE WS-DATA-HOJE TO WS-ATU-INICIO
                       END-IF
                       MOVE WS-ATU-INICIO
                           TO WS-VNC-INICIO (WS-VNC-ACHADO)
                       MOVE ZEROS TO WS-VNC-FIM (WS-VNC-ACHADO)
                       PERFORM INFORMAR-INICIO-VINCULO
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ATU-VIGENTE = "N"
               IF WS-ULTIMA-EXECUCAO = ZEROS
                   OR WS-ATU-INICIO < WS-ULTIMA-EXECUCAO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-VNC-QTD NOT < 5000
               ADD 1 TO WS-VNC-SEM-LUGAR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VNC-QTD
           MOVE WS-VNC-QTD TO WS-VNC-ACHADO
           MOVE WS-ATU-CONTA   TO WS-VNC-CONTA (WS-VNC-ACHADO)
           MOVE WS-ATU-CPF     TO WS-VNC-CPF (WS-VNC-ACHADO)
           MOVE WS-ATU-VINCULO TO WS-VNC-VINCULO (WS-VNC-ACHADO)
           MOVE WS-ATU-INICIO  TO WS-VNC-INICIO (WS-VNC-ACHADO)
           MOVE ZEROS          TO WS-VNC-FIM (WS-VNC-ACHADO)
           MOVE "S"            TO WS-VNC-VISTO (WS-VNC-ACHADO)
           PERFORM INFORMAR-INICIO-VINCULO
           IF WS-ATU-VIGENTE = "N"
               MOVE WS-ATU-FIM TO WS-VNC-FIM (WS-VNC-ACHADO)
               PERFORM INFORMAR-FIM-VINCULO
           END-IF.

       INFORMAR-INICIO-VINCULO.
           MOVE "I"            TO WS-MOV-TIPO
           MOVE WS-ATU-CONTA   TO WS-MOV-CONTA
           MOVE WS-ATU-CPF     TO WS-MOV-CPF
           MOVE WS-ATU-VINCULO TO WS-MOV-VINCULO
           MOVE WS-ATU-TIPO-CONTA TO WS-MOV-TIPO-CONTA
           MOVE WS-VNC-INICIO (WS-VNC-ACHADO) TO WS-MOV-INICIO
           MOVE ZEROS          TO WS-MOV-FIM
           PERFORM GRAVAR-MOVIMENTO-CCS
           ADD 1 TO WS-QTD-INICIOS.

       INFORMAR-FIM-VINCULO.
           MOVE "F"            TO WS-MOV-TIPO
           MOVE WS-ATU-CONTA   TO WS-MOV-CONTA
           MOVE WS-ATU-CPF     TO WS-MOV-CPF
           MOVE WS-ATU-VINCULO TO WS-MOV-VINCULO
           MOVE WS-ATU-TIPO-CONTA TO WS-MOV-TIPO-CONTA
           MOVE WS-VNC-INICIO (WS-VNC-ACHADO) TO WS-MOV-INICIO
           MOVE WS-VNC-FIM (WS-VNC-ACHADO)    TO WS-MOV-FIM
           PERFORM GRAVAR-MOVIMENTO-CCS
           ADD 1 TO WS-QTD-FINS.

      *    Relacionamento informado e aberto que nao existe mais no
      *    cadastro: troca de titular ou co-titular na fusao de CPFs,
      *    procuracao apagada. Fim na data da fusao/encerramento do
      *    CPF no log, ou na data da passada.
       ENCERRAR-VINCULOS-SUMIDOS.
           PERFORM VARYING WS-VNC-ACHADO FROM 1 BY 1
                   UNTIL WS-VNC-ACHADO > WS-VNC-QTD
               IF WS-VNC-VISTO (WS-VNC-ACHADO) = "N"
                   AND WS-VNC-FIM (WS-VNC-ACHADO) = ZEROS
                   INITIALIZE WS-VINCULO-ATUAL
                   MOVE WS-VNC-CONTA (WS-VNC-ACHADO) TO WS-ATU-CONTA
                   MOVE WS-VNC-CPF (WS-VNC-ACHADO)   TO WS-ATU-CPF
                   MOVE WS-VNC-VINCULO (WS-VNC-ACHADO)
                       TO WS-ATU-VINCULO
                   MOVE WS-ATU-CONTA TO CONTA-NUMERO
                   READ CONTA-ARQ
                       INVALID KEY
                           MOVE SPACE TO WS-ATU-TIPO-CONTA
                       NOT INVALID KEY
                           MOVE CONTA-TIPO TO WS-ATU-TIPO-CONTA
                   END-READ
                   MOVE WS-ATU-CPF TO WS-CPF-EVENTO
                   PERFORM LOCALIZAR-DATA-EVENTO
                   MOVE WS-DATA-EVENTO TO WS-VNC-FIM (WS-VNC-ACHADO)
                   PERFORM INFORMAR-FIM-VINCULO
               END-IF
           END-PERFORM.

       GRAVAR-MOVIMENTO-CCS.
           IF WS-CCS-ABERTO = "N"
               PERFORM ABRIR-ARQUIVO-CCS
           END-IF
           MOVE WS-DATA-HOJE TO WS-VNC-ENVIO (WS-VNC-ACHADO)
           MOVE SPACES TO CCS-REG
           SET CCS-DETALHE TO TRUE
           MOVE WS-MOV-TIPO       TO CCS-D-MOVIMENTO
           MOVE WS-MOV-CPF        TO CCS-D-CPF
           MOVE "F"               TO CCS-D-TIPO-PESSOA
           IF WS-CADCLI-ABERTO = "S"
               MOVE WS-MOV-CPF TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CADCLI-PESSOA-JURIDICA
                           MOVE "J" TO CCS-D-TIPO-PESSOA
                       END-IF
               END-READ
           END-IF
           MOVE WS-MOV-CONTA      TO CCS-D-CONTA
           MOVE WS-MOV-TIPO-CONTA TO CCS-D-TIPO-CONTA
           MOVE WS-MOV-VINCULO    TO CCS-D-VINCULO
           MOVE WS-MOV-INICIO     TO CCS-D-DATA-INICIO
           MOVE WS-MOV-FIM        TO CCS-D-DATA-FIM
           WRITE CCS-REG
           ADD 1 TO WS-QTD-REGISTROS

           MOVE WS-MOV-CPF TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-MOV-TIPO DELIMITED BY SIZE
               " CONTA " DELIMITED BY SIZE
               WS-MOV-CONTA DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " VINCULO " DELIMITED BY SIZE
               WS-MOV-VINCULO DELIMITED BY SIZE
               " INICIO " DELIMITED BY SIZE
               WS-MOV-INICIO DELIMITED BY SIZE
               " FIM " DELIMITED BY SIZE
               WS-MOV-FIM DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       ABRIR-ARQUIVO-CCS.
           ADD 1 TO WS-SEQUENCIA
           MOVE SPACES TO WS-CCS-NOME
           STRING "CCS.S"      DELIMITED BY SIZE
                  WS-SEQUENCIA DELIMITED BY SIZE
                  INTO WS-CCS-NOME
           END-STRING
           OPEN OUTPUT CCS-ARQUIVO
           MOVE "S" TO WS-CCS-ABERTO
           MOVE SPACES TO CCS-REG
           SET CCS-HEADER TO TRUE
           MOVE WS-CNPJ-INSTITUICAO TO CCS-H-CNPJ
           MOVE WS-DATA-HOJE        TO CCS-H-DATA-MOVIMENTO
           MOVE WS-SEQUENCIA        TO CCS-H-SEQUENCIA
           WRITE CCS-REG
           ADD 1 TO WS-QTD-REGISTROS.

       GRAVAR-TRAILER-CCS.
           ADD 1 TO WS-QTD-REGISTROS
           MOVE SPACES TO CCS-REG
           SET CCS-TRAILER TO TRUE
           MOVE WS-QTD-INICIOS   TO CCS-T-QTD-INICIOS
           MOVE WS-QTD-FINS      TO CCS-T-QTD-FINS
           MOVE WS-QTD-REGISTROS TO CCS-T-QTD-REGISTROS
           WRITE CCS-REG.

       GRAVAR-VINCULOS-ENVIADOS.
           OPEN OUTPUT CCS-VINCULOS
           PERFORM VARYING WS-VNC-IND FROM 1 BY 1
                   UNTIL WS-VNC-IND > WS-VNC-QTD
               MOVE WS-VNC-CONTA (WS-VNC-IND)   TO CCV-CONTA
               MOVE WS-VNC-CPF (WS-VNC-IND)     TO CCV-CPF
               MOVE WS-VNC-VINCULO (WS-VNC-IND) TO CCV-VINCULO
               MOVE WS-VNC-INICIO (WS-VNC-IND)  TO CCV-DATA-INICIO
               MOVE WS-VNC-FIM (WS-VNC-IND)     TO CCV-DATA-FIM
               MOVE WS-VNC-ENVIO (WS-VNC-IND)   TO CCV-DATA-ENVIO
               WRITE CCSVIN-REG
           END-PERFORM
           CLOSE CCS-VINCULOS.

       ATUALIZAR-CONTROLE-CCS.
           OPEN OUTPUT CCS-CTL
           MOVE WS-DATA-HOJE TO CTL-ULTIMA-EXECUCAO
           MOVE WS-SEQUENCIA TO CTL-SEQUENCIA
           WRITE CTL-REG
           CLOSE CCS-CTL.

       GRAVAR-RESUMO-RELATORIO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "INICIOS INFORMADOS: " DELIMITED BY SIZE
               WS-QTD-INICIOS DELIMITED BY SIZE
               "  FINS INFORMADOS: " DELIMITED BY SIZE
               WS-QTD-FINS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF WS-CCS-ABERTO = "S"
               MOVE SPACES TO WS-REL-LINHA
               STRING "ARQUIVO GERADO: " DELIMITED BY SIZE
                   WS-CCS-NOME DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF WS-VNC-SEM-LUGAR > ZEROS
               MOVE SPACES TO WS-REL-LINHA
               STRING "CONTROLE CHEIO - RELACIONAMENTOS NAO "
                   DELIMITED BY SIZE
                   "INFORMADOS: " DELIMITED BY SIZE
                   WS-VNC-SEM-LUGAR DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
