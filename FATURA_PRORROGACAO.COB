      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. FATPRORR.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Acordo da cobranca (COBETAPA) sobre fatura em atraso:      <*
      *>   prorrogacao do vencimento ou dispensa da multa e dos juros <*
      *>   de atraso. No modo ACORDO o operador da sessao informa o   <*
      *>   CPF/CNPJ e a fatura; o programa mostra os encargos         <*
      *>   apurados ate hoje pela regra do ENCARGOS (dias uteis com   <*
      *>   FERIADO.CAL, juros e multa da faixa de data/ENCARGOS.PRM), <*
      *>   ja sem o que foi dispensado antes. P = prorrogar: novo     <*
      *>   vencimento em dia util, depois de hoje e do atual; os      <*
      *>   encargos ja corridos ficam dispensados e o atraso recomeca <*
      *>   do novo vencimento (FAT-VENCTO-ORIGINAL guarda o da        <*
      *>   emissao). D = dispensar: valor ate o apurado, acumulado em <*
      *>   FAT-ENCARGO-DISPENSADO, que o ENCARGOS e o BOLETO abatem.  <*
      *>   Motivo e descricao sao obrigatorios.                       <*
      *>   ALCADA: pelo nivel do operador em data/OPERADOR.DAT -      <*
      *>   nivel 1 dispensa ate DISPENSA-ALCADA-NIVEL1 e nivel 2 ate  <*
      *>   DISPENSA-ALCADA-NIVEL2 (data/PARAMRUN.CTL, padrao 50,00 e  <*
      *>   500,00); prorrogacao alem de PRORROGACAO-ALCADA-DIAS dias  <*
      *>   (padrao 30) sobre o vencimento atual tambem passa da       <*
      *>   alcada. Passou, o acordo NAO e aplicado: vai para          <*
      *>   DISPENSA.PEND (ver copybooks/DISPPEND.CPY) e so mexe na    <*
      *>   fatura quando um supervisor (nivel 3, outro que nao o      <*
      *>   operador) o aprova na caixa de pendencias (PENDAPRV),      <*
      *>   que grava o acordo com o aprovador e faz o lancamento;     <*
      *>   nivel 3 tem alcada livre.                                  <*
      *>   Cada acordo vai para PRORROGA.DAT (ver copybooks/          <*
      *>   PRORREC.CPY) e o valor dispensado para a contabilidade:    <*
      *>   debito 64002 encargos dispensados, credito 41003 receitas  <*
      *>   de encargos - a receita de atraso e reconhecida bruta e a  <*
      *>   dispensa aparece na despesa.                               <*
      *>   Titulo registrado no banco segue com o vencimento antigo   <*
      *>   la: o programa avisa para entregar segunda via (BOLETO).   <*
      *>   No modo RELATORIO sai PRORROGA.REL com o mes pedido:       <*
      *>   prorrogacoes, dispensas e valor dispensado por operador,   <*
      *>   quantos acordos precisaram de supervisor e o total geral.  <*
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
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Acordos de prorrogacao e dispensa, uma linha por acordo.
           SELECT PRORROGA-ARQ ASSIGN TO "PRORROGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRORROGA-STATUS.
      *    Parametros dos encargos de atraso - os mesmos do ENCARGOS.
           SELECT ENCARGOS-PARAMETROS ASSIGN TO "data/ENCARGOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      *    Calendario de feriados bancarios - atraso em dias uteis e
      *    novo vencimento so em dia util.
           SELECT FERIADO-CAL ASSIGN TO "FERIADO.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.
      *    Parametros de execucao - alcadas da dispensa e da
      *    prorrogacao.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Registro de titulos remetidos ao banco - diz se o titulo
      *    da fatura esta registrado no banco aguardando pagamento.
           SELECT REMESSA-REGISTRO ASSIGN TO "REMESSA.REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
      *    Sessao do operador logado no menu - quem pede o acordo.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Cadastro de operadores - nivel de quem pede e de quem
      *    aprova.
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
      *    Interface contabil - a dispensa, acrescentando ao arquivo
      *    do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Acordos acima da alcada aguardando o supervisor.
           SELECT DISPENSA-PENDENTE ASSIGN TO "DISPENSA.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPENSA-STATUS.
      *    Relatorio mensal das dispensas por operador.
           SELECT PRORROGA-RELATORIO ASSIGN TO "PRORROGA.REL"
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

       FD  PRORROGA-ARQ.
      *    Layout compartilhado do acordo - ver copybooks/PRORREC.CPY.
           COPY PRORREC.

       FD  ENCARGOS-PARAMETROS.
       01  PARAM-REC.
           05 PRM-TAXA-MENSAL      PIC 9(02)V99.
           05 PRM-MULTA-31         PIC 9(06)V99.
           05 PRM-MULTA-61         PIC 9(06)V99.
           05 PRM-MULTA-90         PIC 9(06)V99.

       FD  FERIADO-CAL.
      *    Layout compartilhado do feriado - ver
      *    copybooks/FERIADREC.CPY.
           COPY FERIADREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA             PIC X(60).

      *    Mesmo layout do registro gravado pela REMESSA.
       FD  REMESSA-REGISTRO.
       01  REGISTRO-REG.
           05 RGT-TITULO              PIC 9(06).
           05 RGT-BANCO               PIC 9(03).
           05 RGT-DATA-REMESSA        PIC 9(08).
           05 RGT-SITUACAO            PIC X(01).
              88 RGT-PENDENTE            VALUE "P".
              88 RGT-RESPONDIDO          VALUE "R".
              88 RGT-ESTORNADO           VALUE "E".
           05 RGT-NSA                 PIC 9(06).

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR            PIC X(08).
           02 SES-NIVEL               PIC 9(01).

       FD  OPERADOR-ARQ.
       01  OPERADOR-REG.
           02 OPE-ID                  PIC X(08).
           02 OPE-NOME                PIC X(30).
           02 OPE-NIVEL               PIC 9(01).

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  DISPENSA-PENDENTE.
      *    Layout compartilhado do acordo pendente - ver
      *    copybooks/DISPPEND.CPY.
           COPY DISPPEND.

       FD  PRORROGA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-PRORROGA-STATUS    PIC X(02) VALUE "00".
           88 PRORROGA-NAO-ACHOU    VALUE "35".
       77 WS-PRORROGA-FIM       PIC X(01) VALUE "N".
           88 PRORROGA-FIM          VALUE "S".
       77 WS-PARAM-STATUS       PIC X(02) VALUE "00".
           88 PARAM-OK              VALUE "00".
       77 WS-FERIADO-STATUS     PIC X(02) VALUE "00".
           88 FERIADO-NAO-ACHOU     VALUE "35".
       77 WS-FERIADO-FIM        PIC X(01) VALUE "N".
           88 FERIADO-FIM           VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-REGISTRO-STATUS    PIC X(02) VALUE "00".
           88 REGISTRO-NAO-ACHOU    VALUE "35".
       77 WS-REGISTRO-FIM       PIC X(01) VALUE "N".
           88 REGISTRO-FIM          VALUE "S".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-OPERADOR-STATUS    PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU    VALUE "35".
       77 WS-OPERADOR-FIM       PIC X(01) VALUE "N".
           88 OPERADOR-FIM          VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-DISPENSA-STATUS    PIC X(02) VALUE "00".
           88 DISPENSA-NAO-ACHOU    VALUE "35".

      *    Modo pedido ao operador.
       77 WS-MODO               PIC X(01) VALUE SPACES.
           88 MODO-ACORDO           VALUE "A".
           88 MODO-RELATORIO        VALUE "R".

      *    Quem pede (sessao do menu, com o nivel do cadastro).
       77 WS-OPERADOR           PIC X(08) VALUE "BATCH".
       77 WS-NIVEL-OPERADOR     PIC 9(01) VALUE ZEROS.
       77 WS-ID-PROCURADO       PIC X(08) VALUE SPACES.
       77 WS-NIVEL-ENCONTRADO   PIC 9(01) VALUE ZEROS.

      *    Alcadas em vigor, semeadas com os defaults e trocadas
      *    pelos valores de data/PARAMRUN.CTL quando presentes.
       77 WS-ALCADA-NIVEL1      PIC 9(09)V99 VALUE 50.
       77 WS-ALCADA-NIVEL2      PIC 9(09)V99 VALUE 500.
       77 WS-ALCADA-DIAS        PIC 9(03) VALUE 30.
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.
       77 WS-ALCADA-OPERADOR    PIC 9(09)V99 VALUE ZEROS.
       77 WS-PRECISA-SUPERVISOR PIC X(01) VALUE "N".
           88 PRECISA-SUPERVISOR    VALUE "S".

      *    Entrada do acordo.
       77 WS-CPF-CLIENTE        PIC X(14) VALUE SPACES.
       77 WS-FAT-PEDIDA         PIC X(06) VALUE SPACES.
       77 WS-FAT-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-ACORDO        PIC X(01) VALUE SPACES.
           88 ACORDO-PRORROGACAO    VALUE "P".
           88 ACORDO-DISPENSA       VALUE "D".
       77 WS-VENCTO-DIGITADO    PIC X(08) VALUE SPACES.
       01 WS-NOVO-VENCTO        PIC 9(08) VALUE ZEROS.
       01 WS-NOVO-VENCTO-R REDEFINES WS-NOVO-VENCTO.
           05 WS-NOVO-ANO        PIC 9(04).
           05 WS-NOVO-MES        PIC 9(02).
           05 WS-NOVO-DIA        PIC 9(02).
       77 WS-DIAS-PRORROGADOS   PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-DIGITADO     PIC X(20) VALUE SPACES.
       77 WS-VALOR-DISPENSADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO             PIC X(01) VALUE SPACES.
           88 MOTIVO-VALIDO         VALUE "A" "C" "R" "O".
       77 WS-MOTIVO-TEXTO       PIC X(40) VALUE SPACES.
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE "N".

      *    Imagem da fatura na conferencia.
       77 WS-FAT-VENCTO         PIC 9(08) VALUE ZEROS.
       77 WS-FAT-DISPENSADO     PIC 9(11)V99 VALUE ZEROS.

      *    Encargos apurados ate hoje - mesma regra e mesmos defaults
      *    do ENCARGOS, menos o que ja foi dispensado.
       77 WS-TAXA-MENSAL        PIC 9(02)V99 COMP-3 VALUE 2.
       77 WS-MULTA-31           PIC 9(06)V99 COMP-3 VALUE 10.
       77 WS-MULTA-61           PIC 9(06)V99 COMP-3 VALUE 25.
       77 WS-MULTA-90           PIC 9(06)V99 COMP-3 VALUE 50.
       77 WS-DIAS-INT-VENCTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WS-MESES-ATRASO       PIC 9(03) VALUE ZEROS.
       77 WS-JUROS              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-MULTA              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ENCARGO-BRUTO      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ENCARGO-APURADO    PIC 9(11)V99 VALUE ZEROS.

      *    Calendario de feriados e contagem de dias uteis (MOD 7 do
      *    dia inteiro: 0=domingo, 6=sabado).
       01  WS-TABELA-FERIADOS.
           05 WS-FER-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-FER-DATA           PIC 9(08) OCCURS 100 TIMES.
       77 WS-FER-IND            PIC 9(03) VALUE ZEROS.
       77 WS-DIA-CORRENTE       PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA-CALC    PIC 9(01) VALUE ZEROS.
       77 WS-DIA-NAO-UTIL       PIC X(01) VALUE "N".
       77 WS-DATA-CANDIDATA     PIC 9(08) VALUE ZEROS.

      *    Dispensa: despesa de encargos dispensados contra a receita
      *    de encargos de atraso.
       77 WS-CONTA-DISPENSADOS  PIC 9(05) VALUE 64002.
       77 WS-CONTA-RECEITA-ENC  PIC 9(05) VALUE 41003.
       77 WS-LANCAMENTO-INTEIRO PIC 9(13) VALUE ZEROS.

      *    Titulo registrado no banco: a ultima passagem do titulo no
      *    registro de remetidos ainda pendente de resposta.
       77 WS-TITULO-NO-BANCO    PIC X(01) VALUE "N".
       77 WS-BANCO-REGISTRO     PIC 9(03) VALUE ZEROS.

      *    Relatorio mensal: acumulado por operador.
       77 WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01 WS-MES-RELATORIO      PIC 9(06) VALUE ZEROS.
       01 WS-PRR-MES            PIC 9(06) VALUE ZEROS.
       01  WS-TABELA-OPERADORES.
           05 WS-OPR-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-OPR-ITEM OCCURS 100 TIMES.
              10 WS-OPR-ID          PIC X(08).
              10 WS-OPR-PRORROG     PIC 9(05).
              10 WS-OPR-DISPENSAS   PIC 9(05).
              10 WS-OPR-SUPERVISOR  PIC 9(05).
              10 WS-OPR-VALOR       PIC 9(13)V99.
       77 WS-OPR-IND            PIC 9(03) VALUE ZEROS.
       77 WS-OPR-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-ACORDOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SUPERVISOR   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-DISPENSADO   PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO-MES    PIC 9(06).
           05 WS-HOJE-DIA        PIC 9(02).
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-NOVO      PIC 9(07) VALUE ZEROS.

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
           MOVE "FATPRORR" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-DIAS-INT-HOJE EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-COMPUTE

           DISPLAY "MODO (A=ACORDO DE PRORROGACAO/DISPENSA "
               "R=RELATORIO MENSAL POR OPERADOR): "
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN MODO-ACORDO
                   PERFORM REGISTRAR-ACORDO
               WHEN MODO-RELATORIO
                   PERFORM EMITIR-RELATORIO-MENSAL
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO "]"
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO ACORDO
      *----------------------------------------------------------------*
       REGISTRAR-ACORDO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           MOVE WS-OPERADOR TO WS-ID-PROCURADO
           PERFORM LOCALIZAR-OPERADOR-CADASTRO
           MOVE WS-NIVEL-ENCONTRADO TO WS-NIVEL-OPERADOR
           PERFORM LER-PARAMETROS-ALCADA
           PERFORM LER-PARAMETROS-ENCARGOS
           PERFORM CARREGAR-FERIADOS

           PERFORM RECEBER-FATURA-DO-ACORDO
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-FATURA-PEDIDA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM RECEBER-TIPO-ACORDO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM RECEBER-MOTIVO-ACORDO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-ALCADA
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "ACORDO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRMA O ACORDO? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ACORDO DESISTIDO PELO OPERADOR"
               EXIT PARAGRAPH
           END-IF

      *    Acima da alcada a fatura nao muda aqui: o acordo espera o
      *    supervisor na caixa de pendencias.
           IF PRECISA-SUPERVISOR
               PERFORM ENVIAR-ACORDO-PARA-APROVACAO
               DISPLAY "ACORDO DA FATURA " WS-FAT-NUMERO " ENVIADO "
                   "PARA APROVACAO DO SUPERVISOR (PENDAPRV)"
               EXIT PARAGRAPH
           END-IF

           PERFORM REGRAVAR-FATURA-DO-ACORDO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "ACORDO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-REGISTRO-ACORDO
           IF WS-VALOR-DISPENSADO > ZEROS
               PERFORM LANCAR-DISPENSA-CONTABIL
           END-IF

           MOVE WS-VALOR-DISPENSADO TO WS-VALOR-EDITADO
           IF ACORDO-PRORROGACAO
               DISPLAY "FATURA " WS-FAT-NUMERO " PRORROGADA DE "
                   WS-FAT-VENCTO " PARA " WS-NOVO-VENCTO
               PERFORM CONFERIR-TITULO-NO-BANCO
               IF WS-TITULO-NO-BANCO = "S"
                   DISPLAY "TITULO REGISTRADO NO BANCO "
                       WS-BANCO-REGISTRO " COM O VENCIMENTO ANTIGO - "
                       "ENTREGAR SEGUNDA VIA (BOLETO)"
               END-IF
           END-IF
           DISPLAY "ENCARGOS DISPENSADOS: " WS-VALOR-EDITADO.

       RECEBER-FATURA-DO-ACORDO.
           DISPLAY "CPF/CNPJ DO CLIENTE: "
           ACCEPT WS-CPF-CLIENTE
           DISPLAY "NUMERO DA FATURA: "
           ACCEPT WS-FAT-PEDIDA
           IF WS-FAT-PEDIDA IS NOT NUMERIC
               MOVE "NUMERO DE FATURA NAO NUMERICO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-PEDIDA TO WS-FAT-NUMERO.

      *    A fatura tem de ser do cliente e estar em aberto; os
      *    encargos mostrados ja descontam as dispensas anteriores.
       CONFERIR-FATURA-PEDIDA.
           OPEN INPUT FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               MOVE "ARQUIVO DE FATURAS AUSENTE" TO WS-MOTIVO-RECUSA
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
           END-READ
           CLOSE FATURAS-ARQUIVO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FAT-CPF NOT = WS-CPF-CLIENTE
               MOVE "FATURA NAO E DO CPF/CNPJ INFORMADO"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NOT FAT-ABERTA
               MOVE "FATURA NAO ESTA EM ABERTO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-DATA-VENCTO        TO WS-FAT-VENCTO
           MOVE FAT-ENCARGO-DISPENSADO TO WS-FAT-DISPENSADO
           PERFORM APURAR-ENCARGOS-ATE-HOJE
           MOVE WS-ENCARGO-APURADO TO WS-VALOR-EDITADO
           DISPLAY "VENCIMENTO " WS-FAT-VENCTO " - ATRASO "
               WS-DIAS-ATRASO " DIAS UTEIS"
           DISPLAY "ENCARGOS APURADOS ATE HOJE: " WS-VALOR-EDITADO.

       RECEBER-TIPO-ACORDO.
           DISPLAY "ACORDO (P=PRORROGAR VENCIMENTO D=DISPENSAR "
               "ENCARGOS): "
           ACCEPT WS-TIPO-ACORDO
           EVALUATE TRUE
               WHEN ACORDO-PRORROGACAO
                   PERFORM RECEBER-NOVO-VENCIMENTO
               WHEN ACORDO-DISPENSA
                   PERFORM RECEBER-VALOR-DISPENSA
               WHEN OTHER
                   MOVE "TIPO DE ACORDO INVALIDO" TO WS-MOTIVO-RECUSA
           END-EVALUATE.

      *    Novo vencimento depois de hoje e do atual, em dia util; os
      *    encargos ja corridos saem junto com a prorrogacao.
       RECEBER-NOVO-VENCIMENTO.
           DISPLAY "NOVO VENCIMENTO (AAAAMMDD): "
           ACCEPT WS-VENCTO-DIGITADO
           IF WS-VENCTO-DIGITADO IS NOT NUMERIC
               MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VENCTO-DIGITADO TO WS-NOVO-VENCTO
           IF WS-NOVO-MES < 1 OR WS-NOVO-MES > 12
               OR WS-NOVO-DIA < 1 OR WS-NOVO-DIA > 31
               OR WS-NOVO-ANO < 1601
               MOVE "DATA INVALIDA" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-NOVO-VENCTO NOT > WS-DATA-HOJE
               OR WS-NOVO-VENCTO NOT > WS-FAT-VENCTO
               MOVE "NOVO VENCIMENTO TEM QUE SER POSTERIOR"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-INT-NOVO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-NOVO-VENCTO)
           END-COMPUTE
           MOVE WS-DIAS-INT-NOVO TO WS-DIA-CORRENTE
           PERFORM CONFERIR-DIA-UTIL
           IF WS-DIA-NAO-UTIL = "S"
               MOVE "NOVO VENCIMENTO NAO E DIA UTIL"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-PRORROGADOS EQUAL WS-DIAS-INT-NOVO
               - FUNCTION INTEGER-OF-DATE(WS-FAT-VENCTO)
           END-COMPUTE
           MOVE WS-ENCARGO-APURADO TO WS-VALOR-DISPENSADO.

      *    Em branco dispensa todo o apurado.
       RECEBER-VALOR-DISPENSA.
           IF WS-ENCARGO-APURADO = ZEROS
               MOVE "FATURA SEM ENCARGOS A DISPENSAR"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR A DISPENSAR (EM BRANCO = TODO O APURADO): "
           ACCEPT WS-VALOR-DIGITADO
           IF WS-VALOR-DIGITADO = SPACES
               MOVE WS-ENCARGO-APURADO TO WS-VALOR-DISPENSADO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VALOR-DIGITADO) NOT = ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-DISPENSADO EQUAL
               FUNCTION NUMVAL(WS-VALOR-DIGITADO)
           END-COMPUTE
           IF WS-VALOR-DISPENSADO NOT > ZEROS
               MOVE "VALOR TEM QUE SER POSITIVO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-DISPENSADO > WS-ENCARGO-APURADO
               MOVE "VALOR MAIOR QUE OS ENCARGOS APURADOS"
                   TO WS-MOTIVO-RECUSA
           END-IF.

       RECEBER-MOTIVO-ACORDO.
           DISPLAY "MOTIVO (A=ACORDO DE PAGAMENTO C=CONTESTACAO/ERRO "
               "R=RELACIONAMENTO O=OUTRO): "
           ACCEPT WS-MOTIVO
           IF NOT MOTIVO-VALIDO
               MOVE "MOTIVO INVALIDO" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRICAO DO MOTIVO: "
           ACCEPT WS-MOTIVO-TEXTO
           IF WS-MOTIVO-TEXTO = SPACES
               MOVE "DESCRICAO DO MOTIVO OBRIGATORIA"
                   TO WS-MOTIVO-RECUSA
           END-IF.

      *    Alcada pelo nivel do operador no cadastro: nivel 3 livre;
      *    nivel 1 e 2 ate o valor do parametro e ate os dias de
      *    prorrogacao; operador fora do cadastro nao tem alcada.
       CONFERIR-ALCADA.
           MOVE "N" TO WS-PRECISA-SUPERVISOR
           EVALUATE WS-NIVEL-OPERADOR
               WHEN 3
                   EXIT PARAGRAPH
               WHEN 2
                   MOVE WS-ALCADA-NIVEL2 TO WS-ALCADA-OPERADOR
               WHEN 1
                   MOVE WS-ALCADA-NIVEL1 TO WS-ALCADA-OPERADOR
               WHEN OTHER
                   MOVE ZEROS TO WS-ALCADA-OPERADOR
                   MOVE "S" TO WS-PRECISA-SUPERVISOR
           END-EVALUATE
           IF WS-VALOR-DISPENSADO > WS-ALCADA-OPERADOR
               MOVE "S" TO WS-PRECISA-SUPERVISOR
           END-IF
           IF ACORDO-PRORROGACAO
               AND WS-DIAS-PRORROGADOS > WS-ALCADA-DIAS
               MOVE "S" TO WS-PRECISA-SUPERVISOR
           END-IF
           IF PRECISA-SUPERVISOR
               DISPLAY "ACORDO ACIMA DA ALCADA DO OPERADOR - "
                   "PRECISA DE SUPERVISOR"
           END-IF.

      *    Nivel do ID procurado no cadastro de operadores - mesma
      *    busca da assinatura do menu (MENU_OPERADOR.COB).
       LOCALIZAR-OPERADOR-CADASTRO.
           MOVE ZEROS TO WS-NIVEL-ENCONTRADO
           MOVE "N" TO WS-OPERADOR-FIM
           OPEN INPUT OPERADOR-ARQ
           IF OPERADOR-NAO-ACHOU
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO: "
                   "data/OPERADOR.DAT"
               EXIT PARAGRAPH
           END-IF
           READ OPERADOR-ARQ
               AT END SET OPERADOR-FIM TO TRUE
           END-READ
           PERFORM UNTIL OPERADOR-FIM
               IF OPE-ID = WS-ID-PROCURADO
                   MOVE OPE-NIVEL TO WS-NIVEL-ENCONTRADO
                   SET OPERADOR-FIM TO TRUE
               ELSE
                   READ OPERADOR-ARQ
                       AT END SET OPERADOR-FIM TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OPERADOR-ARQ.

      *----------------------------------------------------------------*
      *    GRAVACAO DO ACORDO
      *----------------------------------------------------------------*
      *    A fatura e relida para atualizacao - um pagamento pode ter
      *    chegado entre a conferencia e a aprovacao.
       REGRAVAR-FATURA-DO-ACORDO.
           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               MOVE "ARQUIVO DE FATURAS AUSENTE" TO WS-MOTIVO-RECUSA
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               IF NOT FAT-ABERTA
                   OR FAT-DATA-VENCTO NOT = WS-FAT-VENCTO
                   OR FAT-ENCARGO-DISPENSADO NOT = WS-FAT-DISPENSADO
                   MOVE "FATURA ALTERADA DURANTE O ACORDO"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF ACORDO-PRORROGACAO
               IF FAT-VENCTO-ORIGINAL = ZEROS
                   MOVE FAT-DATA-VENCTO TO FAT-VENCTO-ORIGINAL
               END-IF
               MOVE WS-NOVO-VENCTO TO FAT-DATA-VENCTO
               MOVE ZEROS TO FAT-ENCARGO-DISPENSADO
           ELSE
               ADD WS-VALOR-DISPENSADO TO FAT-ENCARGO-DISPENSADO
           END-IF
           REWRITE FAT-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A FATURA" TO WS-MOTIVO-RECUSA
           END-REWRITE
           CLOSE FATURAS-ARQUIVO.

       GRAVAR-REGISTRO-ACORDO.
           OPEN EXTEND PRORROGA-ARQ
           IF PRORROGA-NAO-ACHOU
               CLOSE PRORROGA-ARQ
               OPEN OUTPUT PRORROGA-ARQ
           END-IF
           MOVE WS-DATA-HOJE        TO PRR-DATA
           MOVE WS-HORA-AGORA       TO PRR-HORA
           MOVE WS-FAT-NUMERO       TO PRR-FAT-NUMERO
           MOVE WS-CPF-CLIENTE      TO PRR-CPF
           MOVE WS-TIPO-ACORDO      TO PRR-TIPO
           MOVE WS-FAT-VENCTO       TO PRR-VENCTO-ANTES
           IF ACORDO-PRORROGACAO
               MOVE WS-NOVO-VENCTO  TO PRR-VENCTO-DEPOIS
           ELSE
               MOVE WS-FAT-VENCTO   TO PRR-VENCTO-DEPOIS
           END-IF
           MOVE WS-ENCARGO-APURADO  TO PRR-ENCARGO-APURADO
           MOVE WS-VALOR-DISPENSADO TO PRR-VALOR-DISPENSADO
           MOVE WS-MOTIVO           TO PRR-MOTIVO
           MOVE WS-MOTIVO-TEXTO     TO PRR-MOTIVO-TEXTO
           MOVE WS-OPERADOR         TO PRR-OPERADOR
           MOVE WS-NIVEL-OPERADOR   TO PRR-NIVEL-OPERADOR
      *    Aqui so passa acordo dentro da alcada - o aprovador fica
      *    em branco (o PENDAPRV grava os que passaram por ele).
           MOVE SPACES              TO PRR-APROVADOR
           WRITE PRR-REC
           CLOSE PRORROGA-ARQ.

      *    Acordo acima da alcada: o pedido completo, com a imagem da
      *    fatura conferida agora, para o supervisor decidir.
       ENVIAR-ACORDO-PARA-APROVACAO.
           OPEN EXTEND DISPENSA-PENDENTE
           IF DISPENSA-NAO-ACHOU
               CLOSE DISPENSA-PENDENTE
               OPEN OUTPUT DISPENSA-PENDENTE
           END-IF
           MOVE WS-DATA-HOJE        TO DSP-DATA
           MOVE WS-HORA-AGORA       TO DSP-HORA
           MOVE WS-FAT-NUMERO       TO DSP-FAT-NUMERO
           MOVE WS-CPF-CLIENTE      TO DSP-CPF
           MOVE WS-TIPO-ACORDO      TO DSP-TIPO
           MOVE WS-FAT-VENCTO       TO DSP-VENCTO-ANTES
           IF ACORDO-PRORROGACAO
               MOVE WS-NOVO-VENCTO  TO DSP-VENCTO-DEPOIS
           ELSE
               MOVE WS-FAT-VENCTO   TO DSP-VENCTO-DEPOIS
           END-IF
           MOVE WS-ENCARGO-APURADO  TO DSP-ENCARGO-APURADO
           MOVE WS-VALOR-DISPENSADO TO DSP-VALOR-DISPENSADO
           MOVE WS-MOTIVO           TO DSP-MOTIVO
           MOVE WS-MOTIVO-TEXTO     TO DSP-MOTIVO-TEXTO
           MOVE WS-OPERADOR         TO DSP-OPERADOR
           MOVE WS-NIVEL-OPERADOR   TO DSP-NIVEL-OPERADOR
           MOVE WS-FAT-DISPENSADO   TO DSP-DISPENSADO-ANTES
           WRITE DSP-REG
           CLOSE DISPENSA-PENDENTE.

       LANCAR-DISPENSA-CONTABIL.
           MOVE WS-VALOR-DISPENSADO TO WS-LANCAMENTO-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-DISPENSADOS  TO GL-CONTA
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE          TO GL-DATA
           MOVE WS-CONTA-RECEITA-ENC  TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-LANCAMENTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    O titulo pode ter passado mais de uma vez pelo registro
      *    (estorno reabre e a remessa manda de novo): vale a ultima
      *    passagem. Pendente de resposta = registrado no banco.
       CONFERIR-TITULO-NO-BANCO.
           MOVE "N" TO WS-TITULO-NO-BANCO
           MOVE "N" TO WS-REGISTRO-FIM
           OPEN INPUT REMESSA-REGISTRO
           IF REGISTRO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ REMESSA-REGISTRO
               AT END SET REGISTRO-FIM TO TRUE
           END-READ
           PERFORM UNTIL REGISTRO-FIM
               IF RGT-TITULO = WS-FAT-NUMERO
                   IF RGT-PENDENTE
                       MOVE "S" TO WS-TITULO-NO-BANCO
                       MOVE RGT-BANCO TO WS-BANCO-REGISTRO
                   ELSE
                       MOVE "N" TO WS-TITULO-NO-BANCO
                   END-IF
               END-IF
               READ REMESSA-REGISTRO
                   AT END SET REGISTRO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE REMESSA-REGISTRO.

      *----------------------------------------------------------------*
      *    ENCARGOS APURADOS - REGRA DO ENCARGOS
      *----------------------------------------------------------------*
      *    Dias uteis de atraso ate hoje; passando de 30, juros
      *    mensais proporcionais aos meses de atraso mais a multa da
      *    faixa, menos o que ja foi dispensado na fatura.
       APURAR-ENCARGOS-ATE-HOJE.
           MOVE ZEROS TO WS-JUROS WS-MULTA WS-ENCARGO-BRUTO
           MOVE ZEROS TO WS-ENCARGO-APURADO
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF FAT-DATA-VENCTO IS NUMERIC AND FAT-DATA-VENCTO > ZEROS
               COMPUTE WS-DIAS-INT-VENCTO EQUAL
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCTO)
               END-COMPUTE
               PERFORM CONTAR-DIAS-UTEIS-ATRASO
           END-IF
           IF WS-DIAS-ATRASO NOT GREATER 30
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MESES-ATRASO EQUAL
               (WS-DIAS-ATRASO + 29) / 30
           END-COMPUTE
           SUBTRACT 1 FROM WS-MESES-ATRASO

           COMPUTE WS-JUROS ROUNDED EQUAL
               FAT-VALOR * (WS-TAXA-MENSAL / 100) * WS-MESES-ATRASO
               ON SIZE ERROR
                   MOVE ZEROS TO WS-JUROS
                   DISPLAY "OVERFLOW NO CALCULO DE JUROS DA FATURA "
                       FAT-NUMERO
           END-COMPUTE

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   MOVE WS-MULTA-31 TO WS-MULTA
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   MOVE WS-MULTA-61 TO WS-MULTA
               WHEN OTHER
                   MOVE WS-MULTA-90 TO WS-MULTA
           END-EVALUATE

           COMPUTE WS-ENCARGO-BRUTO ROUNDED EQUAL
               WS-JUROS + WS-MULTA
           END-COMPUTE
           IF FAT-ENCARGO-DISPENSADO < WS-ENCARGO-BRUTO
               COMPUTE WS-ENCARGO-APURADO EQUAL
                   WS-ENCARGO-BRUTO - FAT-ENCARGO-DISPENSADO
               END-COMPUTE
           END-IF.

      *    Dias uteis entre o vencimento (exclusive) e hoje
      *    (inclusive).
       CONTAR-DIAS-UTEIS-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF WS-DIAS-INT-VENCTO NOT < WS-DIAS-INT-HOJE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-CORRENTE EQUAL WS-DIAS-INT-VENCTO + 1
           END-COMPUTE
           PERFORM UNTIL WS-DIA-CORRENTE > WS-DIAS-INT-HOJE
               PERFORM CONFERIR-DIA-UTIL
               IF WS-DIA-NAO-UTIL = "N"
                   ADD 1 TO WS-DIAS-ATRASO
               END-IF
               ADD 1 TO WS-DIA-CORRENTE
           END-PERFORM.

       CONFERIR-DIA-UTIL.
           MOVE "N" TO WS-DIA-NAO-UTIL
           COMPUTE WS-DIA-SEMANA-CALC EQUAL
               FUNCTION MOD(WS-DIA-CORRENTE 7)
           END-COMPUTE
           IF WS-DIA-SEMANA-CALC = 0 OR WS-DIA-SEMANA-CALC = 6
               MOVE "S" TO WS-DIA-NAO-UTIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-CANDIDATA EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
           END-COMPUTE
           PERFORM VARYING WS-FER-IND FROM 1 BY 1
                   UNTIL WS-FER-IND > WS-FER-QTD
               IF WS-FER-DATA (WS-FER-IND) = WS-DATA-CANDIDATA
                   MOVE "S" TO WS-DIA-NAO-UTIL
               END-IF
           END-PERFORM.

      *    Le os parametros do ENCARGOS, mantendo os defaults quando
      *    o arquivo nao existe ou esta vazio.
       LER-PARAMETROS-ENCARGOS.
           OPEN INPUT ENCARGOS-PARAMETROS
           IF PARAM-OK
               READ ENCARGOS-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-TAXA-MENSAL TO WS-TAXA-MENSAL
                       MOVE PRM-MULTA-31    TO WS-MULTA-31
                       MOVE PRM-MULTA-61    TO WS-MULTA-61
                       MOVE PRM-MULTA-90    TO WS-MULTA-90
               END-READ
           END-IF
           CLOSE ENCARGOS-PARAMETROS.

       CARREGAR-FERIADOS.
           OPEN INPUT FERIADO-CAL
           IF FERIADO-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FERIADO-CAL
               AT END SET FERIADO-FIM TO TRUE
           END-READ
           PERFORM UNTIL FERIADO-FIM
               IF WS-FER-QTD < 100 AND FER-DATA IS NUMERIC
                   ADD 1 TO WS-FER-QTD
                   MOVE FER-DATA TO WS-FER-DATA (WS-FER-QTD)
               END-IF
               READ FERIADO-CAL
                   AT END SET FERIADO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FERIADO-CAL.

      *    Alcadas da dispensa e da prorrogacao, mantendo os
      *    defaults quando o parametro nao vem no arquivo.
       LER-PARAMETROS-ALCADA.
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
                       WHEN "DISPENSA-ALCADA-NIVEL1"
                           COMPUTE WS-ALCADA-NIVEL1 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "DISPENSA-ALCADA-NIVEL2"
                           COMPUTE WS-ALCADA-NIVEL2 EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                       WHEN "PRORROGACAO-ALCADA-DIAS"
                           COMPUTE WS-ALCADA-DIAS EQUAL
                               FUNCTION NUMVAL(WS-PRM-VALOR)
                           END-COMPUTE
                   END-EVALUATE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH - mesma mecanica do CADMANUT.
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

      *----------------------------------------------------------------*
      *    MODO RELATORIO
      *----------------------------------------------------------------*
      *    Acordos do mes pedido (em branco = mes corrente) somados
      *    por operador, na ordem em que aparecem no arquivo.
       EMITIR-RELATORIO-MENSAL.
           DISPLAY "MES DO RELATORIO (AAAAMM, EM BRANCO = ATUAL): "
           ACCEPT WS-MES-DIGITADO
           IF WS-MES-DIGITADO = SPACES
               MOVE WS-HOJE-ANO-MES TO WS-MES-RELATORIO
           ELSE
               IF WS-MES-DIGITADO IS NOT NUMERIC
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MES-DIGITADO TO WS-MES-RELATORIO
           END-IF

           INITIALIZE WS-TABELA-OPERADORES
           OPEN INPUT PRORROGA-ARQ
           IF NOT PRORROGA-NAO-ACHOU
               READ PRORROGA-ARQ
                   AT END SET PRORROGA-FIM TO TRUE
               END-READ
               PERFORM UNTIL PRORROGA-FIM
                   MOVE PRR-DATA (1:6) TO WS-PRR-MES
                   IF WS-PRR-MES = WS-MES-RELATORIO
                       PERFORM SOMAR-ACORDO-DO-OPERADOR
                   END-IF
                   READ PRORROGA-ARQ
                       AT END SET PRORROGA-FIM TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRORROGA-ARQ

           OPEN OUTPUT PRORROGA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PRORROGACOES E DISPENSAS DE ENCARGOS - FATPRORR  "
               DELIMITED BY SIZE
               "MES " DELIMITED BY SIZE
               WS-MES-RELATORIO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "OPERADOR  PRORROG DISPENSAS SUPERV    VALOR "
               "DISPENSADO" DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-OPR-IND FROM 1 BY 1
                   UNTIL WS-OPR-IND > WS-OPR-QTD
               MOVE WS-OPR-VALOR (WS-OPR-IND) TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING WS-OPR-ID (WS-OPR-IND) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-OPR-PRORROG (WS-OPR-IND) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-OPR-DISPENSAS (WS-OPR-IND) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OPR-SUPERVISOR (WS-OPR-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM
           MOVE WS-TOTAL-DISPENSADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL: ACORDOS " DELIMITED BY SIZE
               WS-TOTAL-ACORDOS DELIMITED BY SIZE
               "  COM SUPERVISOR " DELIMITED BY SIZE
               WS-TOTAL-SUPERVISOR DELIMITED BY SIZE
               "  DISPENSADO " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           CLOSE PRORROGA-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM PRORROGA.REL".

       SOMAR-ACORDO-DO-OPERADOR.
           MOVE ZEROS TO WS-OPR-ACHADO
           PERFORM VARYING WS-OPR-IND FROM 1 BY 1
                   UNTIL WS-OPR-IND > WS-OPR-QTD
                      OR WS-OPR-ACHADO > ZEROS
               IF WS-OPR-ID (WS-OPR-IND) = PRR-OPERADOR
                   MOVE WS-OPR-IND TO WS-OPR-ACHADO
               END-IF
           END-PERFORM
           IF WS-OPR-ACHADO = ZEROS
               IF WS-OPR-QTD NOT < 100
                   DISPLAY "TABELA DE OPERADORES CHEIA - ACORDO DE "
                       PRR-OPERADOR " FORA DO RELATORIO"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPR-QTD
               MOVE WS-OPR-QTD TO WS-OPR-ACHADO
               MOVE PRR-OPERADOR TO WS-OPR-ID (WS-OPR-ACHADO)
           END-IF
           IF PRR-PRORROGACAO
               ADD 1 TO WS-OPR-PRORROG (WS-OPR-ACHADO)
           ELSE
               ADD 1 TO WS-OPR-DISPENSAS (WS-OPR-ACHADO)
           END-IF
           IF PRR-APROVADOR NOT = SPACES
               ADD 1 TO WS-OPR-SUPERVISOR (WS-OPR-ACHADO)
               ADD 1 TO WS-TOTAL-SUPERVISOR
           END-IF
           ADD PRR-VALOR-DISPENSADO TO WS-OPR-VALOR (WS-OPR-ACHADO)
           ADD 1 TO WS-TOTAL-ACORDOS
           ADD PRR-VALOR-DISPENSADO TO WS-TOTAL-DISPENSADO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
