      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. NFSEMES.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   NFS-e das tarifas cobradas por fatura. A receita das       <*
      *>   faturas de tarifa de manutencao (TARIFMNT, origem T) e de  <*
      *>   tarifa por volume (TARIFVOL, origem V) e servico tributado <*
      *>   pelo ISS do municipio e cada fatura precisa de uma nota    <*
      *>   fiscal de servico eletronica.                              <*
      *>   MODO R (lote de RPS): o operador informa a competencia     <*
      *>   (AAAAMM, branco = mes anterior); as faturas de tarifa      <*
      *>   emitidas no mes e ainda nao enviadas saem no lote          <*
      *>   NFSE.RPS (ver copybooks/RPSREC.CPY), um RPS por fatura com <*
      *>   o numero da fatura, e ficam marcadas com o numero do lote  <*
      *>   (FAT-NFSE-LOTE), que vem do contador NFSELOTE.CTL. O ISS   <*
      *>   de cada RPS e o valor da fatura pela aliquota municipal de <*
      *>   data/NFSE.PRM (ver copybooks/NFSEPRMREC.CPY); tomador      <*
      *>   pessoa juridica tem o ISS retido quando o parametro de     <*
      *>   retencao esta ligado. O ISS a recolher do lote (o nao      <*
      *>   retido) e lancado em CONTABIL.INT no ultimo dia da         <*
      *>   competencia: debito 65001, credito 24003. Fatura de tarifa <*
      *>   cancelada (FATCANC) que ja tem NFS-e e listada para o      <*
      *>   cancelamento da nota na prefeitura.                        <*
      *>   CONCILIACAO: ao fim do lote a receita de tarifas do mes em <*
      *>   CONTABIL.INT (conta 41002, liquida dos estornos) e         <*
      *>   comparada com a base das RPS do mes, o ISS devido sobre    <*
      *>   essa receita com o ISS das RPS e o ISS lancado na 24003    <*
      *>   com o ISS nao retido. A interface lanca em reais inteiros: <*
      *>   a tolerancia e de um real por lancamento lido. Diferenca   <*
      *>   fora dela sai como DIVERGENTE e o passo termina com codigo <*
      *>   de retorno 4.                                              <*
      *>   MODO N (retorno): le NFSE.RET (ver copybooks/NFSERET.CPY)  <*
      *>   devolvido pelo web service e grava o numero da NFS-e em    <*
      *>   cada fatura (FAT-NFSE-NUMERO). RPS recusado volta a ficar  <*
      *>   sem lote e sai no proximo; nota cancelada na prefeitura    <*
      *>   tira a fatura da lista de notas a cancelar. Reprocessar o  <*
      *>   mesmo retorno nao muda nada. Resumo dos dois modos em      <*
      *>   NFSE.REL.                                                  <*
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
      *    Faturas da cobranca - as de tarifa recebem o lote e a nota.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro mestre de clientes - nome e tipo de pessoa do
      *    tomador do servico.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Parametros da NFS-e - prestador, servico e aliquota.
           SELECT NFSE-PARAMETROS ASSIGN TO "data/NFSE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFSEPRM-STATUS.
      *    Contador de numero do lote de RPS.
           SELECT NFSE-LOTE-CTL ASSIGN TO "NFSELOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTECTL-STATUS.
      *    Lote de RPS para o web service da prefeitura.
           SELECT RPS-LOTE ASSIGN TO "NFSE.RPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPS-STATUS.
      *    Retorno do web service com as notas emitidas.
           SELECT NFSE-RETORNO ASSIGN TO "NFSE.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
      *    Interface contabil - o ISS do lote e lancado aqui e a
      *    conciliacao le a receita de tarifas do mes.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Resumo do lote ou do retorno e a conciliacao do ISS.
           SELECT NFSE-RELATORIO ASSIGN TO "NFSE.REL"
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

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  NFSE-PARAMETROS.
      *    Layout compartilhado dos parametros da NFS-e - ver
      *    copybooks/NFSEPRMREC.CPY.
           COPY NFSEPRMREC.

       FD  NFSE-LOTE-CTL.
       01  LOTECTL-REC                PIC 9(06).

       FD  RPS-LOTE.
      *    Layout compartilhado do lote de RPS - ver
      *    copybooks/RPSREC.CPY.
           COPY RPSREC.

       FD  NFSE-RETORNO.
      *    Layout compartilhado do retorno da NFS-e - ver
      *    copybooks/NFSERET.CPY.
           COPY NFSERET.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  NFSE-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CADCLI-ABERTO      PIC X(01) VALUE "N".
       77 WS-NFSEPRM-STATUS     PIC X(02) VALUE "00".
           88 NFSEPRM-OK            VALUE "00".
       77 WS-LOTECTL-STATUS     PIC X(02) VALUE "00".
           88 LOTECTL-OK            VALUE "00".
       77 WS-RPS-STATUS         PIC X(02) VALUE "00".
       77 WS-RETORNO-STATUS     PIC X(02) VALUE "00".
           88 RETORNO-OK            VALUE "00".
       77 WS-RETORNO-FIM        PIC X(01) VALUE "N".
           88 RETORNO-FIM           VALUE "S".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-OK          VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-INTERFACE-FIM      PIC X(01) VALUE "N".
           88 INTERFACE-FIM         VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Modo da execucao e competencia pedida.
       77 WS-MODO               PIC X(01) VALUE SPACES.
           88 MODO-LOTE             VALUE "R".
           88 MODO-RETORNO          VALUE "N".
       77 WS-COMPET-PEDIDA      PIC X(06) VALUE SPACES.
       01  WS-COMPETENCIA.
           05 WS-COMP-ANO           PIC 9(04).
           05 WS-COMP-MES           PIC 9(02).
       77 WS-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.

       01  WS-DATA-HOJE.
           05 WS-ANO-HOJE           PIC 9(04).
           05 WS-MES-HOJE           PIC 9(02).
           05 WS-DIA-HOJE           PIC 9(02).
      *    Periodo da competencia: primeiro e ultimo dia do mes.
       77 WS-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-SEGUINTE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT-FIM       PIC 9(07) VALUE ZEROS.

      *    Parametros da NFS-e em vigor.
       77 WS-ALIQUOTA-ISS       PIC 9(01)V9(04) VALUE ZEROS.
       77 WS-RETEM-PJ           PIC X(01) VALUE "N".

      *    Lote de RPS desta execucao.
       77 WS-LOTE               PIC 9(06) VALUE ZEROS.

      *    Apuracao do ISS da fatura corrente.
       77 WS-ISS-RPS            PIC 9(13)V99 VALUE ZEROS.
       77 WS-ISS-RETIDO         PIC X(01) VALUE "N".
           88 ISS-RETIDO            VALUE "S".
       77 WS-TIPO-TOMADOR       PIC X(01) VALUE "1".
       77 WS-NOME-TOMADOR       PIC X(50) VALUE SPACES.

      *    ISS do lote: debito na despesa de ISS, credito no ISS a
      *    recolher - so o que o prestador recolhe (nao retido).
       77 WS-CONTA-RECEITA-TAR  PIC 9(05) VALUE 41002.
       77 WS-CONTA-ISS-RECOLHER PIC 9(05) VALUE 24003.
       77 WS-CONTA-DESPESA-ISS  PIC 9(05) VALUE 65001.
       77 WS-ISS-INTEIRO        PIC 9(13) VALUE ZEROS.

       01  WS-TOTAIS-LOTE.
           05 WS-FATURAS-LIDAS      PIC 9(06) VALUE ZEROS.
           05 WS-RPS-GERADOS        PIC 9(05) VALUE ZEROS.
           05 WS-BASE-LOTE          PIC 9(13)V99 VALUE ZEROS.
           05 WS-ISS-LOTE           PIC 9(13)V99 VALUE ZEROS.
           05 WS-ISS-RETIDO-LOTE    PIC 9(13)V99 VALUE ZEROS.
           05 WS-ISS-RECOLHER-LOTE  PIC 9(13)V99 VALUE ZEROS.
           05 WS-NFSE-A-CANCELAR    PIC 9(05) VALUE ZEROS.

      *    Faturas de tarifa do mes ja em lote (desta e de execucoes
      *    anteriores) - o lado das RPS na conciliacao.
       01  WS-TOTAIS-MES.
           05 WS-RPS-MES            PIC 9(05) VALUE ZEROS.
           05 WS-BASE-MES           PIC 9(13)V99 VALUE ZEROS.
           05 WS-ISS-MES            PIC 9(13)V99 VALUE ZEROS.
           05 WS-ISS-RECOLHER-MES   PIC 9(13)V99 VALUE ZEROS.

      *    Lado contabil da conciliacao, lido de CONTABIL.INT.
       01  WS-TOTAIS-CONTABIL.
           05 WS-GL-RECEITA         PIC S9(13)V99 VALUE ZEROS.
           05 WS-GL-LINHAS-RECEITA  PIC 9(05) VALUE ZEROS.
           05 WS-GL-ISS             PIC S9(13)V99 VALUE ZEROS.
           05 WS-GL-LINHAS-ISS      PIC 9(05) VALUE ZEROS.
       77 WS-ISS-DEVIDO         PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIFERENCA          PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOLERANCIA         PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIVERGENCIAS       PIC 9(02) VALUE ZEROS.
       77 WS-ROTULO-CONCILIACAO PIC X(24) VALUE SPACES.
       77 WS-VALOR-ESPERADO     PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-APURADO      PIC S9(13)V99 VALUE ZEROS.

       01  WS-TOTAIS-RETORNO.
           05 WS-RETORNOS-LIDOS     PIC 9(06) VALUE ZEROS.
           05 WS-NOTAS-GRAVADAS     PIC 9(05) VALUE ZEROS.
           05 WS-NOTAS-JA-GRAVADAS  PIC 9(05) VALUE ZEROS.
           05 WS-NOTAS-CANCELADAS   PIC 9(05) VALUE ZEROS.
           05 WS-RPS-RECUSADOS      PIC 9(05) VALUE ZEROS.
           05 WS-RETORNOS-REJEITADOS PIC 9(05) VALUE ZEROS.
           05 WS-RPS-AGUARDANDO     PIC 9(05) VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
       77 WS-SALDO-EDITADO      PIC -(11)9.99.
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
           MOVE "NFSEMES" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "MODO (R = LOTE DE RPS, N = RETORNO DAS NFS-E): "
           ACCEPT WS-MODO
           EVALUATE TRUE
               WHEN MODO-LOTE
                   PERFORM GERAR-LOTE-RPS
               WHEN MODO-RETORNO
                   PERFORM LER-RETORNO-NFSE
               WHEN OTHER
                   DISPLAY "MODO INVALIDO [" WS-MODO "]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    MODO R - LOTE DE RPS DA COMPETENCIA
      *----------------------------------------------------------------*
       GERAR-LOTE-RPS.
           PERFORM RECEBER-COMPETENCIA
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM LER-PARAMETROS-NFSE
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "LOTE NAO GERADO - " WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "data/FATURAS.DAT NAO ENCONTRADO - NADA A "
                   "ENVIAR"
               CLOSE FATURAS-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE "S" TO WS-CADCLI-ABERTO
           ELSE
               DISPLAY "CADCLI.DAT INDISPONIVEL - TOMADOR SEM NOME"
           END-IF

           PERFORM LER-CONTADOR-LOTE
           ADD 1 TO WS-LOTE
           OPEN OUTPUT NFSE-RELATORIO
           PERFORM CABECALHO-RELATORIO-LOTE
           OPEN OUTPUT RPS-LOTE
           PERFORM GRAVAR-CABECALHO-RPS

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
                       ADD 1 TO WS-FATURAS-LIDAS
                       PERFORM AVALIAR-FATURA-DO-LOTE
               END-READ
           END-PERFORM

           PERFORM GRAVAR-RODAPE-RPS
           CLOSE RPS-LOTE
           CLOSE FATURAS-ARQUIVO
           IF WS-CADCLI-ABERTO = "S"
               CLOSE CADCLI-MESTRE
           END-IF

           IF WS-RPS-GERADOS > ZEROS
               PERFORM GRAVAR-CONTADOR-LOTE
               IF WS-ISS-RECOLHER-LOTE > ZEROS
                   PERFORM LANCAR-ISS-CONTABIL
               END-IF
               DISPLAY "LOTE " WS-LOTE " GRAVADO EM NFSE.RPS COM "
                   WS-RPS-GERADOS " RPS"
           ELSE
               DISPLAY "NENHUMA FATURA DE TARIFA A ENVIAR - NFSE.RPS "
                   "VAZIO, NAO ENVIAR"
           END-IF

           PERFORM CONCILIAR-ISS-DO-MES
           PERFORM RESUMO-RELATORIO-LOTE
           CLOSE NFSE-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM NFSE.REL".

      *    Competencia AAAAMM; branco = mes anterior ao corrente.
       RECEBER-COMPETENCIA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           DISPLAY "COMPETENCIA (AAAAMM, BRANCO = MES ANTERIOR): "
           ACCEPT WS-COMPET-PEDIDA
           IF WS-COMPET-PEDIDA = SPACES
               IF WS-MES-HOJE = 1
                   COMPUTE WS-COMP-ANO EQUAL WS-ANO-HOJE - 1
                   MOVE 12 TO WS-COMP-MES
               ELSE
                   MOVE WS-ANO-HOJE TO WS-COMP-ANO
                   COMPUTE WS-COMP-MES EQUAL WS-MES-HOJE - 1
               END-IF
           ELSE
               IF WS-COMPET-PEDIDA IS NOT NUMERIC
                   MOVE "COMPETENCIA INVALIDA" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-COMPET-PEDIDA TO WS-COMPETENCIA
               IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                   MOVE "COMPETENCIA INVALIDA" TO WS-MOTIVO-RECUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-DATA-INICIO EQUAL
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1
           END-COMPUTE
           IF WS-COMP-MES = 12
               COMPUTE WS-DATA-SEGUINTE EQUAL
                   (WS-COMP-ANO + 1) * 10000 + 101
               END-COMPUTE
           ELSE
               COMPUTE WS-DATA-SEGUINTE EQUAL WS-DATA-INICIO + 100
               END-COMPUTE
           END-IF
           COMPUTE WS-DIAS-INT-FIM EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1
           END-COMPUTE
           COMPUTE WS-DATA-FIM EQUAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-FIM)
           END-COMPUTE.

      *    Registro unico de data/NFSE.PRM. Sem ele, ou com aliquota
      *    fora dos limites da LC 116 (2% a 5%), nao sai lote.
       LER-PARAMETROS-NFSE.
           OPEN INPUT NFSE-PARAMETROS
           IF NOT NFSEPRM-OK
               MOVE "data/NFSE.PRM AUSENTE" TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           READ NFSE-PARAMETROS
               AT END
                   MOVE "data/NFSE.PRM VAZIO" TO WS-MOTIVO-RECUSA
           END-READ
           CLOSE NFSE-PARAMETROS
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NFSP-ALIQUOTA IS NOT NUMERIC
               OR NFSP-ALIQUOTA < 2 OR NFSP-ALIQUOTA > 5
               MOVE "ALIQUOTA DE ISS FORA DE 2% A 5%"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           IF NFSP-MUNICIPIO IS NOT NUMERIC
               OR NFSP-INSCRICAO = SPACES OR NFSP-CNPJ = SPACES
               MOVE "PRESTADOR INCOMPLETO EM data/NFSE.PRM"
                   TO WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE NFSP-ALIQUOTA TO WS-ALIQUOTA-ISS
           IF NFSP-RETEM-PJ = "S"
               MOVE "S" TO WS-RETEM-PJ
           ELSE
               MOVE "N" TO WS-RETEM-PJ
           END-IF.

      *    Fatura de tarifa cancelada com NFS-e vai para a lista de
      *    notas a cancelar, de qualquer competencia; a da
      *    competencia, nao cancelada e sem lote entra no lote novo.
      *    As da competencia ja em lote somam o lado das RPS da
      *    conciliacao.
       AVALIAR-FATURA-DO-LOTE.
           IF NOT FAT-DE-TARIFA
               EXIT PARAGRAPH
           END-IF
           IF FAT-CANCELADA
               IF FAT-NFSE-NUMERO NOT = ZEROS
                   AND FAT-NFSE-LOTE NOT = ZEROS
                   PERFORM LISTAR-NFSE-A-CANCELAR
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FAT-DATA-EMISSAO (1 : 6) NOT = WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF

           PERFORM APURAR-ISS-DA-FATURA
           IF FAT-NFSE-LOTE = ZEROS
               PERFORM GRAVAR-DETALHE-RPS
               MOVE WS-LOTE TO FAT-NFSE-LOTE
               REWRITE FAT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR FATURA " FAT-NUMERO
                           " - STATUS " WS-FATURAS-STATUS
               END-REWRITE
               ADD 1 TO WS-RPS-GERADOS
               ADD FAT-VALOR  TO WS-BASE-LOTE
               ADD WS-ISS-RPS TO WS-ISS-LOTE
               IF ISS-RETIDO
                   ADD WS-ISS-RPS TO WS-ISS-RETIDO-LOTE
               ELSE
                   ADD WS-ISS-RPS TO WS-ISS-RECOLHER-LOTE
               END-IF
               PERFORM LISTAR-RPS-GERADO
           END-IF

           ADD 1 TO WS-RPS-MES
           ADD FAT-VALOR  TO WS-BASE-MES
           ADD WS-ISS-RPS TO WS-ISS-MES
           IF NOT ISS-RETIDO
               ADD WS-ISS-RPS TO WS-ISS-RECOLHER-MES
           END-IF.

      *    ISS da fatura pela aliquota municipal e o tomador: nome e
      *    tipo de pessoa do cadastro mestre; pessoa juridica retem
      *    quando o municipio manda.
       APURAR-ISS-DA-FATURA.
           COMPUTE WS-ISS-RPS ROUNDED EQUAL
               FAT-VALOR * WS-ALIQUOTA-ISS / 100
           END-COMPUTE
           MOVE "N"    TO WS-ISS-RETIDO
           MOVE "1"    TO WS-TIPO-TOMADOR
           MOVE SPACES TO WS-NOME-TOMADOR
           IF WS-CADCLI-ABERTO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE FAT-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CADCLI-NOME TO WS-NOME-TOMADOR
           IF CADCLI-PESSOA-JURIDICA
               MOVE "2" TO WS-TIPO-TOMADOR
               IF WS-RETEM-PJ = "S"
                   MOVE "S" TO WS-ISS-RETIDO
               END-IF
           END-IF.

       GRAVAR-CABECALHO-RPS.
           MOVE SPACES         TO RPS-REG
           MOVE "1"            TO RPS-TIPO
           MOVE 1              TO RPS-C-VERSAO
           MOVE NFSP-MUNICIPIO TO RPS-C-MUNICIPIO
           MOVE NFSP-INSCRICAO TO RPS-C-INSCRICAO
           MOVE NFSP-CNPJ      TO RPS-C-CNPJ
           MOVE WS-LOTE        TO RPS-C-LOTE
           MOVE WS-DATA-INICIO TO RPS-C-DATA-INICIO
           MOVE WS-DATA-FIM    TO RPS-C-DATA-FIM
           WRITE RPS-REG.

       GRAVAR-DETALHE-RPS.
           MOVE SPACES              TO RPS-REG
           MOVE "2"                 TO RPS-TIPO
           MOVE NFSP-SERIE          TO RPS-D-SERIE
           MOVE FAT-NUMERO          TO RPS-D-NUMERO
           MOVE FAT-DATA-EMISSAO    TO RPS-D-DATA-EMISSAO
           MOVE "T"                 TO RPS-D-SITUACAO
           MOVE NFSP-CODIGO-SERVICO TO RPS-D-CODIGO-SERVICO
           MOVE FAT-VALOR           TO RPS-D-VALOR-SERVICOS
           MOVE ZEROS               TO RPS-D-VALOR-DEDUCOES
           MOVE WS-ALIQUOTA-ISS     TO RPS-D-ALIQUOTA
           MOVE WS-ISS-RPS          TO RPS-D-VALOR-ISS
           IF ISS-RETIDO
               MOVE "1" TO RPS-D-ISS-RETIDO
           ELSE
               MOVE "2" TO RPS-D-ISS-RETIDO
           END-IF
           MOVE WS-TIPO-TOMADOR     TO RPS-D-TIPO-TOMADOR
           MOVE FAT-CPF             TO RPS-D-DOC-TOMADOR
           MOVE WS-NOME-TOMADOR     TO RPS-D-NOME-TOMADOR
           IF FAT-ORIGEM = "T"
               STRING "TARIFA DE MANUTENCAO DE CONTA - FATURA "
                   DELIMITED BY SIZE
                   FAT-NUMERO DELIMITED BY SIZE
                   INTO RPS-D-DISCRIMINACAO
               END-STRING
           ELSE
               STRING "TARIFA POR VOLUME DE TRANSACOES - FATURA "
                   DELIMITED BY SIZE
                   FAT-NUMERO DELIMITED BY SIZE
                   INTO RPS-D-DISCRIMINACAO
               END-STRING
           END-IF
           WRITE RPS-REG.

       GRAVAR-RODAPE-RPS.
           MOVE SPACES         TO RPS-REG
           MOVE "9"            TO RPS-TIPO
           MOVE WS-RPS-GERADOS TO RPS-R-QTD-RPS
           MOVE WS-BASE-LOTE   TO RPS-R-VALOR-SERVICOS
           MOVE ZEROS          TO RPS-R-VALOR-DEDUCOES
           MOVE WS-ISS-LOTE    TO RPS-R-VALOR-ISS
           WRITE RPS-REG.

      *    Lancamento de partida dobrada do ISS a recolher do lote na
      *    interface contabil, datado no ultimo dia da competencia.
       LANCAR-ISS-CONTABIL.
           MOVE WS-ISS-RECOLHER-LOTE TO WS-ISS-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-FIM           TO GL-DATA
           MOVE WS-CONTA-DESPESA-ISS  TO GL-CONTA
           MOVE WS-ISS-INTEIRO        TO GL-TOTAL-DEBITO
           MOVE ZEROS                 TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-FIM           TO GL-DATA
           MOVE WS-CONTA-ISS-RECOLHER TO GL-CONTA
           MOVE ZEROS                 TO GL-TOTAL-DEBITO
           MOVE WS-ISS-INTEIRO        TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           DISPLAY "ISS DO LOTE LANCADO NA INTERFACE CONTABIL".

      *----------------------------------------------------------------*
      *    CONCILIACAO DO ISS COM A RECEITA DE TARIFAS
      *----------------------------------------------------------------*
      *    Soma, nos lancamentos da competencia, a receita de tarifas
      *    (41002, credito menos debito - o FATCANC estorna a debito)
      *    e o ISS a recolher (24003), e confronta com as RPS do mes.
       CONCILIAR-ISS-DO-MES.
           OPEN INPUT CONTABIL-INTERFACE
           IF INTERFACE-OK
               READ CONTABIL-INTERFACE
                   AT END SET INTERFACE-FIM TO TRUE
               END-READ
               PERFORM UNTIL INTERFACE-FIM
                   IF GL-DATA NOT < WS-DATA-INICIO
                       AND GL-DATA NOT > WS-DATA-FIM
                       PERFORM SOMAR-LANCAMENTO-DO-MES
                   END-IF
                   READ CONTABIL-INTERFACE
                       AT END SET INTERFACE-FIM TO TRUE
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "CONTABIL.INT NAO ENCONTRADO - CONCILIACAO SO "
                   "COM AS RPS"
           END-IF
           CLOSE CONTABIL-INTERFACE

           COMPUTE WS-ISS-DEVIDO ROUNDED EQUAL
               WS-GL-RECEITA * WS-ALIQUOTA-ISS / 100
           END-COMPUTE

           PERFORM GRAVAR-LINHA-BRANCO
           MOVE "CONCILIACAO DO ISS DA COMPETENCIA" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "RECEITA x BASE DAS RPS" TO WS-ROTULO-CONCILIACAO
           MOVE WS-GL-RECEITA TO WS-VALOR-ESPERADO
           MOVE WS-BASE-MES   TO WS-VALOR-APURADO
           MOVE WS-GL-LINHAS-RECEITA TO WS-TOLERANCIA
           PERFORM COMPARAR-CONCILIACAO

           MOVE "ISS DEVIDO x ISS RPS" TO WS-ROTULO-CONCILIACAO
           MOVE WS-ISS-DEVIDO TO WS-VALOR-ESPERADO
           MOVE WS-ISS-MES    TO WS-VALOR-APURADO
           COMPUTE WS-TOLERANCIA EQUAL
               WS-GL-LINHAS-RECEITA + WS-RPS-MES * 0.01
           END-COMPUTE
           PERFORM COMPARAR-CONCILIACAO

           MOVE "ISS 24003 x NAO RETIDO" TO WS-ROTULO-CONCILIACAO
           MOVE WS-GL-ISS           TO WS-VALOR-ESPERADO
           MOVE WS-ISS-RECOLHER-MES TO WS-VALOR-APURADO
           MOVE WS-GL-LINHAS-ISS    TO WS-TOLERANCIA
           PERFORM COMPARAR-CONCILIACAO

           IF WS-DIVERGENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
               DISPLAY "CONCILIACAO DO ISS COM " WS-DIVERGENCIAS
                   " DIVERGENCIA(S) - VER NFSE.REL"
           END-IF.

       SOMAR-LANCAMENTO-DO-MES.
           EVALUATE GL-CONTA
               WHEN WS-CONTA-RECEITA-TAR
                   COMPUTE WS-GL-RECEITA EQUAL WS-GL-RECEITA
                       + GL-TOTAL-CREDITO - GL-TOTAL-DEBITO
                   END-COMPUTE
                   ADD 1 TO WS-GL-LINHAS-RECEITA
               WHEN WS-CONTA-ISS-RECOLHER
                   COMPUTE WS-GL-ISS EQUAL WS-GL-ISS
                       + GL-TOTAL-CREDITO - GL-TOTAL-DEBITO
                   END-COMPUTE
                   ADD 1 TO WS-GL-LINHAS-ISS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A interface grava reais inteiros (centavos truncados):
      *    cada lancamento lido pode ficar ate um real abaixo.
       COMPARAR-CONCILIACAO.
           COMPUTE WS-DIFERENCA EQUAL
               WS-VALOR-ESPERADO - WS-VALOR-APURADO
           END-COMPUTE
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-DIFERENCA TO WS-SALDO-EDITADO
           IF WS-DIFERENCA > WS-TOLERANCIA
               OR WS-DIFERENCA < (0 - WS-TOLERANCIA)
               ADD 1 TO WS-DIVERGENCIAS
               STRING WS-ROTULO-CONCILIACAO DELIMITED BY SIZE
                   " DIFERENCA " DELIMITED BY SIZE
                   WS-SALDO-EDITADO DELIMITED BY SIZE
                   "  DIVERGENTE" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
           ELSE
               STRING WS-ROTULO-CONCILIACAO DELIMITED BY SIZE
                   " DIFERENCA " DELIMITED BY SIZE
                   WS-SALDO-EDITADO DELIMITED BY SIZE
                   "  OK" DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO.

      *----------------------------------------------------------------*
      *    MODO N - RETORNO DAS NFS-E
      *----------------------------------------------------------------*
       LER-RETORNO-NFSE.
           OPEN INPUT NFSE-RETORNO
           IF NOT RETORNO-OK
               DISPLAY "NFSE.RET NAO ENCONTRADO - NADA A LER"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FATURAS-ARQUIVO
           IF FATURAS-NAO-ACHOU
               DISPLAY "data/FATURAS.DAT NAO ENCONTRADO"
               CLOSE FATURAS-ARQUIVO
               CLOSE NFSE-RETORNO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NFSE-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RETORNO DA NFS-E - NFSEMES  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-BRANCO

           READ NFSE-RETORNO
               AT END SET RETORNO-FIM TO TRUE
           END-READ
           PERFORM UNTIL RETORNO-FIM
               ADD 1 TO WS-RETORNOS-LIDOS
               PERFORM APLICAR-RETORNO-NFSE
               READ NFSE-RETORNO
                   AT END SET RETORNO-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE NFSE-RETORNO

           PERFORM CONTAR-RPS-AGUARDANDO
           CLOSE FATURAS-ARQUIVO
           PERFORM RESUMO-RELATORIO-RETORNO
           CLOSE NFSE-RELATORIO
           DISPLAY "NFS-E GRAVADAS: " WS-NOTAS-GRAVADAS
               "  RPS RECUSADOS: " WS-RPS-RECUSADOS
           DISPLAY "RELATORIO GRAVADO EM NFSE.REL".

      *    Uma linha do retorno contra a fatura do RPS (numero do RPS
      *    = numero da fatura). So fatura de tarifa ja enviada em
      *    lote recebe nota.
       APLICAR-RETORNO-NFSE.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF NFR-RPS-NUMERO IS NOT NUMERIC
               OR NFR-RPS-NUMERO > 999999
               OR NFR-NFSE-NUMERO IS NOT NUMERIC
               MOVE "NUMERO DE RPS INVALIDO" TO WS-MOTIVO-RECUSA
               PERFORM LISTAR-RETORNO-REJEITADO
               EXIT PARAGRAPH
           END-IF
           MOVE NFR-RPS-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "RPS SEM FATURA NO ARQUIVO" TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               IF NOT FAT-DE-TARIFA
                   MOVE "FATURA NAO E DE TARIFA" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM LISTAR-RETORNO-REJEITADO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN NFR-EMITIDA
                   PERFORM REGISTRAR-NFSE-EMITIDA
               WHEN NFR-CANCELADA
                   PERFORM REGISTRAR-NFSE-CANCELADA
               WHEN NFR-RECUSADA
                   PERFORM REGISTRAR-RPS-RECUSADO
               WHEN OTHER
                   MOVE "SITUACAO DE RETORNO INVALIDA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM LISTAR-RETORNO-REJEITADO
           END-EVALUATE.

       REGISTRAR-NFSE-EMITIDA.
           IF FAT-NFSE-LOTE = ZEROS
               MOVE "FATURA SEM RPS EM LOTE" TO WS-MOTIVO-RECUSA
               PERFORM LISTAR-RETORNO-REJEITADO
               EXIT PARAGRAPH
           END-IF
           IF FAT-NFSE-NUMERO = NFR-NFSE-NUMERO
               ADD 1 TO WS-NOTAS-JA-GRAVADAS
               EXIT PARAGRAPH
           END-IF
           IF FAT-NFSE-NUMERO NOT = ZEROS
               MOVE "FATURA JA TEM OUTRA NFS-E" TO WS-MOTIVO-RECUSA
               PERFORM LISTAR-RETORNO-REJEITADO
               EXIT PARAGRAPH
           END-IF
           MOVE NFR-NFSE-NUMERO TO FAT-NFSE-NUMERO
           PERFORM REGRAVAR-FATURA-RETORNO
           ADD 1 TO WS-NOTAS-GRAVADAS
      *    Fatura cancelada depois do envio do RPS: a nota saiu e
      *    tem de ser cancelada na prefeitura.
           IF FAT-CANCELADA
               PERFORM LISTAR-NFSE-A-CANCELAR
           END-IF.

      *    Nota cancelada na prefeitura. Da fatura cancelada fica o
      *    numero como memoria e sai o lote (fora da lista de notas a
      *    cancelar); a fatura viva perde os dois e reenvia o RPS.
       REGISTRAR-NFSE-CANCELADA.
           IF FAT-NFSE-NUMERO NOT = NFR-NFSE-NUMERO
               MOVE "NFS-E CANCELADA NAO E A DA FATURA"
                   TO WS-MOTIVO-RECUSA
               PERFORM LISTAR-RETORNO-REJEITADO
               EXIT PARAGRAPH
           END-IF
           IF FAT-NFSE-LOTE = ZEROS
               ADD 1 TO WS-NOTAS-JA-GRAVADAS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO FAT-NFSE-LOTE
           IF NOT FAT-CANCELADA
               MOVE ZEROS TO FAT-NFSE-NUMERO
           END-IF
           PERFORM REGRAVAR-FATURA-RETORNO
           ADD 1 TO WS-NOTAS-CANCELADAS
           MOVE SPACES TO WS-REL-LINHA
           STRING "NFS-E " DELIMITED BY SIZE
               NFR-NFSE-NUMERO DELIMITED BY SIZE
               " DA FATURA " DELIMITED BY SIZE
               NFR-RPS-NUMERO (7 : 6) DELIMITED BY SIZE
               " CANCELADA NA PREFEITURA" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    RPS recusado pelo web service: a fatura volta a ficar sem
      *    lote e o RPS sai de novo no proximo lote da competencia.
       REGISTRAR-RPS-RECUSADO.
           IF FAT-NFSE-NUMERO NOT = ZEROS OR FAT-NFSE-LOTE = ZEROS
               ADD 1 TO WS-NOTAS-JA-GRAVADAS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO FAT-NFSE-LOTE
           PERFORM REGRAVAR-FATURA-RETORNO
           ADD 1 TO WS-RPS-RECUSADOS
           MOVE SPACES TO WS-REL-LINHA
           STRING "RPS " DELIMITED BY SIZE
               NFR-RPS-NUMERO (7 : 6) DELIMITED BY SIZE
               " RECUSADO: " DELIMITED BY SIZE
               NFR-MENSAGEM DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       REGRAVAR-FATURA-RETORNO.
           REWRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FATURA " FAT-NUMERO
                       " - STATUS " WS-FATURAS-STATUS
           END-REWRITE.

      *    RPS enviados que ainda esperam a nota da prefeitura.
       CONTAR-RPS-AGUARDANDO.
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
                       IF FAT-DE-TARIFA
                           AND FAT-NFSE-LOTE NOT = ZEROS
                           AND FAT-NFSE-NUMERO = ZEROS
                           ADD 1 TO WS-RPS-AGUARDANDO
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      *    RELATORIO NFSE.REL
      *----------------------------------------------------------------*
       CABECALHO-RELATORIO-LOTE.
           MOVE SPACES TO WS-REL-LINHA
           STRING "LOTE DE RPS - NFSEMES  DATA " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  LOTE " DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-BRANCO.

       LISTAR-RPS-GERADO.
           MOVE SPACES TO WS-REL-LINHA
           MOVE FAT-VALOR TO WS-VALOR-EDITADO
           STRING "RPS " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               " ORIGEM " DELIMITED BY SIZE
               FAT-ORIGEM DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-ISS-RPS TO WS-VALOR-EDITADO
           IF ISS-RETIDO
               STRING " ISS " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   " RETIDO" DELIMITED BY SIZE
                   INTO WS-REL-LINHA (42 : 39)
               END-STRING
           ELSE
               STRING " ISS " DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA (42 : 39)
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO.

       LISTAR-NFSE-A-CANCELAR.
           ADD 1 TO WS-NFSE-A-CANCELAR
           MOVE SPACES TO WS-REL-LINHA
           STRING "NFS-E A CANCELAR NA PREFEITURA: " DELIMITED BY SIZE
               FAT-NFSE-NUMERO DELIMITED BY SIZE
               " FATURA " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               " CANCELADA" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       LISTAR-RETORNO-REJEITADO.
           ADD 1 TO WS-RETORNOS-REJEITADOS
           MOVE SPACES TO WS-REL-LINHA
           STRING "RETORNO DO RPS " DELIMITED BY SIZE
               NFR-RPS-NUMERO DELIMITED BY SIZE
               " IGNORADO: " DELIMITED BY SIZE
               WS-MOTIVO-RECUSA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       RESUMO-RELATORIO-LOTE.
           PERFORM GRAVAR-LINHA-BRANCO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FATURAS LIDAS.........: " DELIMITED BY SIZE
               WS-FATURAS-LIDAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RPS NESTE LOTE........: " DELIMITED BY SIZE
               WS-RPS-GERADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-BASE-LOTE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "BASE DO LOTE..........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-ISS-RECOLHER-LOTE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ISS A RECOLHER........: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-ISS-RETIDO-LOTE TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ISS RETIDO PELO TOMADOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "NFS-E A CANCELAR......: " DELIMITED BY SIZE
               WS-NFSE-A-CANCELAR DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           PERFORM GRAVAR-LINHA-BRANCO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RPS DA COMPETENCIA....: " DELIMITED BY SIZE
               WS-RPS-MES DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-BASE-MES TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "BASE DA COMPETENCIA...: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-GL-RECEITA TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECEITA 41002 NO MES..: " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-ISS-DEVIDO TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ISS DEVIDO S/ RECEITA.: " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-ISS-MES TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ISS DAS RPS DO MES....: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE WS-GL-ISS TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ISS LANCADO NA 24003..: " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       RESUMO-RELATORIO-RETORNO.
           PERFORM GRAVAR-LINHA-BRANCO
           MOVE SPACES TO WS-REL-LINHA
           STRING "LINHAS DE RETORNO.....: " DELIMITED BY SIZE
               WS-RETORNOS-LIDOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "NFS-E GRAVADAS........: " DELIMITED BY SIZE
               WS-NOTAS-GRAVADAS DELIMITED BY SIZE
               "   JA GRAVADAS: " DELIMITED BY SIZE
               WS-NOTAS-JA-GRAVADAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "NFS-E CANCELADAS......: " DELIMITED BY SIZE
               WS-NOTAS-CANCELADAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RPS RECUSADOS.........: " DELIMITED BY SIZE
               WS-RPS-RECUSADOS DELIMITED BY SIZE
               " (VOLTAM NO PROXIMO LOTE)" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RETORNOS IGNORADOS....: " DELIMITED BY SIZE
               WS-RETORNOS-REJEITADOS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-LINHA
           STRING "RPS AGUARDANDO NFS-E..: " DELIMITED BY SIZE
               WS-RPS-AGUARDANDO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-BRANCO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.

      *----------------------------------------------------------------*
      *    CONTADOR DO LOTE DE RPS
      *----------------------------------------------------------------*
       LER-CONTADOR-LOTE.
           MOVE ZEROS TO WS-LOTE
           OPEN INPUT NFSE-LOTE-CTL
           IF LOTECTL-OK
               READ NFSE-LOTE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOTECTL-REC TO WS-LOTE
               END-READ
           END-IF
           CLOSE NFSE-LOTE-CTL.

       GRAVAR-CONTADOR-LOTE.
           OPEN OUTPUT NFSE-LOTE-CTL
           MOVE WS-LOTE TO LOTECTL-REC
           WRITE LOTECTL-REC
           CLOSE NFSE-LOTE-CTL.
