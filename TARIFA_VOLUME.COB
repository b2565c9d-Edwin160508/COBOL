      *>   recebe para conferir a cobranca. Resumo em TARIFVOL.REL.   <*
      *>   Faixa 1: ate 100 transacoes excedentes; faixa 2: o que     <*
      *>   passar disso, a preco menor.                               <*
      *>   A fatura sai com origem V (ver FATURA.CPY) e o total       <*
      *>   tarifado e lancado em CONTABIL.INT como receita de         <*
      *>   tarifas: debito 13001, credito 41002 - base do ISS que o   <*
      *>   NFSEMES apura e concilia na emissao das NFS-e do mes.      <*
      *>   Simulacao (EXECUCAO S): franquia e faixas de um arquivo    <*
      *>   alternativo (branco = data/PARAMRUN.SIM); cada cliente     <*
      *>   do mes e tarifado com os dois jogos de parametros e o par  <*
      *>   vai para o comparativo do SIMCOMP                          <*
      *>   (SIMULA.TARIFVOL.REL), sem fatura, anexo, FATNUM.CTL,      <*
      *>   lancamento contabil nem TARIFVOL.REL.                      <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT TRNPROC-REGISTRO ASSIGN TO "TRNPROC.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNPROC-STATUS.
      *    Parametros de execucao - franquia e precos das faixas. Nome
      *    em WS-ARQ-PARAMETROS: o arquivo em vigor e, na simulacao,
      *    tambem o alternativo.
           SELECT PARAMRUN-CTL ASSIGN TO WS-ARQ-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Faturas geradas - acrescenta ao arquivo da cobranca.
           SELECT TARIFVOL-EXTRATO ASSIGN TO "TARIFVOL.EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
      *    Interface contabil - a receita de tarifas da passada e
      *    lancada aqui, acrescentando ao arquivo do dia do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Resumo da tarifacao por volume.
           SELECT TARIFVOL-RELATORIO ASSIGN TO "TARIFVOL.REL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TARIFVOL-EXTRATO.
       01  EXTRATO-LINHA              PIC X(100) VALUE SPACES.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  TARIFVOL-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       77 WS-BANCO-FIM          PIC X(01) VALUE "N".
           88 BANCO-FIM             VALUE "S".
       77 WS-EXTRATO-STATUS     PIC X(02) VALUE "00".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQ-PARAMETROS     PIC X(40) VALUE "data/PARAMRUN.CTL".

      *    Execucao pedida ao operador/JCL: S = simulacao (tarifa cada
      *    cliente com os parametros em vigor e com os do arquivo
      *    alternativo, nao gera fatura, anexo nem lancamento e so sai
      *    o comparativo do SIMCOMP); qualquer outra resposta e a
      *    execucao real.
       77 WS-EXECUCAO           PIC X(01) VALUE SPACES.
           88 EXECUCAO-SIMULADA     VALUE "S".
       77 WS-ARQ-SIMULADO       PIC X(40) VALUE SPACES.
       01  WS-PARAMETROS-ATUAIS.
           05 WS-ATU-FRANQUIA       PIC 9(05).
           05 WS-ATU-TARIFA-FAIXA1  PIC 9(04)V99 COMP-3.
           05 WS-ATU-TARIFA-FAIXA2  PIC 9(04)V99 COMP-3.
       01  WS-PARAMETROS-SIMULADOS.
           05 WS-SIM-FRANQUIA       PIC 9(05).
           05 WS-SIM-TARIFA-FAIXA1  PIC 9(04)V99 COMP-3.
           05 WS-SIM-TARIFA-FAIXA2  PIC 9(04)V99 COMP-3.
       77 WS-FAIXA1-EDITADA     PIC Z(03)9.99.
       77 WS-FAIXA2-EDITADA     PIC Z(03)9.99.
      *    Comunicacao com o comparativo - ver copybooks/SIMAPI.CPY.
           COPY SIMAPI.

      *    Parametros em vigor: franquia gratuita e preco por
      *    transacao das duas faixas (centavos).
           05 WS-CLIENTES-TARIFADOS PIC 9(04) VALUE ZEROS.
           05 WS-VALOR-TARIFADO     PIC 9(11)V99 VALUE ZEROS.

      *    Receita de tarifas: debito no contas a receber, credito na
      *    conta de receitas de tarifas (base do ISS da NFS-e).
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-CONTA-RECEITA-TAR  PIC 9(05) VALUE 41002.
       77 WS-RECEITA-INTEIRA    PIC 9(13) VALUE ZEROS.

       77 WS-VALOR-EDITADO      PIC Z(10)9.99.
      *    Mesma mascara de CPF dos relatorios.
       01  WS-MASCARA-ENTRADA.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "TARIFVOL" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-INT-EMISSAO EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-EMISSAO)
           END-COMPUTE

           DISPLAY "EXECUCAO (R=REAL S=SIMULACAO): "
           ACCEPT WS-EXECUCAO
           PERFORM LER-PARAMETROS-EXECUCAO
           IF EXECUCAO-SIMULADA
               PERFORM PREPARAR-SIMULACAO
               IF RETURN-CODE NOT = ZEROS
                   GOBACK
               END-IF
           END-IF

           DISPLAY "MES DE COMPETENCIA (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO IS NOT NUMERIC
           END-IF
           MOVE WS-MES-PEDIDO TO WS-MES-COMPET

           PERFORM CONTAR-VOLUME-POR-CLIENTE
           IF WS-VOL-QTD = ZEROS
               DISPLAY "NENHUM MOVIMENTO NO MES " WS-MES-COMPET
               GOBACK
           END-IF

      *    Simulacao: nada de FATNUM.CTL, faturas, anexo, contabil ou
      *    TARIFVOL.REL - so o comparativo.
           IF EXECUCAO-SIMULADA
               PERFORM VARYING WS-VOL-IND FROM 1 BY 1
                       UNTIL WS-VOL-IND > WS-VOL-QTD
                   PERFORM SIMULAR-TARIFA-CLIENTE
               END-PERFORM
               SET SMX-FINALIZAR TO TRUE
               CALL "SIMCOMP" USING SIMULACAO-ENTRADA
                                    SIMULACAO-RESULTADO
               DISPLAY "SIMULACAO - COMPARATIVO EM " SMX-ARQ-RELATORIO
               GOBACK
           END-IF

           PERFORM LER-CONTADOR-FATURA
           PERFORM CARREGAR-CADASTRO-BANCOS
           PERFORM ABRIR-FATURAS-SAIDA
           CLOSE TARIFVOL-EXTRATO
           CLOSE FATURAS-SAIDA
           PERFORM GRAVAR-CONTADOR-FATURA
           IF WS-VALOR-TARIFADO > ZEROS
               PERFORM LANCAR-RECEITA-CONTABIL
           END-IF
           PERFORM EMITIR-RELATORIO-TARIFVOL
           GOBACK.

      *    Parametros NOME=VALOR de data/PARAMRUN.CTL - mesma leitura
      *    do CSUBTR; os precos vem em centavos.
       LER-PARAMETROS-EXECUCAO.
           MOVE "N" TO WS-PARAMRUN-FIM
           OPEN INPUT PARAMRUN-CTL
           IF PARAMRUN-NAO-ACHOU
               DISPLAY "PARAMRUN.CTL AUSENTE - PARAMETROS PADRAO"
                   CONTINUE
           END-EVALUATE.

      *    Guarda os parametros em vigor, le os do arquivo alternativo
      *    (o que ele nao trouxer fica como esta em vigor) e abre o
      *    comparativo. Sem o arquivo alternativo nao ha o que
      *    simular: RC 8.
       PREPARAR-SIMULACAO.
           MOVE WS-FRANQUIA-VOLUME TO WS-ATU-FRANQUIA
           MOVE WS-TARIFA-FAIXA1   TO WS-ATU-TARIFA-FAIXA1
           MOVE WS-TARIFA-FAIXA2   TO WS-ATU-TARIFA-FAIXA2
           DISPLAY "ARQUIVO DE PARAMETROS SIMULADOS "
               "(BRANCO = data/PARAMRUN.SIM): "
           ACCEPT WS-ARQ-SIMULADO
           IF WS-ARQ-SIMULADO = SPACES
               MOVE "data/PARAMRUN.SIM" TO WS-ARQ-SIMULADO
           END-IF
           MOVE WS-ARQ-SIMULADO TO WS-ARQ-PARAMETROS
           OPEN INPUT PARAMRUN-CTL
           IF WS-PARAMRUN-STATUS NOT = "00"
               DISPLAY "PARAMETROS SIMULADOS NAO ENCONTRADOS: "
                   WS-ARQ-SIMULADO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE PARAMRUN-CTL
           PERFORM LER-PARAMETROS-EXECUCAO
           MOVE WS-FRANQUIA-VOLUME TO WS-SIM-FRANQUIA
           MOVE WS-TARIFA-FAIXA1   TO WS-SIM-TARIFA-FAIXA1
           MOVE WS-TARIFA-FAIXA2   TO WS-SIM-TARIFA-FAIXA2

           INITIALIZE SIMULACAO-ENTRADA
           MOVE "TARIFVOL"      TO SMX-PROGRAMA
           MOVE WS-ARQ-SIMULADO TO SMX-ARQ-PARAMETROS
           MOVE WS-ATU-TARIFA-FAIXA1 TO WS-FAIXA1-EDITADA
           MOVE WS-ATU-TARIFA-FAIXA2 TO WS-FAIXA2-EDITADA
           STRING "FRANQUIA " DELIMITED BY SIZE
               WS-ATU-FRANQUIA DELIMITED BY SIZE
               "  FAIXA1 " DELIMITED BY SIZE
               WS-FAIXA1-EDITADA DELIMITED BY SIZE
               "  FAIXA2 " DELIMITED BY SIZE
               WS-FAIXA2-EDITADA DELIMITED BY SIZE
               INTO SMX-PARAM-ATUAL
           END-STRING
           MOVE WS-SIM-TARIFA-FAIXA1 TO WS-FAIXA1-EDITADA
           MOVE WS-SIM-TARIFA-FAIXA2 TO WS-FAIXA2-EDITADA
           STRING "FRANQUIA " DELIMITED BY SIZE
               WS-SIM-FRANQUIA DELIMITED BY SIZE
               "  FAIXA1 " DELIMITED BY SIZE
               WS-FAIXA1-EDITADA DELIMITED BY SIZE
               "  FAIXA2 " DELIMITED BY SIZE
               WS-FAIXA2-EDITADA DELIMITED BY SIZE
               INTO SMX-PARAM-SIMULADO
           END-STRING
           SET SMX-INICIAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    Tarifa de uso do cliente corrente da tabela com os dois
      *    jogos de parametros - cliente sem tarifa em nenhum deles
      *    fica fora do comparativo.
       SIMULAR-TARIFA-CLIENTE.
           MOVE WS-ATU-FRANQUIA      TO WS-FRANQUIA-VOLUME
           MOVE WS-ATU-TARIFA-FAIXA1 TO WS-TARIFA-FAIXA1
           MOVE WS-ATU-TARIFA-FAIXA2 TO WS-TARIFA-FAIXA2
           PERFORM CALCULAR-FAIXAS-CLIENTE
           MOVE WS-VALOR-USO TO SMX-VALOR-ATUAL
           MOVE WS-SIM-FRANQUIA      TO WS-FRANQUIA-VOLUME
           MOVE WS-SIM-TARIFA-FAIXA1 TO WS-TARIFA-FAIXA1
           MOVE WS-SIM-TARIFA-FAIXA2 TO WS-TARIFA-FAIXA2
           PERFORM CALCULAR-FAIXAS-CLIENTE
           MOVE WS-VALOR-USO TO SMX-VALOR-SIMULADO
           IF SMX-VALOR-ATUAL = ZEROS AND SMX-VALOR-SIMULADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VOL-CPF (WS-VOL-IND) TO SMX-CPF
           SET SMX-ACUMULAR TO TRUE
           CALL "SIMCOMP" USING SIMULACAO-ENTRADA SIMULACAO-RESULTADO.

      *    Conta as transacoes processadas de cada CPF no mes de
      *    competencia - registros antigos sem CPF ficam de fora.
       CONTAR-VOLUME-POR-CLIENTE.
           MOVE ZEROS                   TO FAT-VALOR-PAGO
           MOVE ZEROS                   TO FAT-DATA-PGTO
           MOVE "A"                     TO FAT-SITUACAO
           MOVE ZEROS                   TO FAT-DESCONTO-LIMITE
           MOVE ZEROS                   TO FAT-DESCONTO-VALOR
           MOVE ZEROS                   TO FAT-DESCONTO-CONCEDIDO
           MOVE "V"                     TO FAT-ORIGEM
           MOVE ZEROS                   TO FAT-NFSE-LOTE
           MOVE ZEROS                   TO FAT-NFSE-NUMERO
           MOVE ZEROS                   TO FAT-VENCTO-ORIGINAL
           MOVE ZEROS                   TO FAT-ENCARGO-DISPENSADO
           PERFORM DESIGNAR-BANCO-DA-FATURA
           WRITE FAT-REC
               INVALID KEY
               OPEN I-O FATURAS-SAIDA
           END-IF.

      *    Lancamento de partida dobrada da receita de tarifas na
      *    interface contabil, acrescentando ao arquivo do dia.
       LANCAR-RECEITA-CONTABIL.
           MOVE WS-VALOR-TARIFADO TO WS-RECEITA-INTEIRA
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE         TO GL-DATA
           MOVE WS-CONTA-RECEBER     TO GL-CONTA
           MOVE WS-RECEITA-INTEIRA   TO GL-TOTAL-DEBITO
           MOVE ZEROS                TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE         TO GL-DATA
           MOVE WS-CONTA-RECEITA-TAR TO GL-CONTA
           MOVE ZEROS                TO GL-TOTAL-DEBITO
           MOVE WS-RECEITA-INTEIRA   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           DISPLAY "RECEITA DE TARIFAS LANCADA NA INTERFACE CONTABIL".

       EMITIR-RELATORIO-TARIFVOL.
           OPEN OUTPUT TARIFVOL-RELATORIO

