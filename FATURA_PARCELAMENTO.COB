      *>   acordo - encargos, remessa e aplicacao de caixa tratam as  <*
      *>   parcelas como qualquer titulo em aberto. O plano fica em   <*
      *>   PLANO.PARC (ver copybooks/PLANOREC.CPY) chaveado pelo CPF. <*
      *>   Devedor menor de idade (CADCLI-MENOR) nao faz acordo.      <*
      *>   No modo VIGIAR (passo batch) cada plano ativo e conferido  <*
      *>   contra as faturas filhas: todas pagas liquida o plano;     <*
      *>   parcela vencida em aberto QUEBRA o plano e as parcelas     <*
      *>   restantes voltam ao vencimento original da fatura - o      <*
      *>   saldo cai de novo na faixa 90+ do aging. Resumo da         <*
      *>   passada em PARCELA.REL.                                    <*
      *>   IOF do parcelamento: no CRIAR cada parcela leva o IOF da   <*
      *>   aliquota diaria de data/IOF.PRM sobre o seu principal      <*
      *>   pelos dias ate o vencimento (limitado ao maximo da         <*
      *>   tabela) e a primeira leva ainda a adicional sobre o saldo  <*
      *>   financiado. O total vai para IOF.MOV (resumo da DARF) e    <*
      *>   para a interface contabil (debito 13001 contas a receber,  <*
      *>   credito 24001 IOF a recolher).                             <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Cadastro mestre de clientes - o devedor menor de idade
      *    nao faz acordo.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contador de numero de fatura compartilhado com FATGERA -
      *    as parcelas entram na numeracao normal.
           SELECT FATNUM-CTL ASSIGN TO "FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATNUM-STATUS.
      *    Aliquotas de IOF sobre operacoes de credito.
           SELECT IOF-PARAMETROS ASSIGN TO "data/IOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFPRM-STATUS.
      *    Movimento de IOF cobrado - base do resumo da DARF.
           SELECT IOF-MOVIMENTO ASSIGN TO "IOF.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOFMOV-STATUS.
      *    Interface contabil - lancamento do IOF financiado.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Resumo da passada.
           SELECT PARCELA-RELATORIO ASSIGN TO "PARCELA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  FATNUM-CTL.
       01  FATNUM-REC                 PIC 9(06).

       FD  IOF-PARAMETROS.
      *    Layout compartilhado das aliquotas - ver
      *    copybooks/IOFPRMREC.CPY.
           COPY IOFPRMREC.

       FD  IOF-MOVIMENTO.
      *    Layout compartilhado do movimento - ver
      *    copybooks/IOFMOVREC.CPY.
           COPY IOFMOVREC.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  PARCELA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
           88 FATURAS-NAO-ACHOU     VALUE "35" "23".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-FATNUM-STATUS      PIC X(02) VALUE "00".
           88 FATNUM-OK             VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-IOFPRM-STATUS      PIC X(02) VALUE "00".
           88 IOFPRM-OK             VALUE "00".
       77 WS-IOFMOV-STATUS      PIC X(02) VALUE "00".
           88 IOFMOV-NAO-ACHOU      VALUE "35".
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".

      *    Modo pedido ao operador: criar acordo ou vigiar planos.
       77 WS-MODO-PARCELA       PIC X(01) VALUE SPACES.
       77 WS-PARC-IND           PIC 9(02) VALUE ZEROS.
       77 WS-PARC-NUMERO        PIC 9(06) VALUE ZEROS.

      *    IOF do acordo - aliquotas (por cento) com o default da
      *    pessoa fisica quando data/IOF.PRM nao existe.
       77 WS-IOF-DIARIA         PIC 9(01)V9(04) COMP-3 VALUE 0.0082.
       77 WS-IOF-ADICIONAL      PIC 9(01)V9(04) COMP-3 VALUE 0.38.
       77 WS-IOF-DIAS-MAXIMO    PIC 9(03) VALUE 365.
       77 WS-IOF-DIAS           PIC 9(05) VALUE ZEROS.
       77 WS-IOF-PARCELA        PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-IOF-TOTAL          PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-IOF-INTEIRO        PIC 9(13) VALUE ZEROS.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-CONTA-IOF          PIC 9(05) VALUE 24001.

      *    Numeracao de fatura controlada entre execucoes.
       77 WS-PROXIMO-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-PRIMEIRA-PARC      PIC 9(06) VALUE ZEROS.
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
           MOVE "PARCELA" TO LYX-PROGRAMA
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
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFERIR-DEVEDOR-MENOR
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY "ACORDO RECUSADO - " WS-MOTIVO-RECUSA
               EXIT PARAGRAPH
           END-IF

           PERFORM LER-CONTADOR-FATURA
           PERFORM MARCAR-FATURA-ORIGINAL
           IF WS-FAT-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM LER-ALIQUOTAS-IOF
           PERFORM GERAR-PARCELAS-FILHAS
           PERFORM GRAVAR-CONTADOR-FATURA
           PERFORM GRAVAR-PLANO-ACORDO
           IF WS-IOF-TOTAL > ZEROS
               PERFORM GRAVAR-MOVIMENTO-IOF
               PERFORM LANCAR-IOF-CONTABIL
           END-IF

           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDITADO
           DISPLAY "ACORDO CRIADO - SALDO " WS-VALOR-EDITADO
               " EM " WS-QTD-PARCELAS " PARCELAS A PARTIR DA "
               "FATURA " WS-PRIMEIRA-PARC
           MOVE WS-IOF-TOTAL TO WS-VALOR-EDITADO
           DISPLAY "IOF FINANCIADO NAS PARCELAS: " WS-VALOR-EDITADO.

      *    Titular menor de idade nao assume acordo de parcelamento
      *    ate a maioridade. Sem mestre (ou sem o CPF nele) segue a
      *    regra de sempre - a fatura e quem decide.
       CONFERIR-DEVEDOR-MENOR.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
               MOVE WS-CPF-DEVEDOR TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CADCLI-E-MENOR
                           MOVE "DEVEDOR MENOR DE IDADE"
                               TO WS-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF
           CLOSE CADCLI-MESTRE.

      *    Com o arquivo indexado, a fatura pedida e lida direto
      *    pela chave primaria e marcada como parcelada (situacao R)
      *    Acrescenta as parcelas filhas direto ao arquivo indexado:
      *    N-1 parcelas iguais e a ultima fechando o saldo exato, com
      *    vencimentos mensais (30 em 30 dias) a partir do acordo.
      *    O IOF de cada parcela (e a adicional na primeira) entra no
      *    valor da propria parcela.
       GERAR-PARCELAS-FILHAS.
           COMPUTE WS-VALOR-PARCELA ROUNDED EQUAL
               WS-SALDO-DEVEDOR / WS-QTD-PARCELAS
               ELSE
                   MOVE WS-VALOR-PARCELA TO FAT-VALOR
               END-IF
               PERFORM CALCULAR-IOF-PARCELA
               ADD WS-IOF-PARCELA TO FAT-VALOR
               ADD WS-IOF-PARCELA TO WS-IOF-TOTAL
               MOVE ZEROS TO FAT-VALOR-PAGO
               MOVE ZEROS TO FAT-DATA-PGTO
               MOVE "A"   TO FAT-SITUACAO
      *    A parcela herda o banco de cobranca da fatura original.
               MOVE WS-BANCO-ORIGEM TO FAT-BANCO
      *    O desconto antecipado e da fatura original; a parcela do
      *    acordo nasce sem ele.
               MOVE ZEROS TO FAT-DESCONTO-LIMITE
               MOVE ZEROS TO FAT-DESCONTO-VALOR
               MOVE ZEROS TO FAT-DESCONTO-CONCEDIDO
               MOVE "P"   TO FAT-ORIGEM
               MOVE ZEROS TO FAT-NFSE-LOTE
               MOVE ZEROS TO FAT-NFSE-NUMERO
               MOVE ZEROS TO FAT-VENCTO-ORIGINAL
               MOVE ZEROS TO FAT-ENCARGO-DISPENSADO
               WRITE FAT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PARCELA " FAT-NUMERO
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.

      *    IOF da parcela em montagem: aliquota diaria sobre o
      *    principal pelos dias ate o vencimento, limitados ao maximo
      *    da tabela; a adicional sobre o saldo financiado inteiro
      *    vai so na primeira parcela.
       CALCULAR-IOF-PARCELA.
           COMPUTE WS-IOF-DIAS EQUAL 30 * WS-PARC-IND
           END-COMPUTE
           IF WS-IOF-DIAS > WS-IOF-DIAS-MAXIMO
               MOVE WS-IOF-DIAS-MAXIMO TO WS-IOF-DIAS
           END-IF
           COMPUTE WS-IOF-PARCELA ROUNDED EQUAL
               FAT-VALOR * (WS-IOF-DIARIA / 100) * WS-IOF-DIAS
               ON SIZE ERROR
                   MOVE ZEROS TO WS-IOF-PARCELA
           END-COMPUTE
           IF WS-PARC-IND = 1
               COMPUTE WS-IOF-PARCELA ROUNDED EQUAL
                   WS-IOF-PARCELA
                   + WS-SALDO-DEVEDOR * (WS-IOF-ADICIONAL / 100)
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.

      *    Acrescenta o registro do acordo ao arquivo de planos.
       GRAVAR-PLANO-ACORDO.
           OPEN EXTEND PLANO-ARQ
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                           AND NOT FAT-CANCELADA
                           PERFORM CONTAR-PARCELA-NOS-PLANOS
                       END-IF
               END-READ
                   NOT INVALID KEY
                       IF FAT-CPF = PLN-CPF
                           AND NOT FAT-PAGA AND NOT FAT-PARCELADA
                           AND NOT FAT-CANCELADA
                           AND FAT-DATA-VENCTO NOT = PLN-VENCTO-ORIGEM
                           MOVE PLN-VENCTO-ORIGEM TO FAT-DATA-VENCTO
                           REWRITE FAT-REC
           WRITE FATNUM-REC
           CLOSE FATNUM-CTL.

      *    Aliquotas de IOF da tabela de parametros; arquivo ausente
      *    ou campo nao numerico mantem o default.
       LER-ALIQUOTAS-IOF.
           OPEN INPUT IOF-PARAMETROS
           IF IOFPRM-OK
               READ IOF-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IOFP-ALIQ-DIARIA IS NUMERIC
                           MOVE IOFP-ALIQ-DIARIA TO WS-IOF-DIARIA
                       END-IF
                       IF IOFP-ALIQ-ADICIONAL IS NUMERIC
                           MOVE IOFP-ALIQ-ADICIONAL
                               TO WS-IOF-ADICIONAL
                       END-IF
                       IF IOFP-DIAS-MAXIMO IS NUMERIC
                           AND IOFP-DIAS-MAXIMO > ZEROS
                           MOVE IOFP-DIAS-MAXIMO
                               TO WS-IOF-DIAS-MAXIMO
                       END-IF
               END-READ
           ELSE
               DISPLAY "IOF.PRM AUSENTE - ALIQUOTAS DE IOF PADRAO"
           END-IF
           CLOSE IOF-PARAMETROS.

      *    Registra o IOF financiado no acordo em IOF.MOV.
       GRAVAR-MOVIMENTO-IOF.
           OPEN EXTEND IOF-MOVIMENTO
           IF IOFMOV-NAO-ACHOU
               CLOSE IOF-MOVIMENTO
               OPEN OUTPUT IOF-MOVIMENTO
           END-IF
           MOVE WS-DATA-HOJE   TO IOFM-DATA
           MOVE WS-CPF-DEVEDOR TO IOFM-CPF
           MOVE "P"            TO IOFM-ORIGEM
           COMPUTE IOFM-REFERENCIA EQUAL
               FUNCTION NUMVAL(WS-FAT-PEDIDA)
           END-COMPUTE
           MOVE ZEROS          TO IOFM-JUROS
           MOVE WS-IOF-TOTAL   TO IOFM-VALOR-IOF
           WRITE IOFMOV-REG
           CLOSE IOF-MOVIMENTO.

      *    Lancamento do IOF financiado na interface contabil: o
      *    cliente passa a dever o imposto (contas a receber) e o
      *    banco passa a dever a DARF (IOF a recolher).
       LANCAR-IOF-CONTABIL.
           MOVE WS-IOF-TOTAL TO WS-IOF-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE     TO GL-DATA
           MOVE WS-CONTA-RECEBER TO GL-CONTA
           MOVE WS-IOF-INTEIRO   TO GL-TOTAL-DEBITO
           MOVE ZEROS            TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE     TO GL-DATA
           MOVE WS-CONTA-IOF     TO GL-CONTA
           MOVE ZEROS            TO GL-TOTAL-DEBITO
           MOVE WS-IOF-INTEIRO   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE.

      *    Resumo da vigilancia dos planos.
       EMITIR-RELATORIO-PARCELA.
           OPEN OUTPUT PARCELA-RELATORIO
