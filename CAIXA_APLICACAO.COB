      *>   LACO): os creditos aplicados sao journalados em            <*
      *>   CXAPLIC.JRN durante a aplicacao (fase 1, que nao toca o    <*
      *>   arquivo de faturas); a regravacao escreve em CXAPLIC.NOVO  <*
      *>   a liquidacao final de cada fatura mexida (pago, data do    <*
      *>   pagamento, situacao e desconto concedido) e SO ENTAO as    <*
      *>   regrava pela chave no arquivo indexado (fase 2, marcada em <*
      *>   CXAPLIC.CKP): cada fatura e relida e so esses quatro       <*
      *>   campos sao trocados - origem, NFS-e, prorrogacao, dispensa <*
      *>   e qualquer campo que o FATURA.CPY ganhar ficam como estao  <*
      *>   no arquivo. Queda na fase 1 descarta e recomeca (faturas   <*
      *>   intactas); queda na fase 2 e concluida pelo restart        <*
      *>   refazendo os REWRITEs a partir dos valores finais - replay <*
      *>   idempotente, o arquivo nunca fica meio-regravado.          <*
      *>   O que nao pode ser repetido - lancamento do desconto,      <*
      *>   credito de cada sobra no saldo credor e a reclassificacao  <*
      *>   das sobras - e marcado em CXAPLIC.CKP a cada passo, e o    <*
      *>   restart continua do primeiro passo nao marcado.            <*
      *>   DESCONTO ANTECIPADO: fatura com desconto fixado na emissao <*
      *>   (FAT-DESCONTO-LIMITE/VALOR) recebida ate a data limite tem <*
      *>   saldo devedor = valor - desconto - pago; o credito que o   <*
      *>   cobre liquida a fatura sem deixar residuo, o desconto fica <*
      *>   em FAT-DESCONTO-CONCEDIDO e o total do dia vai para        <*
      *>   CONTABIL.INT (descontos concedidos contra contas a         <*
      *>   receber), lancado depois da regravacao final.              <*
      *>   PAGAMENTO A MAIOR: credito que liquidou faturas de um      <*
      *>   so CPF e ainda sobrou nao vai mais para o caixa nao        <*
      *>   aplicado - a sobra fica em CXAPLIC.SOBRA na fase 1 e,      <*
      *>   depois da regravacao final (tambem no restart da fase      <*
      *>   2), entra no saldo credor do cliente pelo SCRMOVTO         <*
      *>   (SALDOCRED.DAT, ver copybooks/SALDOCRREC.CPY), com o       <*
      *>   total reclassificado em CONTABIL.INT (debito 41001         <*
      *>   receitas de recebimentos, credito 24004 creditos de        <*
      *>   clientes a devolver). Credito sem fatura ou que correu     <*
      *>   faturas de mais de um CPF segue no CAIXA.NAOAPLIC.         <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT PROMESSA-TRANSBORDO ASSIGN TO "PROMESSA.TRANSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTRB-STATUS.
      *    Liquidacao final das faturas mexidas - a fase final a
      *    aplica, fatura por fatura, sobre o registro relido.
           SELECT FATURAS-NOVO ASSIGN TO "CXAPLIC.NOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT RECINST-TOTAIS ASSIGN TO "RECINST.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECTOT-STATUS.
      *    Interface contabil - o desconto antecipado concedido nas
      *    liquidacoes do dia, acrescentando ao arquivo do GLPOST.
           SELECT CONTABIL-INTERFACE ASSIGN TO "CONTABIL.INT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
      *    Sobras identificadas da fase 1 (pagamento a maior de um
      *    cliente so) - creditadas no saldo credor depois da
      *    regravacao final, inclusive pelo restart da fase 2.
           SELECT CXAPLIC-SOBRA ASSIGN TO "CXAPLIC.SOBRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXSOBRA-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       FD  PROMESSA-TRANSBORDO.
       01  PROTRB-LINHA               PIC X(47).

      *    So a chave e os campos que a aplicacao muda: o registro
      *    inteiro nao passa por aqui, entao campo novo no FATURA.CPY
      *    nao exige mexer neste layout.
       FD  FATURAS-NOVO.
       01  NOVO-REG.
           05 NOV-NUMERO              PIC 9(06).
           05 NOV-VALOR-PAGO          PIC 9(11)V99.
           05 NOV-DATA-PGTO           PIC 9(08).
           05 NOV-SITUACAO            PIC X(01).
           05 NOV-DESCONTO-CONCEDIDO  PIC 9(11)V99.

       FD  CXAPLIC-CKP.
       01  CKP-REG.
           05 CKP-FASE                PIC 9(01).
      *    Progresso da fase 2, regravado a cada passo que nao pode
      *    ser repetido: lancamento do desconto, cada sobra ja
      *    levada ao SCRMOVTO (com a quantidade e o valor creditados
      *    ate ali) e o lancamento da reclassificacao das sobras.
           05 CKP-DESCONTO-LANCADO    PIC X(01).
           05 CKP-SOBRAS-LIDAS        PIC 9(06).
           05 CKP-QTD-SALDO-CREDOR    PIC 9(05).
           05 CKP-VALOR-SALDO-CREDOR  PIC 9(11)V99.
           05 CKP-SOBRA-LANCADA       PIC X(01).

       FD  CXAPLIC-JOURNAL.
       01  CXJRN-REG.
           05 CXJ-FAT-NUMERO          PIC 9(06).
           05 CXJ-CPF                 PIC X(14).
           05 CXJ-VALOR-APLICADO      PIC 9(11)V99.
           05 CXJ-DATA                PIC 9(08).

       FD  BUREAU-REMOVER.
       01  BREMOVE-REG.
           05 BRM-CPF                 PIC X(14).
           05 BRM-DATA                PIC 9(08).

       FD  RECINST-TOTAIS.
           05 TOT-DATA                PIC 9(08).
           05 TOT-QTD                 PIC 9(05).
           05 TOT-VALOR               PIC 9(13)V99.

       FD  CONTABIL-INTERFACE.
      *    Mesmo layout de lancamento do GLPOST.
       01  CONTABIL-REG.
           05 GL-DATA                 PIC 9(08).
           05 GL-CONTA                PIC 9(05).
           05 GL-TOTAL-DEBITO         PIC 9(13).
           05 GL-TOTAL-CREDITO        PIC 9(13).

       FD  CXAPLIC-SOBRA.
       01  CXSOBRA-REG.
           05 CXS-CPF                 PIC X(14).
           05 CXS-VALOR               PIC 9(11)V99.
      *    Ultima fatura do cliente que o credito alcancou.
           05 CXS-FATURA              PIC 9(06).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
           05 WS-FAT-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-FAT-ITEM OCCURS 1000 TIMES.
              10 WS-FAT-NUMERO      PIC 9(06).
              10 WS-FAT-CPF         PIC X(14).
              10 WS-FAT-EMISSAO     PIC 9(08).
              10 WS-FAT-VENCTO      PIC 9(08).
              10 WS-FAT-VALOR       PIC 9(11)V99.
              10 WS-FAT-PGTO        PIC 9(08).
              10 WS-FAT-SITUACAO    PIC X(01).
              10 WS-FAT-BANCO       PIC 9(03).
              10 WS-FAT-DESC-LIMITE PIC 9(08).
              10 WS-FAT-DESC-VALOR  PIC 9(11)V99.
              10 WS-FAT-DESC-CONCEDIDO PIC 9(11)V99.
              10 WS-FAT-MEXIDA      PIC X(01).
       77 WS-QTD-MEXIDAS        PIC 9(04) VALUE ZEROS.
       77 WS-FAT-ESTOUROU       PIC X(01) VALUE "N".
       77 WS-CREDITO-RESTANTE   PIC S9(10)V99 VALUE ZEROS.
       77 WS-SALDO-DEVEDOR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-APLICAR      PIC 9(11)V99 VALUE ZEROS.
      *    S = o saldo devedor calculado ja desconta o desconto
      *    antecipado (fatura dentro da janela de desconto).
       77 WS-NA-JANELA-DESCONTO PIC X(01) VALUE "N".

      *    Desconto antecipado concedido no dia: lancado a debito de
      *    descontos concedidos e a credito de contas a receber. O
      *    total sai das imagens regravadas na fase final, para um
      *    restart de fase 2 lancar o mesmo valor.
       77 WS-INTERFACE-STATUS   PIC X(02) VALUE "00".
           88 INTERFACE-NAO-ACHOU   VALUE "35".
       77 WS-CONTA-DESCONTO     PIC 9(05) VALUE 64001.
       77 WS-CONTA-RECEBER      PIC 9(05) VALUE 13001.
       77 WS-QTD-DESCONTOS      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-DESCONTO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESCONTO-INTEIRO   PIC 9(13) VALUE ZEROS.

      *    Pagamento a maior: credito que liquidou faturas de UM so
      *    CPF e ainda sobrou vai para o saldo credor do cliente
      *    (SCRMOVTO), reclassificado da receita de recebimentos
      *    para creditos de clientes a devolver. Credito que nao
      *    achou fatura, ou que correu faturas de mais de um CPF,
      *    segue no caixa nao aplicado.
       77 WS-CXSOBRA-STATUS     PIC X(02) VALUE "00".
           88 CXSOBRA-OK            VALUE "00".
       77 WS-CXSOBRA-FIM        PIC X(01) VALUE "N".
           88 CXSOBRA-FIM           VALUE "S".
       77 WS-CPF-DO-CREDITO     PIC X(14) VALUE SPACES.
       77 WS-CREDITO-CPFS       PIC X(01) VALUE "0".
           88 CREDITO-DE-UM-CPF     VALUE "1".
       77 WS-ULTIMA-FATURA      PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-RECEITA      PIC 9(05) VALUE 41001.
       77 WS-CONTA-SALDO-CREDOR PIC 9(05) VALUE 24004.
       77 WS-QTD-SALDO-CREDOR   PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-SALDO-CREDOR PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-CREDOR-INTEIRO PIC 9(13) VALUE ZEROS.
       77 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Progresso da fase 2 (ver CXAPLIC.CKP).
       77 WS-DESCONTO-LANCADO   PIC X(01) VALUE "N".
           88 DESCONTO-JA-LANCADO   VALUE "S".
       77 WS-SOBRAS-LIDAS       PIC 9(06) VALUE ZEROS.
       77 WS-SOBRA-SEQ          PIC 9(06) VALUE ZEROS.
       77 WS-SOBRA-LANCADA      PIC X(01) VALUE "N".
           88 SOBRA-JA-LANCADA      VALUE "S".
      *    Subprograma do saldo credor do cliente.
           COPY SCRAPI.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77 WS-ERA-BAIXADA        PIC X(01) VALUE "N".
       77 WS-BREMOVE-STATUS     PIC X(02) VALUE "00".
           88 BREMOVE-NAO-ACHOU     VALUE "35".
       77 WS-CPF-BUREAU         PIC X(14) VALUE SPACES.
       77 WS-RECUPERACOES       PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-RECUPERADO   PIC 9(11)V99 VALUE ZEROS.

      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
       77 WS-NAOAPLIC-BUFFER    PIC X(80) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CXAPLIC" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

      *    Restart: queda na fase 2 deixa o arquivo novo completo em
      *    CXAPLIC.NOVO - o restart so conclui a copia e para. Queda
               DISPLAY "RESTART - CONCLUINDO A REGRAVACAO FINAL DA "
                   "EXECUCAO INTERROMPIDA"
               PERFORM COMMIT-ARQUIVO-NOVO
               PERFORM LANCAR-DESCONTO-CONTABIL
               PERFORM CREDITAR-SALDO-CREDOR
               PERFORM LIMPAR-CHECKPOINT-APLICACAO
               DISPLAY "REGRAVACAO CONCLUIDA - RODAR DE NOVO PARA UM "
                   "LOTE NOVO"
           IF WS-QTD-MEXIDAS > ZEROS
               PERFORM GRAVAR-CHECKPOINT-FASE2
               PERFORM COMMIT-ARQUIVO-NOVO
               PERFORM LANCAR-DESCONTO-CONTABIL
               PERFORM CREDITAR-SALDO-CREDOR
           END-IF
           PERFORM LIMPAR-CHECKPOINT-APLICACAO
           PERFORM EMITIR-RELATORIO-APLICACAO

       LER-CHECKPOINT-APLICACAO.
           MOVE ZEROS TO WS-FASE-RETOMADA
           PERFORM ZERAR-PROGRESSO-FASE2
           OPEN INPUT CXAPLIC-CKP
           IF CKP-OK
               READ CXAPLIC-CKP
                       CONTINUE
                   NOT AT END
                       MOVE CKP-FASE TO WS-FASE-RETOMADA
                       PERFORM CARREGAR-PROGRESSO-FASE2
               END-READ
           END-IF
           CLOSE CXAPLIC-CKP.

      *    Checkpoint gravado antes do progresso da fase 2 traz so a
      *    fase - os campos novos vem em branco e o restart refaz a
      *    fase 2 inteira, como antes.
       CARREGAR-PROGRESSO-FASE2.
           IF CKP-DESCONTO-LANCADO = "S"
               SET DESCONTO-JA-LANCADO TO TRUE
           END-IF
           IF CKP-SOBRAS-LIDAS IS NUMERIC
               MOVE CKP-SOBRAS-LIDAS TO WS-SOBRAS-LIDAS
           END-IF
           IF CKP-QTD-SALDO-CREDOR IS NUMERIC
               MOVE CKP-QTD-SALDO-CREDOR TO WS-QTD-SALDO-CREDOR
           END-IF
           IF CKP-VALOR-SALDO-CREDOR IS NUMERIC
               MOVE CKP-VALOR-SALDO-CREDOR TO WS-VALOR-SALDO-CREDOR
           END-IF
           IF CKP-SOBRA-LANCADA = "S"
               SET SOBRA-JA-LANCADA TO TRUE
           END-IF.

       ZERAR-PROGRESSO-FASE2.
           MOVE "N"   TO WS-DESCONTO-LANCADO
           MOVE ZEROS TO WS-SOBRAS-LIDAS
           MOVE ZEROS TO WS-QTD-SALDO-CREDOR
           MOVE ZEROS TO WS-VALOR-SALDO-CREDOR
           MOVE "N"   TO WS-SOBRA-LANCADA.

       GRAVAR-CHECKPOINT-FASE1.
           OPEN OUTPUT CXAPLIC-CKP
           MOVE SPACES TO CKP-REG
           MOVE 1 TO CKP-FASE
           WRITE CKP-REG
           CLOSE CXAPLIC-CKP
      *    Journal e sobras da fase 1 comecam limpos a cada lote
      *    novo.
           OPEN OUTPUT CXAPLIC-JOURNAL
           CLOSE CXAPLIC-JOURNAL
           OPEN OUTPUT CXAPLIC-SOBRA
           CLOSE CXAPLIC-SOBRA.

       GRAVAR-CHECKPOINT-FASE2.
           PERFORM ZERAR-PROGRESSO-FASE2
           PERFORM GRAVAR-PROGRESSO-FASE2.

      *    Regrava o checkpoint da fase 2 com o progresso atual.
       GRAVAR-PROGRESSO-FASE2.
           OPEN OUTPUT CXAPLIC-CKP
           MOVE 2                     TO CKP-FASE
           MOVE WS-DESCONTO-LANCADO   TO CKP-DESCONTO-LANCADO
           MOVE WS-SOBRAS-LIDAS       TO CKP-SOBRAS-LIDAS
           MOVE WS-QTD-SALDO-CREDOR   TO CKP-QTD-SALDO-CREDOR
           MOVE WS-VALOR-SALDO-CREDOR TO CKP-VALOR-SALDO-CREDOR
           MOVE WS-SOBRA-LANCADA      TO CKP-SOBRA-LANCADA
           WRITE CKP-REG
           CLOSE CXAPLIC-CKP.

           OPEN OUTPUT CXAPLIC-CKP
           CLOSE CXAPLIC-CKP
           OPEN OUTPUT CXAPLIC-JOURNAL
           CLOSE CXAPLIC-JOURNAL
           OPEN OUTPUT CXAPLIC-SOBRA
           CLOSE CXAPLIC-SOBRA.

      *    Fase final: rele cada fatura mexida pela chave primaria,
      *    troca so os campos de liquidacao pelos valores finais de
      *    CXAPLIC.NOVO e regrava - os valores sao absolutos, entao
      *    um restart refaz todos os REWRITEs sem efeito colateral.
       COMMIT-ARQUIVO-NOVO.
           MOVE "N" TO WS-NOVO-FIM
           READ FATURAS-NOVO
               AT END SET NOVO-FIM TO TRUE
           END-READ
           MOVE ZEROS TO WS-QTD-DESCONTOS
           MOVE ZEROS TO WS-VALOR-DESCONTO
           PERFORM UNTIL NOVO-FIM
               MOVE NOV-NUMERO TO FAT-NUMERO
               READ FATURAS-ARQUIVO
                   INVALID KEY
                       DISPLAY "FATURA " NOV-NUMERO " NAO ENCONTRADA "
                           "NA REGRAVACAO - STATUS " WS-FATURAS-STATUS
                   NOT INVALID KEY
                       PERFORM REGRAVAR-LIQUIDACAO-FATURA
               END-READ
               READ FATURAS-NOVO
                   AT END SET NOVO-FIM TO TRUE
               END-READ
           CLOSE FATURAS-ARQUIVO
           CLOSE FATURAS-NOVO.

       REGRAVAR-LIQUIDACAO-FATURA.
           MOVE NOV-VALOR-PAGO         TO FAT-VALOR-PAGO
           MOVE NOV-DATA-PGTO          TO FAT-DATA-PGTO
           MOVE NOV-SITUACAO           TO FAT-SITUACAO
           MOVE NOV-DESCONTO-CONCEDIDO TO FAT-DESCONTO-CONCEDIDO
      *    Desconto concedido so existe em fatura que esta passada
      *    liquidou - as mexidas entraram em aberto.
           IF FAT-DESCONTO-CONCEDIDO > ZEROS
               ADD 1 TO WS-QTD-DESCONTOS
               ADD FAT-DESCONTO-CONCEDIDO TO WS-VALOR-DESCONTO
           END-IF
           REWRITE FAT-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FATURA " FAT-NUMERO
                       " - STATUS " WS-FATURAS-STATUS
           END-REWRITE.

      *    Carrega so os titulos EM ABERTO do arquivo indexado para
      *    a tabela - os pagos nao participam da aplicacao. Alem de
      *    1000 abertos, o excedente fica intacto no arquivo e so
           END-PERFORM
           CLOSE FATURAS-ARQUIVO.

      *    Fatura cancelada (nota de credito) nao recebe credito -
      *    nem no casamento exato nem na mais antiga.
       GUARDAR-FATURA-ABERTA.
           IF FAT-PAGA OR FAT-CANCELADA
               EXIT PARAGRAPH
           END-IF
           IF WS-FAT-QTD NOT < 1000
           MOVE FAT-DATA-PGTO    TO WS-FAT-PGTO (WS-FAT-QTD)
           MOVE FAT-SITUACAO     TO WS-FAT-SITUACAO (WS-FAT-QTD)
           MOVE FAT-BANCO        TO WS-FAT-BANCO (WS-FAT-QTD)
           MOVE FAT-DESCONTO-LIMITE
               TO WS-FAT-DESC-LIMITE (WS-FAT-QTD)
           MOVE FAT-DESCONTO-VALOR
               TO WS-FAT-DESC-VALOR (WS-FAT-QTD)
           MOVE FAT-DESCONTO-CONCEDIDO
               TO WS-FAT-DESC-CONCEDIDO (WS-FAT-QTD)
           MOVE "N"              TO WS-FAT-MEXIDA (WS-FAT-QTD).

      *    Le cada credito e tenta aplica-lo: primeiro procura uma

       APLICAR-UM-CREDITO.
           MOVE WS-CREDITO-VALOR TO WS-CREDITO-RESTANTE
           MOVE SPACES TO WS-CPF-DO-CREDITO
           MOVE "0" TO WS-CREDITO-CPFS
           MOVE ZEROS TO WS-ULTIMA-FATURA

      *    1o passo: casamento exato pelo saldo devedor.
           PERFORM LOCALIZAR-FATURA-EXATA
               ELSE
                   ADD 1 TO WS-QTD-PARCIAIS
                   IF WS-CREDITO-RESTANTE > ZEROS
                       IF CREDITO-DE-UM-CPF
                           PERFORM GRAVAR-SOBRA-IDENTIFICADA
                       ELSE
                           PERFORM GRAVAR-CAIXA-NAO-APLICADO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    cair nas parcelas filhas do acordo, nao na original.
               IF WS-FAT-SITUACAO (WS-FAT-IND) NOT = "P"
                   AND WS-FAT-SITUACAO (WS-FAT-IND) NOT = "R"
                   PERFORM CALCULAR-SALDO-DEVEDOR
                   IF WS-SALDO-DEVEDOR = WS-CREDITO-RESTANTE
                       AND WS-FAT-ESCOLHIDA = ZEROS
                       MOVE WS-FAT-IND TO WS-FAT-ESCOLHIDA
               END-IF
           END-PERFORM.

      *    Saldo devedor da fatura WS-FAT-IND. Dentro da janela do
      *    desconto antecipado (hoje ate a data limite) o desconto sai
      *    do saldo: o credito que paga valor - desconto liquida a
      *    fatura. Pago parcial que ja passou do valor com desconto
      *    nao tem mais o que descontar.
       CALCULAR-SALDO-DEVEDOR.
           MOVE "N" TO WS-NA-JANELA-DESCONTO
           COMPUTE WS-SALDO-DEVEDOR EQUAL
               WS-FAT-VALOR (WS-FAT-IND) - WS-FAT-PAGO (WS-FAT-IND)
           END-COMPUTE
           IF WS-FAT-DESC-VALOR (WS-FAT-IND) > ZEROS
               AND WS-DATA-HOJE NOT > WS-FAT-DESC-LIMITE (WS-FAT-IND)
               AND WS-SALDO-DEVEDOR > WS-FAT-DESC-VALOR (WS-FAT-IND)
               SUBTRACT WS-FAT-DESC-VALOR (WS-FAT-IND)
                   FROM WS-SALDO-DEVEDOR
               MOVE "S" TO WS-NA-JANELA-DESCONTO
           END-IF.

      *    Aplica o que resta do credito nas faturas abertas, sempre
      *    na de vencimento mais antigo primeiro, ate esgotar.
       APLICAR-PARCIAL-MAIS-ANTIGAS.
           IF WS-FAT-SITUACAO (WS-FAT-IND) = "B"
               MOVE "S" TO WS-ERA-BAIXADA
           END-IF
           PERFORM CALCULAR-SALDO-DEVEDOR
           IF WS-CREDITO-RESTANTE < WS-SALDO-DEVEDOR
               MOVE WS-CREDITO-RESTANTE TO WS-VALOR-APLICAR
           ELSE
           SUBTRACT WS-VALOR-APLICAR FROM WS-CREDITO-RESTANTE
           ADD WS-VALOR-APLICAR TO WS-VALOR-APLICADO
           MOVE "S" TO WS-FAT-MEXIDA (WS-FAT-IND)
           PERFORM ANOTAR-CPF-DO-CREDITO
           PERFORM GRAVAR-JOURNAL-APLICACAO

      *    Credito que cobriu o saldo com desconto: a diferenca ate o
      *    valor da fatura e o desconto concedido, e ela liquida.
           IF WS-NA-JANELA-DESCONTO = "S"
               AND WS-VALOR-APLICAR = WS-SALDO-DEVEDOR
               COMPUTE WS-FAT-DESC-CONCEDIDO (WS-FAT-IND) EQUAL
                   WS-FAT-VALOR (WS-FAT-IND) - WS-FAT-PAGO (WS-FAT-IND)
               END-COMPUTE
           END-IF

           IF WS-FAT-PAGO (WS-FAT-IND)
               + WS-FAT-DESC-CONCEDIDO (WS-FAT-IND)
               NOT < WS-FAT-VALOR (WS-FAT-IND)
               MOVE "P" TO WS-FAT-SITUACAO (WS-FAT-IND)
               MOVE WS-DATA-HOJE TO WS-FAT-PGTO (WS-FAT-IND)
               ADD 1 TO WS-FATURAS-LIQUIDADAS
               PERFORM AVISAR-BUREAU-LIQUIDACAO
           END-IF.

      *    De quem e o credito: o CPF das faturas que ele alcancou,
      *    enquanto for um so.
       ANOTAR-CPF-DO-CREDITO.
           MOVE WS-FAT-NUMERO (WS-FAT-IND) TO WS-ULTIMA-FATURA
           EVALUATE TRUE
               WHEN WS-CREDITO-CPFS = "0"
                   MOVE WS-FAT-CPF (WS-FAT-IND) TO WS-CPF-DO-CREDITO
                   MOVE "1" TO WS-CREDITO-CPFS
               WHEN WS-FAT-CPF (WS-FAT-IND) NOT = WS-CPF-DO-CREDITO
                   MOVE "M" TO WS-CREDITO-CPFS
           END-EVALUATE.

      *    CPF com fatura liquidada entra na fila de exclusao do
      *    bureau - o NEGATIVA confere se a divida 90+ zerou e emite
      *    a exclusao de quem estava negativado.
           MOVE WS-NAOAPLIC-BUFFER TO NAOAPLIC-LINHA
           WRITE NAOAPLIC-LINHA.

      *    Sobra de credito de um cliente so: fica em CXAPLIC.SOBRA
      *    ate a fase final - o saldo credor so muda depois que as
      *    faturas foram regravadas.
       GRAVAR-SOBRA-IDENTIFICADA.
           OPEN EXTEND CXAPLIC-SOBRA
           IF NOT CXSOBRA-OK
               CLOSE CXAPLIC-SOBRA
               OPEN OUTPUT CXAPLIC-SOBRA
           END-IF
           MOVE WS-CPF-DO-CREDITO   TO CXS-CPF
           MOVE WS-CREDITO-RESTANTE TO CXS-VALOR
           MOVE WS-ULTIMA-FATURA    TO CXS-FATURA
           WRITE CXSOBRA-REG
           CLOSE CXAPLIC-SOBRA.

      *    Escreve em CXAPLIC.NOVO a liquidacao final de cada fatura
      *    que a aplicacao MEXEU - data/FATURAS.DAT so muda na fase
      *    final, regravando cada uma pela chave a partir do novo
      *    (replay idempotente num restart de fase 2).
       GRAVAR-ARQUIVO-NOVO.
                   UNTIL WS-FAT-IND > WS-FAT-QTD
               IF WS-FAT-MEXIDA (WS-FAT-IND) = "S"
                   ADD 1 TO WS-QTD-MEXIDAS
                   MOVE WS-FAT-NUMERO (WS-FAT-IND) TO NOV-NUMERO
                   MOVE WS-FAT-PAGO (WS-FAT-IND)   TO NOV-VALOR-PAGO
                   MOVE WS-FAT-PGTO (WS-FAT-IND)   TO NOV-DATA-PGTO
                   MOVE WS-FAT-SITUACAO (WS-FAT-IND)
                       TO NOV-SITUACAO
                   MOVE WS-FAT-DESC-CONCEDIDO (WS-FAT-IND)
                       TO NOV-DESCONTO-CONCEDIDO
                   WRITE NOVO-REG
               END-IF
           END-PERFORM
           CLOSE FATURAS-NOVO.

      *    Desconto antecipado concedido nas faturas regravadas:
      *    debito em descontos concedidos, credito em contas a
      *    receber - o valor da fatura que o caixa nao cobriu. Uma
      *    vez lancado, o checkpoint marca e o restart nao lanca de
      *    novo.
       LANCAR-DESCONTO-CONTABIL.
           IF DESCONTO-JA-LANCADO
               DISPLAY "DESCONTO CONCEDIDO JA LANCADO ANTES DA QUEDA"
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-DESCONTO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-DESCONTO   TO GL-CONTA
           MOVE WS-DESCONTO-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS               TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE        TO GL-DATA
           MOVE WS-CONTA-RECEBER    TO GL-CONTA
           MOVE ZEROS               TO GL-TOTAL-DEBITO
           MOVE WS-DESCONTO-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           SET DESCONTO-JA-LANCADO TO TRUE
           PERFORM GRAVAR-PROGRESSO-FASE2
           DISPLAY "DESCONTO CONCEDIDO LANCADO NA INTERFACE CONTABIL".

      *    Fase final: cada sobra identificada vira credito no saldo
      *    credor do cliente, e o total sai da receita de
      *    recebimentos (41001, onde o GLPOST lancou o credito
      *    inteiro) para creditos de clientes a devolver (24004).
      *    O checkpoint guarda quantas sobras ja foram levadas ao
      *    SCRMOVTO e o total creditado ate ali: o restart pula
      *    essas linhas (o SCRMOVTO nao barra credito repetido) e o
      *    lancamento contabil sai uma vez so, com o total do lote.
       CREDITAR-SALDO-CREDOR.
           IF SOBRA-JA-LANCADA
               DISPLAY "SALDO CREDOR JA CREDITADO ANTES DA QUEDA"
               EXIT PARAGRAPH
           END-IF
           IF WS-SOBRAS-LIDAS > ZEROS
               DISPLAY "RESTART - " WS-SOBRAS-LIDAS
                   " SOBRAS JA CREDITADAS ANTES DA QUEDA"
           END-IF
           MOVE ZEROS TO WS-SOBRA-SEQ
           MOVE "N" TO WS-CXSOBRA-FIM
           OPEN INPUT CXAPLIC-SOBRA
           IF NOT CXSOBRA-OK
               CLOSE CXAPLIC-SOBRA
               EXIT PARAGRAPH
           END-IF
           READ CXAPLIC-SOBRA
               AT END SET CXSOBRA-FIM TO TRUE
           END-READ
           PERFORM UNTIL CXSOBRA-FIM
               ADD 1 TO WS-SOBRA-SEQ
               IF WS-SOBRA-SEQ > WS-SOBRAS-LIDAS
                   PERFORM CREDITAR-UMA-SOBRA
               END-IF
               READ CXAPLIC-SOBRA
                   AT END SET CXSOBRA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CXAPLIC-SOBRA
           IF WS-VALOR-SALDO-CREDOR = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-SALDO-CREDOR TO WS-SALDO-CREDOR-INTEIRO
           OPEN EXTEND CONTABIL-INTERFACE
           IF INTERFACE-NAO-ACHOU
               CLOSE CONTABIL-INTERFACE
               OPEN OUTPUT CONTABIL-INTERFACE
           END-IF
           MOVE WS-DATA-HOJE            TO GL-DATA
           MOVE WS-CONTA-RECEITA        TO GL-CONTA
           MOVE WS-SALDO-CREDOR-INTEIRO TO GL-TOTAL-DEBITO
           MOVE ZEROS                   TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           MOVE WS-DATA-HOJE            TO GL-DATA
           MOVE WS-CONTA-SALDO-CREDOR   TO GL-CONTA
           MOVE ZEROS                   TO GL-TOTAL-DEBITO
           MOVE WS-SALDO-CREDOR-INTEIRO TO GL-TOTAL-CREDITO
           WRITE CONTABIL-REG
           CLOSE CONTABIL-INTERFACE
           SET SOBRA-JA-LANCADA TO TRUE
           PERFORM GRAVAR-PROGRESSO-FASE2
           DISPLAY "PAGAMENTO A MAIOR CREDITADO NO SALDO CREDOR".

      *    Uma sobra levada ao saldo credor; o checkpoint e regravado
      *    logo depois da chamada, creditada ou nao.
       CREDITAR-UMA-SOBRA.
           MOVE CXS-CPF       TO SCV-CPF
           MOVE "C"           TO SCV-TIPO
           MOVE CXS-VALOR     TO SCV-VALOR
           MOVE WS-DATA-HOJE  TO SCV-DATA
           MOVE WS-HORA-AGORA TO SCV-HORA
           MOVE "CXAPLIC"     TO SCV-ORIGEM
           MOVE CXS-FATURA    TO SCV-REFERENCIA
           MOVE "BATCH"       TO SCV-OPERADOR
           CALL "SCRMOVTO" USING SCR-MOVIMENTO-ENTRADA
                                 SCR-MOVIMENTO-RESULTADO
           IF SCV-EFETUADO
               ADD 1 TO WS-QTD-SALDO-CREDOR
               ADD SCV-VALOR-MOVIDO TO WS-VALOR-SALDO-CREDOR
           ELSE
               DISPLAY "SALDO CREDOR INDISPONIVEL - SOBRA DA "
                   "FATURA " CXS-FATURA " NAO CREDITADA ("
                   SCV-RESULTADO ")"
           END-IF
           MOVE WS-SOBRA-SEQ TO WS-SOBRAS-LIDAS
           PERFORM GRAVAR-PROGRESSO-FASE2.

      *    Relatorio de totais da aplicacao de caixa.
      *    Totais do canal instantaneo acumulados no dia, lidos para
      *    a fusao no relatorio de caixa (so os do proprio dia).
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-DESCONTO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "DESCONTOS ANTECIPADOS.....: " DELIMITED BY SIZE
               WS-QTD-DESCONTOS DELIMITED BY SIZE
               "  VALOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-APLICADO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR APLICADO............: " DELIMITED BY SIZE
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VALOR-SALDO-CREDOR TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "PAGO A MAIOR (SALDO CRED.): " DELIMITED BY SIZE
               WS-QTD-SALDO-CREDOR DELIMITED BY SIZE
               "  VALOR: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

      *    Fusao do canal intradiario: o dia reconcilia somando os
      *    dois canais de recebimento.
           MOVE WS-RECINST-VALOR TO WS-VALOR-EDITADO
