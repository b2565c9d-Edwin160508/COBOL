      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ROLAGEM.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Rolagem da carteira e perda por safra de emissao. Casa     <*
      *>   a foto do aging do fechamento do mes anterior              <*
      *>   (AGING.AAAAMM, gravada pelo FECHAMES) com a do mes de      <*
      *>   referencia pelo numero da fatura e monta a matriz de       <*
      *>   rolagem: para cada faixa do mes anterior, o percentual     <*
      *>   do saldo que foi curado (pago ou voltou de faixa),         <*
      *>   permaneceu, rolou para faixa maior, foi parcelado, foi     <*
      *>   baixado como perda ou saiu por outro motivo. As            <*
      *>   faturas que sairam da foto tem o destino lido em           <*
      *>   FATURAS.DAT. Em seguida agrupa as faturas pelo mes de      <*
      *>   emissao (24 ultimas safras) e acumula as baixas do         <*
      *>   FATBAIXA.HIST pela idade da fatura na baixa, dando a       <*
      *>   perda acumulada de cada safra em 1 a 12 meses - base       <*
      *>   para calibrar as faixas da PROVISAO e do LIMREV. Mes       <*
      *>   de referencia AAAAMM digitado (em branco = mes             <*
      *>   anterior). Saida: ROLAGEM.REL.                             <*
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
      *    Foto do aging do mes anterior ao de referencia - o nome
      *    (AGING.AAAAMM) e montado em WS-FOTO-ANT-NOME antes do OPEN.
           SELECT FOTO-ANTERIOR ASSIGN TO WS-FOTO-ANT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTO-ANT-STATUS.
      *    Foto do aging do mes de referencia.
           SELECT FOTO-ATUAL ASSIGN TO WS-FOTO-ATU-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTO-ATU-STATUS.
      *    Faturas da cobranca - destino da fatura que saiu da foto
      *    e valor emitido de cada safra.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Historico das faturas baixadas como perda (FATBAIXA).
           SELECT FATBAIXA-HIST ASSIGN TO "FATBAIXA.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXAH-STATUS.
      *    Matriz de rolagem e perda acumulada por safra.
           SELECT ROLAGEM-RELATORIO ASSIGN TO "ROLAGEM.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  FOTO-ANTERIOR.
      *    Mesmo layout de copybooks/AGSNAPREC.CPY, com os nomes do
      *    mes anterior.
       01  FOTO-ANT-REG.
           02 AGA-MES             PIC 9(06).
           02 AGA-FAT-NUMERO      PIC 9(06).
           02 AGA-CPF             PIC X(14).
           02 AGA-DATA-EMISSAO    PIC 9(08).
           02 AGA-DATA-VENCTO     PIC 9(08).
           02 AGA-DIAS-ATRASO     PIC 9(05).
           02 AGA-FAIXA           PIC 9(01).
           02 AGA-SALDO           PIC 9(11)V99.
           02 AGA-ORIGEM          PIC X(01).

       FD  FOTO-ATUAL.
      *    Layout compartilhado da foto do aging - ver
      *    copybooks/AGSNAPREC.CPY.
           COPY AGSNAPREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  FATBAIXA-HIST.
      *    Layout compartilhado do historico de baixas - ver
      *    copybooks/BAIXHREC.CPY.
           COPY BAIXHREC.

       FD  ROLAGEM-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-FOTO-ANT-STATUS    PIC X(02) VALUE "00".
           88 FOTO-ANT-NAO-ACHOU    VALUE "35".
       77 WS-FOTO-ANT-FIM       PIC X(01) VALUE "N".
           88 FOTO-ANT-FIM          VALUE "S".
       77 WS-FOTO-ATU-STATUS    PIC X(02) VALUE "00".
           88 FOTO-ATU-NAO-ACHOU    VALUE "35".
       77 WS-FOTO-ATU-FIM       PIC X(01) VALUE "N".
           88 FOTO-ATU-FIM          VALUE "S".
       77 WS-FOTO-ANT-NOME      PIC X(20) VALUE SPACES.
       77 WS-FOTO-ATU-NOME      PIC X(20) VALUE SPACES.
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
           88 FATURAS-FIM           VALUE "S".
       77 WS-FATURAS-ABERTO     PIC X(01) VALUE "N".
       77 WS-BAIXAH-STATUS      PIC X(02) VALUE "00".
           88 BAIXAH-NAO-ACHOU      VALUE "35".
       77 WS-BAIXAH-FIM         PIC X(01) VALUE "N".
           88 BAIXAH-FIM            VALUE "S".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".

      *    Mes de referencia (AAAAMM digitado, ou em branco o mes
      *    anterior ao da execucao - o fechamento do mes ja rodou) e
      *    o mes anterior a ele, cuja foto e a base da rolagem.
       77 WS-MES-DIGITADO       PIC X(06) VALUE SPACES.
       01 WS-MES-REFERENCIA     PIC 9(06) VALUE ZEROS.
       01 WS-MES-REFERENCIA-R REDEFINES WS-MES-REFERENCIA.
           05 WS-REF-ANO         PIC 9(04).
           05 WS-REF-MES         PIC 9(02).
       01 WS-MES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       01 WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05 WS-ANT-ANO         PIC 9(04).
           05 WS-ANT-MES         PIC 9(02).
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MES        PIC 9(02).
           05 WS-HOJE-DIA        PIC 9(02).

      *    Meses contados em sequencia (ano x 12 + mes) para a idade
      *    das safras.
       77 WS-SEQ-REFERENCIA     PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-MOVIMENTO      PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-EMISSAO        PIC 9(06) VALUE ZEROS.
       01 WS-DATA-MOVIMENTO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
           05 WS-MOVIMENTO-ANO   PIC 9(04).
           05 WS-MOVIMENTO-MES   PIC 9(02).
           05 WS-MOVIMENTO-DIA   PIC 9(02).

      *    Casamento das duas fotos pelo numero da fatura (as duas
      *    saem do FECHAMES em ordem de chave); 999999 = fim.
       77 WS-CHAVE-ANT          PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-ATU          PIC 9(06) VALUE ZEROS.
       77 WS-DESTINO            PIC 9(01) VALUE ZEROS.
       77 WS-LINHA-FAIXA        PIC 9(01) VALUE ZEROS.

      *    Matriz de rolagem: uma linha por faixa do mes anterior
      *    (a vencer, 1-30, 31-60, 61-90, 90+) e a linha de total;
      *    destinos: 1 curada (paga ou voltou para faixa menor),
      *    2 permaneceu, 3 rolou para faixa maior, 4 parcelada,
      *    5 baixada como perda, 6 outros (cancelada etc.).
       01  WS-MATRIZ-ROLAGEM.
           05 WS-ROL-LINHA OCCURS 6 TIMES.
              10 WS-ROL-QTD         PIC 9(07) COMP-3.
              10 WS-ROL-SALDO       PIC 9(13)V99 COMP-3.
              10 WS-ROL-DESTINO OCCURS 6 TIMES.
                 15 WS-ROL-DST-QTD   PIC 9(07) COMP-3.
                 15 WS-ROL-DST-SALDO PIC 9(13)V99 COMP-3.
       77 WS-ROL-IND            PIC 9(01) VALUE ZEROS.
       77 WS-DST-IND            PIC 9(01) VALUE ZEROS.
       01  WS-ROTULOS-FAIXA     PIC X(50) VALUE
           "A VENCER  1-30 DIAS 31-60 DIAS61-90 DIAS+ 90 DIAS ".
       01  WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
           05 WS-ROTULO-FAIXA    PIC X(10) OCCURS 5 TIMES.
       77 WS-ROTULO-LINHA       PIC X(10) VALUE SPACES.

      *    Faturas novas na foto do mes (nao estavam na anterior).
       01  WS-ENTRADAS.
           05 WS-ENT-QTD            PIC 9(07) VALUE ZEROS.
           05 WS-ENT-SALDO          PIC 9(13)V99 VALUE ZEROS.

      *    Safras: faturas agrupadas pelo mes de emissao, as 24
      *    ultimas ate o mes de referencia. Perda por idade em meses
      *    desde a emissao (1 = idade 0, 13 = 12 meses ou mais).
       01  WS-TABELA-SAFRAS.
           05 WS-SAF-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-SAF-ITEM OCCURS 24 TIMES.
              10 WS-SAF-SEQ         PIC 9(06).
              10 WS-SAF-MES         PIC 9(06).
              10 WS-SAF-FATURAS     PIC 9(07) COMP-3.
              10 WS-SAF-EMITIDO     PIC 9(13)V99 COMP-3.
              10 WS-SAF-PERDA OCCURS 13 TIMES
                                    PIC 9(13)V99 COMP-3.
       77 WS-SAF-IND            PIC 9(02) VALUE ZEROS.
       77 WS-SAF-ACHADO         PIC 9(02) VALUE ZEROS.
       77 WS-SAF-SEQ-PROCURADA  PIC 9(06) VALUE ZEROS.
       77 WS-IDADE              PIC S9(05) VALUE ZEROS.
       77 WS-IDADE-IND          PIC 9(02) VALUE ZEROS.
       77 WS-MESES-DECORRIDOS   PIC 9(05) VALUE ZEROS.
       77 WS-PERDA-ACUMULADA    PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-PERDA-SEM-SAFRA    PIC 9(13)V99 VALUE ZEROS.
       77 WS-COLUNA             PIC 9(03) VALUE ZEROS.

       77 WS-PERCENTUAL         PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-EDITADO        PIC ZZ9.99.
       77 WS-PCT-SAFRA-EDITADO  PIC ZZ9.9.
       77 WS-QTD-EDITADA        PIC Z(06)9.
       77 WS-VALOR-EDITADO      PIC Z(11)9.99.
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
           MOVE "ROLAGEM" TO LYX-PROGRAMA
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES DE REFERENCIA (AAAAMM, EM BRANCO = MES "
               "ANTERIOR): "
           ACCEPT WS-MES-DIGITADO
           IF WS-MES-DIGITADO = SPACES
               MOVE WS-HOJE-ANO TO WS-REF-ANO
               MOVE WS-HOJE-MES TO WS-REF-MES
               IF WS-REF-MES = 1
                   MOVE 12 TO WS-REF-MES
                   SUBTRACT 1 FROM WS-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-REF-MES
               END-IF
           ELSE
               IF WS-MES-DIGITADO IS NOT NUMERIC
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
               MOVE WS-MES-DIGITADO TO WS-MES-REFERENCIA
               IF WS-REF-MES < 1 OR WS-REF-MES > 12
                   DISPLAY "MES INVALIDO [" WS-MES-DIGITADO "]"
                   GOBACK
               END-IF
           END-IF
           MOVE WS-REF-ANO TO WS-ANT-ANO
           IF WS-REF-MES = 1
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               COMPUTE WS-ANT-MES EQUAL WS-REF-MES - 1
               END-COMPUTE
           END-IF
           COMPUTE WS-SEQ-REFERENCIA EQUAL
               WS-REF-ANO * 12 + WS-REF-MES
           END-COMPUTE
           INITIALIZE WS-MATRIZ-ROLAGEM
           INITIALIZE WS-TABELA-SAFRAS

           OPEN INPUT FATURAS-ARQUIVO
           IF NOT FATURAS-NAO-ACHOU
               MOVE "S" TO WS-FATURAS-ABERTO
           END-IF

           OPEN OUTPUT ROLAGEM-RELATORIO
           PERFORM APURAR-ROLAGEM
           IF WS-FATURAS-ABERTO = "S"
               PERFORM CARREGAR-SAFRAS
               PERFORM SOMAR-PERDAS-SAFRAS
           END-IF
           PERFORM EMITIR-SAFRAS
           CLOSE ROLAGEM-RELATORIO
           IF WS-FATURAS-ABERTO = "S"
               CLOSE FATURAS-ARQUIVO
           END-IF
           DISPLAY "ROLAGEM E SAFRAS DO MES " WS-MES-REFERENCIA
               " GRAVADAS EM ROLAGEM.REL"
           GOBACK.

      *    Casa a foto do mes anterior com a do mes de referencia.
      *    Sem as duas fotos nao ha matriz - o relatorio diz qual
      *    falta e segue para as safras.
       APURAR-ROLAGEM.
           MOVE SPACES TO WS-FOTO-ANT-NOME WS-FOTO-ATU-NOME
           STRING "AGING."        DELIMITED BY SIZE
                  WS-MES-ANTERIOR DELIMITED BY SIZE
                  INTO WS-FOTO-ANT-NOME
           END-STRING
           STRING "AGING."          DELIMITED BY SIZE
                  WS-MES-REFERENCIA DELIMITED BY SIZE
                  INTO WS-FOTO-ATU-NOME
           END-STRING
           MOVE SPACES TO WS-REL-LINHA
           STRING "ROLAGEM DA CARTEIRA - ROLAGEM  FOTO " DELIMITED BY
               SIZE
               WS-MES-ANTERIOR DELIMITED BY SIZE
               " -> FOTO " DELIMITED BY SIZE
               WS-MES-REFERENCIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           OPEN INPUT FOTO-ANTERIOR
           IF FOTO-ANT-NAO-ACHOU
               MOVE SPACES TO WS-REL-LINHA
               STRING "FOTO " DELIMITED BY SIZE
                   WS-FOTO-ANT-NOME DELIMITED BY SPACE
                   " AUSENTE - SEM MATRIZ DE ROLAGEM" DELIMITED BY
                   SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FOTO-ATUAL
           IF FOTO-ATU-NAO-ACHOU
               CLOSE FOTO-ANTERIOR
               MOVE SPACES TO WS-REL-LINHA
               STRING "FOTO " DELIMITED BY SIZE
                   WS-FOTO-ATU-NOME DELIMITED BY SPACE
                   " AUSENTE - SEM MATRIZ DE ROLAGEM" DELIMITED BY
                   SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-FOTO-ANTERIOR
           PERFORM LER-FOTO-ATUAL
           PERFORM UNTIL FOTO-ANT-FIM AND FOTO-ATU-FIM
               EVALUATE TRUE
                   WHEN WS-CHAVE-ANT < WS-CHAVE-ATU
                       PERFORM CLASSIFICAR-SAIDA-FOTO
                       PERFORM LER-FOTO-ANTERIOR
                   WHEN WS-CHAVE-ANT = WS-CHAVE-ATU
                       PERFORM CLASSIFICAR-MUDANCA-FAIXA
                       PERFORM LER-FOTO-ANTERIOR
                       PERFORM LER-FOTO-ATUAL
                   WHEN OTHER
                       ADD 1 TO WS-ENT-QTD
                       ADD AGS-SALDO TO WS-ENT-SALDO
                       PERFORM LER-FOTO-ATUAL
               END-EVALUATE
           END-PERFORM
           CLOSE FOTO-ANTERIOR
           CLOSE FOTO-ATUAL
           PERFORM EMITIR-MATRIZ-ROLAGEM.

       LER-FOTO-ANTERIOR.
           READ FOTO-ANTERIOR
               AT END
                   SET FOTO-ANT-FIM TO TRUE
                   MOVE 999999 TO WS-CHAVE-ANT
               NOT AT END
                   MOVE AGA-FAT-NUMERO TO WS-CHAVE-ANT
           END-READ.

       LER-FOTO-ATUAL.
           READ FOTO-ATUAL
               AT END
                   SET FOTO-ATU-FIM TO TRUE
                   MOVE 999999 TO WS-CHAVE-ATU
               NOT AT END
                   MOVE AGS-FAT-NUMERO TO WS-CHAVE-ATU
           END-READ.

      *    Fatura que estava em aberto e saiu da foto: o destino e a
      *    situacao dela hoje no arquivo de faturas.
       CLASSIFICAR-SAIDA-FOTO.
           MOVE 6 TO WS-DESTINO
           IF WS-FATURAS-ABERTO = "S"
               MOVE AGA-FAT-NUMERO TO FAT-NUMERO
               READ FATURAS-ARQUIVO
                   INVALID KEY
                       MOVE SPACE TO FAT-SITUACAO
               END-READ
               EVALUATE TRUE
                   WHEN FAT-PAGA
                       MOVE 1 TO WS-DESTINO
                   WHEN FAT-PARCELADA
                       MOVE 4 TO WS-DESTINO
                   WHEN FAT-BAIXADA
                       MOVE 5 TO WS-DESTINO
                   WHEN FAT-ABERTA AND FAT-VALOR-PAGO NOT < FAT-VALOR
                       MOVE 1 TO WS-DESTINO
                   WHEN OTHER
                       MOVE 6 TO WS-DESTINO
               END-EVALUATE
           END-IF
           PERFORM ACUMULAR-ROLAGEM.

      *    Fatura nas duas fotos: a faixa de agora contra a de antes.
       CLASSIFICAR-MUDANCA-FAIXA.
           EVALUATE TRUE
               WHEN AGS-FAIXA < AGA-FAIXA
                   MOVE 1 TO WS-DESTINO
               WHEN AGS-FAIXA = AGA-FAIXA
                   MOVE 2 TO WS-DESTINO
               WHEN OTHER
                   MOVE 3 TO WS-DESTINO
           END-EVALUATE
           PERFORM ACUMULAR-ROLAGEM.

      *    O peso de cada fatura e o saldo que ela tinha na foto do
      *    mes anterior; a linha 6 e o total.
       ACUMULAR-ROLAGEM.
           COMPUTE WS-LINHA-FAIXA EQUAL AGA-FAIXA + 1
           END-COMPUTE
           IF WS-LINHA-FAIXA > 5
               MOVE 5 TO WS-LINHA-FAIXA
           END-IF
           ADD 1         TO WS-ROL-QTD (WS-LINHA-FAIXA)
           ADD AGA-SALDO TO WS-ROL-SALDO (WS-LINHA-FAIXA)
           ADD 1 TO WS-ROL-DST-QTD (WS-LINHA-FAIXA WS-DESTINO)
           ADD AGA-SALDO
               TO WS-ROL-DST-SALDO (WS-LINHA-FAIXA WS-DESTINO)
           ADD 1         TO WS-ROL-QTD (6)
           ADD AGA-SALDO TO WS-ROL-SALDO (6)
           ADD 1 TO WS-ROL-DST-QTD (6 WS-DESTINO)
           ADD AGA-SALDO TO WS-ROL-DST-SALDO (6 WS-DESTINO).

       EMITIR-MATRIZ-ROLAGEM.
           MOVE "PERCENTUAIS SOBRE O SALDO EM ABERTO NA FOTO DO MES "
               TO WS-REL-LINHA
           MOVE "ANTERIOR" TO WS-REL-LINHA (52:8)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FAIXA      FATURAS           SALDO" DELIMITED BY SIZE
               "  CURADA PERMAN.   ROLOU PARCEL. BAIXADA  OUTROS"
               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-ROL-IND FROM 1 BY 1
                   UNTIL WS-ROL-IND > 6
               IF WS-ROL-IND = 6
                   MOVE "TOTAL" TO WS-ROTULO-LINHA
               ELSE
                   MOVE WS-ROTULO-FAIXA (WS-ROL-IND)
                       TO WS-ROTULO-LINHA
               END-IF
               PERFORM GRAVAR-LINHA-MATRIZ
           END-PERFORM
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE WS-ENT-QTD   TO WS-QTD-EDITADA
           MOVE WS-ENT-SALDO TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "ENTRADAS NO MES (FATURAS NOVAS NA FOTO): "
               DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-MATRIZ.
           MOVE WS-ROL-QTD (WS-ROL-IND)   TO WS-QTD-EDITADA
           MOVE WS-ROL-SALDO (WS-ROL-IND) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-ROTULO-LINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE 35 TO WS-COLUNA
           PERFORM VARYING WS-DST-IND FROM 1 BY 1
                   UNTIL WS-DST-IND > 6
               MOVE ZEROS TO WS-PERCENTUAL
               IF WS-ROL-SALDO (WS-ROL-IND) > ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED EQUAL
                       WS-ROL-DST-SALDO (WS-ROL-IND WS-DST-IND) * 100
                       / WS-ROL-SALDO (WS-ROL-IND)
                   END-COMPUTE
               END-IF
               MOVE WS-PERCENTUAL TO WS-PCT-EDITADO
               MOVE WS-PCT-EDITADO TO WS-REL-LINHA (WS-COLUNA + 2:6)
               ADD 8 TO WS-COLUNA
           END-PERFORM
           PERFORM GRAVAR-LINHA-RELATORIO.

      *    Valor emitido de cada safra das 24 ultimas: toda fatura
      *    nao cancelada; a parcelada fica fora porque a divida dela
      *    esta nas parcelas, que sao faturas da propria safra.
       CARREGAR-SAFRAS.
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
                       IF NOT FAT-CANCELADA AND NOT FAT-PARCELADA
                           PERFORM SOMAR-FATURA-SAFRA
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-FATURA-SAFRA.
           MOVE FAT-DATA-EMISSAO TO WS-DATA-MOVIMENTO
           COMPUTE WS-SEQ-EMISSAO EQUAL
               WS-MOVIMENTO-ANO * 12 + WS-MOVIMENTO-MES
           END-COMPUTE
           IF WS-SEQ-EMISSAO > WS-SEQ-REFERENCIA
               OR WS-SEQ-EMISSAO + 23 < WS-SEQ-REFERENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQ-EMISSAO TO WS-SAF-SEQ-PROCURADA
           PERFORM LOCALIZAR-SAFRA
           IF WS-SAF-ACHADO = ZEROS
               ADD 1 TO WS-SAF-QTD
               MOVE WS-SAF-QTD TO WS-SAF-ACHADO
               MOVE WS-SEQ-EMISSAO TO WS-SAF-SEQ (WS-SAF-ACHADO)
               MOVE WS-DATA-MOVIMENTO (1:6)
                   TO WS-SAF-MES (WS-SAF-ACHADO)
           END-IF
           ADD 1 TO WS-SAF-FATURAS (WS-SAF-ACHADO)
           ADD FAT-VALOR TO WS-SAF-EMITIDO (WS-SAF-ACHADO).

       LOCALIZAR-SAFRA.
           MOVE ZEROS TO WS-SAF-ACHADO
           PERFORM VARYING WS-SAF-IND FROM 1 BY 1
                   UNTIL WS-SAF-IND > WS-SAF-QTD
                      OR WS-SAF-ACHADO > ZEROS
               IF WS-SAF-SEQ (WS-SAF-IND) = WS-SAF-SEQ-PROCURADA
                   MOVE WS-SAF-IND TO WS-SAF-ACHADO
               END-IF
           END-PERFORM.

      *    Perda de cada baixa ate o mes de referencia, na safra da
      *    fatura e na idade (meses entre a emissao e a baixa).
       SOMAR-PERDAS-SAFRAS.
           OPEN INPUT FATBAIXA-HIST
           IF BAIXAH-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FATBAIXA-HIST
               AT END SET BAIXAH-FIM TO TRUE
           END-READ
           PERFORM UNTIL BAIXAH-FIM
               MOVE BXH-DATA TO WS-DATA-MOVIMENTO
               COMPUTE WS-SEQ-MOVIMENTO EQUAL
                   WS-MOVIMENTO-ANO * 12 + WS-MOVIMENTO-MES
               END-COMPUTE
               IF WS-SEQ-MOVIMENTO NOT > WS-SEQ-REFERENCIA
                   PERFORM SOMAR-PERDA-SAFRA
               END-IF
               READ FATBAIXA-HIST
                   AT END SET BAIXAH-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATBAIXA-HIST.

       SOMAR-PERDA-SAFRA.
           MOVE BXH-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE ZEROS TO FAT-DATA-EMISSAO
           END-READ
           MOVE ZEROS TO WS-SAF-ACHADO
           IF FAT-DATA-EMISSAO IS NUMERIC
               AND FAT-DATA-EMISSAO > ZEROS
               MOVE FAT-DATA-EMISSAO TO WS-DATA-MOVIMENTO
               COMPUTE WS-SEQ-EMISSAO EQUAL
                   WS-MOVIMENTO-ANO * 12 + WS-MOVIMENTO-MES
               END-COMPUTE
               MOVE WS-SEQ-EMISSAO TO WS-SAF-SEQ-PROCURADA
               PERFORM LOCALIZAR-SAFRA
           END-IF
           IF WS-SAF-ACHADO = ZEROS
               ADD BXH-VALOR TO WS-PERDA-SEM-SAFRA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDADE EQUAL WS-SEQ-MOVIMENTO - WS-SEQ-EMISSAO
           END-COMPUTE
           IF WS-IDADE < ZEROS
               MOVE ZEROS TO WS-IDADE
           END-IF
           IF WS-IDADE > 12
               MOVE 12 TO WS-IDADE
           END-IF
           COMPUTE WS-IDADE-IND EQUAL WS-IDADE + 1
           END-COMPUTE
           ADD BXH-VALOR TO WS-SAF-PERDA (WS-SAF-ACHADO WS-IDADE-IND).

      *    Uma linha por safra, da mais antiga para a mais nova: a
      *    perda acumulada ate cada idade (1 a 12 meses, a ultima
      *    coluna com tudo o que veio depois) em percentual do valor
      *    emitido. Idade que a safra ainda nao atingiu fica em
      *    branco.
       EMITIR-SAFRAS.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SAFRAS - PERDA ACUMULADA (% DO EMITIDO) POR MESES "
               DELIMITED BY SIZE
               "DESDE A EMISSAO, ATE " DELIMITED BY SIZE
               WS-MES-REFERENCIA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "SAFRA          EMITIDO" DELIMITED BY SIZE
               "     1     2     3     4     5     6" DELIMITED BY SIZE
               "     7     8     9    10    11   12+" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           COMPUTE WS-SEQ-EMISSAO EQUAL WS-SEQ-REFERENCIA - 23
           END-COMPUTE
           PERFORM VARYING WS-SAF-SEQ-PROCURADA FROM WS-SEQ-EMISSAO
                   BY 1 UNTIL WS-SAF-SEQ-PROCURADA > WS-SEQ-REFERENCIA
               PERFORM LOCALIZAR-SAFRA
               IF WS-SAF-ACHADO > ZEROS
                   PERFORM GRAVAR-LINHA-SAFRA
               END-IF
           END-PERFORM
           IF WS-PERDA-SEM-SAFRA > ZEROS
               MOVE WS-PERDA-SEM-SAFRA TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-REL-LINHA
               STRING "PERDA DE FATURAS FORA DAS 24 SAFRAS: "
                   DELIMITED BY SIZE
                   WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       GRAVAR-LINHA-SAFRA.
           COMPUTE WS-MESES-DECORRIDOS EQUAL
               WS-SEQ-REFERENCIA - WS-SAF-SEQ (WS-SAF-ACHADO)
           END-COMPUTE
           MOVE WS-SAF-EMITIDO (WS-SAF-ACHADO) TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-SAF-MES (WS-SAF-ACHADO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-SAF-PERDA (WS-SAF-ACHADO 1) TO WS-PERDA-ACUMULADA
           MOVE 22 TO WS-COLUNA
           PERFORM VARYING WS-IDADE-IND FROM 1 BY 1
                   UNTIL WS-IDADE-IND > 12
               ADD WS-SAF-PERDA (WS-SAF-ACHADO WS-IDADE-IND + 1)
                   TO WS-PERDA-ACUMULADA
               IF WS-IDADE-IND NOT > WS-MESES-DECORRIDOS
                   MOVE ZEROS TO WS-PERCENTUAL
                   IF WS-SAF-EMITIDO (WS-SAF-ACHADO) > ZEROS
                       COMPUTE WS-PERCENTUAL ROUNDED EQUAL
                           WS-PERDA-ACUMULADA * 100
                           / WS-SAF-EMITIDO (WS-SAF-ACHADO)
                       END-COMPUTE
                   END-IF
                   MOVE WS-PERCENTUAL TO WS-PCT-SAFRA-EDITADO
                   MOVE WS-PCT-SAFRA-EDITADO
                       TO WS-REL-LINHA (WS-COLUNA + 2:5)
               END-IF
               ADD 6 TO WS-COLUNA
           END-PERFORM
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA.
