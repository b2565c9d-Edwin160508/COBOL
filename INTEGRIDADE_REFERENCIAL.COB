      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. INTEGREF.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   CONFERENCIA NOTURNA DA INTEGRIDADE REFERENCIAL             <*
      *>   ENTRE OS CADASTROS (O CADVERIF SO CONFERE OS TOTAIS        <*
      *>   DO CADCLI.DAT). PROCURA ORFAOS:                            <*
      *>     - CONTA.DAT COM TITULAR/CO-TITULAR FORA DO CADCLI;       <*
      *>     - LEDGER.CPF.DAT COM CONTA INEXISTENTE OU DE OUTRO       <*
      *>       TITULAR (CONTA ZEROS = CONTA PADRAO, SO O CPF);        <*
      *>     - FATURAS DE CPF FORA DO CADCLI;                         <*
      *>     - PLANO.PARC COM FATURA DE ORIGEM OU PARCELA QUE         <*
      *>       NAO EXISTE EM FATURAS.DAT;                             <*
      *>     - DEBAUTO.MND ATIVO EM CONTA ENCERRADA/INEXISTENTE;      <*
      *>     - CONTATO.DAT E CONSENTE.DAT DE CPF FORA DO CADCLI       <*
      *>       OU DE TITULAR ELIMINADO (TITULAR ANONIMIZADO).         <*
      *>   CONTA/FATURA COM CPF ANONIMIZADO NAO E ORFA.               <*
      *>   NUMERACAO: LACUNAS ENTRE AS CHAVES DE CONTA.DAT E          <*
      *>   FATURAS.DAT (A PARTIR DE 1) E O CONTADOR CTANUM.CTL/       <*
      *>   FATNUM.CTL CONTRA O MAIOR NUMERO EM USO - ABAIXO =         <*
      *>   DUPLICIDADE NA PROXIMA EMISSAO, ACIMA = LACUNA.            <*
      *>   SAIDA: INTEGREF.REL (UM ACHADO POR LINHA E RESUMO          <*
      *>   POR CONFERENCIA; ARQUIVO AUSENTE = NAO CONFERIDO).         <*
      *>   RC 4 E FIM-ANORMAL NO OPERACOES.LOG COM ACHADOS            <*
      *>   (PAINEL DA MANHA ACENDE ATENCAO); RC 8 SEM CADCLI.         <*
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
      *    Cadastro mestre de clientes - a referencia de todo CPF.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas, pelo numero da conta.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Ledger de saldos, por CPF + conta.
           SELECT LEDGER-MESTRE ASSIGN TO "LEDGER.CPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Mesmo arquivo de faturas do faturamento.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CPF WITH DUPLICATES
               FILE STATUS IS WS-FATURAS-STATUS.
      *    Planos de parcelamento de fatura.
           SELECT PLANO-ARQ ASSIGN TO "PLANO.PARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
      *    Mandatos de debito automatico.
           SELECT MANDATO-ARQ ASSIGN TO "DEBAUTO.MND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATO-STATUS.
      *    Contatos do cliente, por CPF + sequencia.
           SELECT CONTATO-ARQ ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WS-CONTATO-STATUS.
      *    Consentimentos de comunicacao por canal.
           SELECT CONSENT-ARQ ASSIGN TO "CONSENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
      *    Contador de numeracao da vez (CTANUM.CTL ou FATNUM.CTL) -
      *    o nome fisico e posto em WS-ARQ-NOME antes do OPEN (mesma
      *    tecnica de HOUSEKEEPING_RETENCAO.COB).
           SELECT CONTADOR-CTL ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.
      *    Log de operacoes compartilhado - inicio e fim do job para
      *    o painel da manha.
           SELECT OPERACOES-LOG ASSIGN TO "OPERACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
      *    Achados da noite, um por linha, e o resumo por conferencia.
           SELECT INTEGREF-RELATORIO ASSIGN TO "INTEGREF.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CADCLI-MESTRE.
      *    Layout compartilhado do mestre - ver copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.

       FD  PLANO-ARQ.
      *    Layout compartilhado do plano - ver copybooks/PLANOREC.CPY.
           COPY PLANOREC.

       FD  MANDATO-ARQ.
      *    Layout compartilhado do mandato - ver
      *    copybooks/DEBAUTREC.CPY.
           COPY DEBAUTREC.

       FD  CONTATO-ARQ.
      *    Layout compartilhado do contato - ver
      *    copybooks/CONTATOREC.CPY.
           COPY CONTATOREC.

       FD  CONSENT-ARQ.
      *    Layout compartilhado do consentimento - ver
      *    copybooks/CONSENTREC.CPY.
           COPY CONSENTREC.

       FD  CONTADOR-CTL.
       01  CONTADOR-LINHA         PIC X(20).

       FD  OPERACOES-LOG.
       01  OPLOG-LINHA            PIC X(100) VALUE SPACES.

       FD  INTEGREF-RELATORIO.
       01  REL-LINHA              PIC X(132) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-LEDGER-STATUS      PIC X(02) VALUE "00".
           88 LEDGER-OK             VALUE "00".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-OK            VALUE "00".
       77 WS-PLANO-STATUS       PIC X(02) VALUE "00".
           88 PLANO-NAO-ACHOU       VALUE "35".
       77 WS-MANDATO-STATUS     PIC X(02) VALUE "00".
           88 MANDATO-NAO-ACHOU     VALUE "35".
       77 WS-CONTATO-STATUS     PIC X(02) VALUE "00".
           88 CONTATO-OK            VALUE "00".
       77 WS-CONSENT-STATUS     PIC X(02) VALUE "00".
           88 CONSENT-NAO-ACHOU     VALUE "35".
       77 WS-CONTADOR-STATUS    PIC X(02) VALUE "00".
           88 CONTADOR-NAO-ACHOU    VALUE "35".
       77 WS-OPLOG-STATUS       PIC X(02) VALUE "00".
           88 OPLOG-NAO-ACHOU       VALUE "35".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQ-FIM            PIC X(01) VALUE "N".
           88 ARQ-FIM               VALUE "S".
       77 WS-ARQ-NOME           PIC X(40) VALUE SPACES.
      *    Conta/faturas abertas para consulta por chave (o status
      *    muda a cada READ e nao serve para isso).
       77 WS-CONTA-ABERTA       PIC X(01) VALUE "N".
       77 WS-FATURAS-ABERTO     PIC X(01) VALUE "N".

      *    As conferencias da noite, com o que foi lido e achado em
      *    cada uma (AUSENTE = arquivo nao encontrado, nada a
      *    conferir).
       01  WS-TABELA-CONFERENCIAS.
           05 WS-CNF-ITEM OCCURS 9 TIMES.
              10 WS-CNF-NOME        PIC X(10).
              10 WS-CNF-DESCRICAO   PIC X(50).
              10 WS-CNF-LIDOS       PIC 9(07).
              10 WS-CNF-ACHADOS     PIC 9(05).
              10 WS-CNF-SITUACAO    PIC X(08).
       77 WS-CNF-IND            PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-ACHADOS      PIC 9(06) VALUE ZEROS.

      *    Achado corrente, para a linha do relatorio.
       77 WS-ACH-CHAVE          PIC X(24) VALUE SPACES.
       77 WS-ACH-TEXTO          PIC X(70) VALUE SPACES.

      *    CPF procurado no mestre e o resultado: N = sem cadastro,
      *    E = titular eliminado (LGPD), S = cliente presente.
       77 WS-CPF-PROCURADO      PIC X(14) VALUE SPACES.
       77 WS-CPF-SITUACAO       PIC X(01) VALUE SPACES.
           88 CPF-SEM-CADASTRO      VALUE "N".
           88 CPF-ELIMINADO         VALUE "E".
           88 CPF-CADASTRADO        VALUE "S".
       77 WS-COT-IND            PIC 9(01) VALUE ZEROS.
       77 WS-TITULAR-CONTA      PIC X(01) VALUE "N".

      *    Numeracao lida em ordem crescente de chave: lacunas entre
      *    numeros consecutivos e o maior numero em uso, conferidos
      *    contra o contador no fim.
       77 WS-SEQ-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-LACUNA-INI     PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-LACUNA-FIM     PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-LACUNA-QTD     PIC 9(06) VALUE ZEROS.
       77 WS-CONTADOR-VALOR     PIC 9(06) VALUE ZEROS.
       77 WS-CONTADOR-LINHAS    PIC 9(03) VALUE ZEROS.
       77 WS-CONTADOR-VALIDO    PIC X(01) VALUE "N".

      *    Parcelas de um plano.
       77 WS-PARCELA-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-ORIGEM-ACHADA      PIC X(01) VALUE "N".

       77 WS-QTD-EDITADA        PIC ZZZZZZ9.
       77 WS-EVENTO-OPLOG       PIC X(12) VALUE SPACES.
       77 WS-OPLOG-BUFFER       PIC X(100) VALUE SPACES.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(132) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "INTEGREF" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIO" TO WS-EVENTO-OPLOG
           PERFORM GRAVAR-LINHA-OPLOG
           PERFORM INICIAR-CONFERENCIAS

           OPEN OUTPUT INTEGREF-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "INTEGREF - INTEGRIDADE REFERENCIAL ENTRE OS "
                                         DELIMITED BY SIZE
                  "CADASTROS - EMITIDO EM "
                                         DELIMITED BY SIZE
                  WS-DATA-HOJE           DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

      *    Sem o mestre nao ha referencia para conferir nada.
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               MOVE "CADASTRO MESTRE CADCLI.DAT INDISPONIVEL - "
                   TO WS-REL-LINHA
               MOVE WS-CADCLI-STATUS TO WS-REL-LINHA (43 : 2)
               PERFORM GRAVAR-LINHA-RELATORIO
               CLOSE INTEGREF-RELATORIO
               DISPLAY "INTEGREF - CADCLI.DAT INDISPONIVEL, STATUS "
                   WS-CADCLI-STATUS
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
               PERFORM GRAVAR-LINHA-OPLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CONFERENCIA CHAVE                    ACHADO"
               TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM CONFERIR-CONTAS
           PERFORM CONFERIR-LEDGER
           PERFORM CONFERIR-FATURAS
           PERFORM CONFERIR-PLANOS
           PERFORM CONFERIR-MANDATOS
           PERFORM CONFERIR-CONTATOS
           PERFORM CONFERIR-CONSENTIMENTOS
           CLOSE CADCLI-MESTRE

           PERFORM EMITIR-RESUMO
           CLOSE INTEGREF-RELATORIO

           DISPLAY "INTEGREF - ACHADOS EM INTEGREF.REL: "
               WS-TOTAL-ACHADOS
      *    Qualquer achado devolve RC 4 e FIM-ANORMAL no log: o
      *    painel da manha acende ATENCAO.
           IF WS-TOTAL-ACHADOS > ZEROS
               MOVE "FIM-ANORMAL" TO WS-EVENTO-OPLOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "FIM-NORMAL" TO WS-EVENTO-OPLOG
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM GRAVAR-LINHA-OPLOG
           GOBACK.

       INICIAR-CONFERENCIAS.
           INITIALIZE WS-TABELA-CONFERENCIAS
           MOVE "CONTA"      TO WS-CNF-NOME (1)
           MOVE "CONTAS SEM CLIENTE NO CADCLI"
               TO WS-CNF-DESCRICAO (1)
           MOVE "CTANUM"     TO WS-CNF-NOME (2)
           MOVE "LACUNAS/DUPLICIDADE NA NUMERACAO DE CONTAS"
               TO WS-CNF-DESCRICAO (2)
           MOVE "LEDGER"     TO WS-CNF-NOME (3)
           MOVE "SALDOS DO LEDGER SEM CONTA"
               TO WS-CNF-DESCRICAO (3)
           MOVE "FATURA"     TO WS-CNF-NOME (4)
           MOVE "FATURAS DE CPF DESCONHECIDO"
               TO WS-CNF-DESCRICAO (4)
           MOVE "FATNUM"     TO WS-CNF-NOME (5)
           MOVE "LACUNAS/DUPLICIDADE NA NUMERACAO DE FATURAS"
               TO WS-CNF-DESCRICAO (5)
           MOVE "PLANO"      TO WS-CNF-NOME (6)
           MOVE "PLANOS DE PARCELAMENTO SEM FATURA"
               TO WS-CNF-DESCRICAO (6)
           MOVE "MANDATO"    TO WS-CNF-NOME (7)
           MOVE "MANDATOS ATIVOS EM CONTA ENCERRADA/INEXISTENTE"
               TO WS-CNF-DESCRICAO (7)
           MOVE "CONTATO"    TO WS-CNF-NOME (8)
           MOVE "CONTATOS DE CLIENTE ELIMINADO/DESCONHECIDO"
               TO WS-CNF-DESCRICAO (8)
           MOVE "CONSENTE"   TO WS-CNF-NOME (9)
           MOVE "CONSENTIMENTOS DE CLIENTE ELIMINADO/DESCONHECIDO"
               TO WS-CNF-DESCRICAO (9)
           PERFORM VARYING WS-CNF-IND FROM 1 BY 1
                   UNTIL WS-CNF-IND > 9
               MOVE "FEITA" TO WS-CNF-SITUACAO (WS-CNF-IND)
           END-PERFORM.

      *    Titular e co-titulares de cada conta tem que estar no
      *    mestre; conta de titular eliminado leva a marca
      *    ANONIMIZADO e nao e orfa. Na mesma passada, em ordem de
      *    numero, sai a conferencia da numeracao contra CTANUM.CTL.
       CONFERIR-CONTAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (1)
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (2)
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEQ-ANTERIOR
           MOVE ZEROS TO CONTA-NUMERO
           START CONTA-ARQ KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   SET ARQ-FIM TO TRUE
           END-START
           IF NOT ARQ-FIM
               READ CONTA-ARQ NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (1)
               ADD 1 TO WS-CNF-LIDOS (2)
               MOVE 1 TO WS-CNF-IND
               IF CONTA-CPF NOT = "ANONIMIZADO"
                   MOVE CONTA-CPF TO WS-CPF-PROCURADO
                   PERFORM PROCURAR-CPF-MESTRE
                   IF CPF-SEM-CADASTRO
                       MOVE SPACES TO WS-ACH-CHAVE
                       STRING "CONTA "      DELIMITED BY SIZE
                              CONTA-NUMERO  DELIMITED BY SIZE
                              INTO WS-ACH-CHAVE
                       END-STRING
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING "TITULAR "    DELIMITED BY SIZE
                              CONTA-CPF     DELIMITED BY SPACE
                              " NAO ESTA NO CADCLI"
                                            DELIMITED BY SIZE
                              INTO WS-ACH-TEXTO
                       END-STRING
                       PERFORM REGISTRAR-ACHADO
                   END-IF
               END-IF
               PERFORM VARYING WS-COT-IND FROM 1 BY 1
                       UNTIL WS-COT-IND > 3
                   IF CONTA-COTITULAR-CPF (WS-COT-IND) NOT = SPACES
                       MOVE CONTA-COTITULAR-CPF (WS-COT-IND)
                           TO WS-CPF-PROCURADO
                       PERFORM PROCURAR-CPF-MESTRE
                       IF CPF-SEM-CADASTRO
                           MOVE SPACES TO WS-ACH-CHAVE
                           STRING "CONTA "      DELIMITED BY SIZE
                                  CONTA-NUMERO  DELIMITED BY SIZE
                                  INTO WS-ACH-CHAVE
                           END-STRING
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING "CO-TITULAR " DELIMITED BY SIZE
                                  CONTA-COTITULAR-CPF (WS-COT-IND)
                                                DELIMITED BY SIZE
                                  " NAO ESTA NO CADCLI"
                                                DELIMITED BY SIZE
                                  INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTRAR-ACHADO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 2 TO WS-CNF-IND
               MOVE CONTA-NUMERO TO WS-SEQ-NUMERO
               PERFORM CONFERIR-SEQUENCIA-NUMERO
               READ CONTA-ARQ NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ
           MOVE 2 TO WS-CNF-IND
           MOVE "CTANUM.CTL" TO WS-ARQ-NOME
           PERFORM CONFERIR-CONTADOR.

      *    Chave do ledger com conta: a conta tem que existir e ser
      *    do mesmo titular (ou de um co-titular). Conta zeros e a
      *    conta corrente padrao dos lancamentos sem conta - so o
      *    cliente tem que existir.
       CONFERIR-LEDGER.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT LEDGER-MESTRE
           IF NOT LEDGER-OK
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (3)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTA-ARQ
           MOVE "N" TO WS-CONTA-ABERTA
           IF CONTA-OK
               MOVE "S" TO WS-CONTA-ABERTA
           END-IF
           MOVE 3 TO WS-CNF-IND
           MOVE LOW-VALUES TO LEDGER-CHAVE
           START LEDGER-MESTRE KEY IS NOT LESS THAN LEDGER-CHAVE
               INVALID KEY
                   SET ARQ-FIM TO TRUE
           END-START
           IF NOT ARQ-FIM
               READ LEDGER-MESTRE NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (3)
               MOVE SPACES TO WS-ACH-CHAVE
               STRING LEDGER-CPF     DELIMITED BY SPACE
                      "/"            DELIMITED BY SIZE
                      LEDGER-CONTA   DELIMITED BY SIZE
                      INTO WS-ACH-CHAVE
               END-STRING
               IF LEDGER-CONTA = ZEROS
                   MOVE LEDGER-CPF TO WS-CPF-PROCURADO
                   PERFORM PROCURAR-CPF-MESTRE
                   IF CPF-SEM-CADASTRO
                       MOVE "CONTA PADRAO DE CPF QUE NAO ESTA NO CADCLI"
                           TO WS-ACH-TEXTO
                       PERFORM REGISTRAR-ACHADO
                   END-IF
               ELSE
                   PERFORM CONFERIR-CONTA-DO-LEDGER
               END-IF
               READ LEDGER-MESTRE NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           IF WS-CONTA-ABERTA = "S"
               CLOSE CONTA-ARQ
           END-IF
           CLOSE LEDGER-MESTRE.

       CONFERIR-CONTA-DO-LEDGER.
           IF WS-CONTA-ABERTA NOT = "S"
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-ACH-TEXTO
               PERFORM REGISTRAR-ACHADO
               EXIT PARAGRAPH
           END-IF
           MOVE LEDGER-CONTA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "SALDO DE CONTA QUE NAO EXISTE NO CONTA.DAT"
                       TO WS-ACH-TEXTO
                   PERFORM REGISTRAR-ACHADO
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-TITULAR-CONTA
           IF CONTA-CPF = LEDGER-CPF
               OR CONTA-CPF = "ANONIMIZADO"
               MOVE "S" TO WS-TITULAR-CONTA
           END-IF
           PERFORM VARYING WS-COT-IND FROM 1 BY 1
                   UNTIL WS-COT-IND > 3
               IF CONTA-COTITULAR-CPF (WS-COT-IND) NOT = SPACES
                   AND CONTA-COTITULAR-CPF (WS-COT-IND) = LEDGER-CPF
                   MOVE "S" TO WS-TITULAR-CONTA
               END-IF
           END-PERFORM
           IF WS-TITULAR-CONTA NOT = "S"
               MOVE SPACES TO WS-ACH-TEXTO
               STRING "CONTA PERTENCE A OUTRO TITULAR ("
                                         DELIMITED BY SIZE
                      CONTA-CPF          DELIMITED BY SPACE
                      ")"                DELIMITED BY SIZE
                      INTO WS-ACH-TEXTO
               END-STRING
               PERFORM REGISTRAR-ACHADO
           END-IF.

      *    Fatura de CPF fora do mestre (a de titular eliminado leva
      *    a marca ANONIMIZADO); na mesma passada, a numeracao
      *    contra FATNUM.CTL.
       CONFERIR-FATURAS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT FATURAS-ARQUIVO
           IF NOT FATURAS-OK
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (4)
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (5)
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEQ-ANTERIOR
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-ARQUIVO KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY
                   SET ARQ-FIM TO TRUE
           END-START
           IF NOT ARQ-FIM
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (4)
               ADD 1 TO WS-CNF-LIDOS (5)
               MOVE 4 TO WS-CNF-IND
               IF FAT-CPF NOT = "ANONIMIZADO"
                   MOVE FAT-CPF TO WS-CPF-PROCURADO
                   PERFORM PROCURAR-CPF-MESTRE
                   IF CPF-SEM-CADASTRO
                       MOVE SPACES TO WS-ACH-CHAVE
                       STRING "FATURA "     DELIMITED BY SIZE
                              FAT-NUMERO    DELIMITED BY SIZE
                              INTO WS-ACH-CHAVE
                       END-STRING
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING "CPF "        DELIMITED BY SIZE
                              FAT-CPF       DELIMITED BY SPACE
                              " NAO ESTA NO CADCLI - SITUACAO "
                                            DELIMITED BY SIZE
                              FAT-SITUACAO  DELIMITED BY SIZE
                              INTO WS-ACH-TEXTO
                       END-STRING
                       PERFORM REGISTRAR-ACHADO
                   END-IF
               END-IF
               MOVE 5 TO WS-CNF-IND
               MOVE FAT-NUMERO TO WS-SEQ-NUMERO
               PERFORM CONFERIR-SEQUENCIA-NUMERO
               READ FATURAS-ARQUIVO NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FATURAS-ARQUIVO
           MOVE 5 TO WS-CNF-IND
           MOVE "FATNUM.CTL" TO WS-ARQ-NOME
           PERFORM CONFERIR-CONTADOR.

      *    Lacuna entre o numero anterior e o corrente (a numeracao
      *    comeca em 1). WS-CNF-IND ja aponta a conferencia.
       CONFERIR-SEQUENCIA-NUMERO.
           IF WS-SEQ-NUMERO > WS-SEQ-ANTERIOR + 1
               COMPUTE WS-SEQ-LACUNA-INI EQUAL WS-SEQ-ANTERIOR + 1
               END-COMPUTE
               COMPUTE WS-SEQ-LACUNA-FIM EQUAL WS-SEQ-NUMERO - 1
               END-COMPUTE
               PERFORM REGISTRAR-LACUNA
           END-IF
           MOVE WS-SEQ-NUMERO TO WS-SEQ-ANTERIOR.

       REGISTRAR-LACUNA.
           COMPUTE WS-SEQ-LACUNA-QTD EQUAL
               WS-SEQ-LACUNA-FIM - WS-SEQ-LACUNA-INI + 1
           END-COMPUTE
           MOVE WS-SEQ-LACUNA-QTD TO WS-QTD-EDITADA
           MOVE SPACES TO WS-ACH-CHAVE
           STRING WS-SEQ-LACUNA-INI      DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  WS-SEQ-LACUNA-FIM      DELIMITED BY SIZE
                  INTO WS-ACH-CHAVE
           END-STRING
           MOVE SPACES TO WS-ACH-TEXTO
           STRING "LACUNA NA NUMERACAO -"
                                         DELIMITED BY SIZE
                  WS-QTD-EDITADA         DELIMITED BY SIZE
                  " NUMERO(S) EMITIDO(S) SEM REGISTRO"
                                         DELIMITED BY SIZE
                  INTO WS-ACH-TEXTO
           END-STRING
           PERFORM REGISTRAR-ACHADO.

      *    Contador contra o maior numero em uso (WS-SEQ-ANTERIOR):
      *    contador abaixo dele reemite numeros ja usados
      *    (duplicidade); acima, os numeros emitidos depois do
      *    ultimo registro sao lacuna. O contador tem uma unica
      *    linha numerica.
       CONFERIR-CONTADOR.
           MOVE ZEROS TO WS-CONTADOR-VALOR WS-CONTADOR-LINHAS
           MOVE "N" TO WS-CONTADOR-VALIDO
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CONTADOR-CTL
           IF WS-CONTADOR-STATUS = "00"
               READ CONTADOR-CTL
                   AT END SET ARQ-FIM TO TRUE
               END-READ
               PERFORM UNTIL ARQ-FIM
                   ADD 1 TO WS-CONTADOR-LINHAS
                   IF WS-CONTADOR-LINHAS = 1
                       AND CONTADOR-LINHA (1 : 6) IS NUMERIC
                       AND CONTADOR-LINHA (7 : 14) = SPACES
                       MOVE CONTADOR-LINHA (1 : 6)
                           TO WS-CONTADOR-VALOR
                       MOVE "S" TO WS-CONTADOR-VALIDO
                   END-IF
                   READ CONTADOR-CTL
                       AT END SET ARQ-FIM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTADOR-CTL
           END-IF
           MOVE WS-ARQ-NOME TO WS-ACH-CHAVE
           IF CONTADOR-NAO-ACHOU
               IF WS-SEQ-ANTERIOR > ZEROS
                   MOVE "CONTADOR AUSENTE - REEMITE DO 1 (DUPLICIDADE)"
                       TO WS-ACH-TEXTO
                   PERFORM REGISTRAR-ACHADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTADOR-VALIDO NOT = "S"
               OR WS-CONTADOR-LINHAS NOT = 1
               MOVE "CONTADOR INVALIDO - ESPERADA UMA LINHA 9(06)"
                   TO WS-ACH-TEXTO
               PERFORM REGISTRAR-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTADOR-VALOR < WS-SEQ-ANTERIOR
               MOVE SPACES TO WS-ACH-TEXTO
               STRING "CONTADOR EM "         DELIMITED BY SIZE
                      WS-CONTADOR-VALOR      DELIMITED BY SIZE
                      " ABAIXO DO MAIOR EM USO " DELIMITED BY SIZE
                      WS-SEQ-ANTERIOR        DELIMITED BY SIZE
                      " - DUPLICIDADE"       DELIMITED BY SIZE
                      INTO WS-ACH-TEXTO
               END-STRING
               PERFORM REGISTRAR-ACHADO
           END-IF
           IF WS-CONTADOR-VALOR > WS-SEQ-ANTERIOR
               COMPUTE WS-SEQ-LACUNA-INI EQUAL WS-SEQ-ANTERIOR + 1
               END-COMPUTE
               MOVE WS-CONTADOR-VALOR TO WS-SEQ-LACUNA-FIM
               PERFORM REGISTRAR-LACUNA
           END-IF.

      *    Plano de parcelamento: a fatura de origem e cada parcela
      *    gerada (primeira a ultima) tem que existir.
       CONFERIR-PLANOS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT PLANO-ARQ
           IF PLANO-NAO-ACHOU
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (6)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FATURAS-ARQUIVO
           MOVE "N" TO WS-FATURAS-ABERTO
           IF FATURAS-OK
               MOVE "S" TO WS-FATURAS-ABERTO
           END-IF
           MOVE 6 TO WS-CNF-IND
           READ PLANO-ARQ
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (6)
               MOVE SPACES TO WS-ACH-CHAVE
               STRING PLN-CPF           DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      PLN-FAT-ORIGEM    DELIMITED BY SIZE
                      INTO WS-ACH-CHAVE
               END-STRING
               IF WS-FATURAS-ABERTO NOT = "S"
                   MOVE "data/FATURAS.DAT INDISPONIVEL"
                       TO WS-ACH-TEXTO
                   PERFORM REGISTRAR-ACHADO
               ELSE
                   PERFORM CONFERIR-FATURAS-DO-PLANO
               END-IF
               READ PLANO-ARQ
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           IF WS-FATURAS-ABERTO = "S"
               CLOSE FATURAS-ARQUIVO
           END-IF
           CLOSE PLANO-ARQ.

       CONFERIR-FATURAS-DO-PLANO.
           MOVE PLN-FAT-ORIGEM TO FAT-NUMERO
           MOVE "S" TO WS-ORIGEM-ACHADA
           READ FATURAS-ARQUIVO
               INVALID KEY
                   MOVE "N" TO WS-ORIGEM-ACHADA
           END-READ
           IF WS-ORIGEM-ACHADA NOT = "S"
               MOVE "FATURA DE ORIGEM DO PLANO NAO EXISTE"
                   TO WS-ACH-TEXTO
               PERFORM REGISTRAR-ACHADO
           END-IF
           IF PLN-PRIMEIRA-PARC = ZEROS
               OR PLN-ULTIMA-PARC < PLN-PRIMEIRA-PARC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PARCELA-NUMERO FROM PLN-PRIMEIRA-PARC
                   BY 1 UNTIL WS-PARCELA-NUMERO > PLN-ULTIMA-PARC
               MOVE WS-PARCELA-NUMERO TO FAT-NUMERO
               READ FATURAS-ARQUIVO
                   INVALID KEY
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING "PARCELA "          DELIMITED BY SIZE
                              WS-PARCELA-NUMERO   DELIMITED BY SIZE
                              " DO PLANO NAO EXISTE EM FATURAS.DAT"
                                                  DELIMITED BY SIZE
                              INTO WS-ACH-TEXTO
                       END-STRING
                       PERFORM REGISTRAR-ACHADO
               END-READ
           END-PERFORM.

      *    Mandato ativo tem que apontar conta existente e nao
      *    encerrada; o revogado pode ficar como historico.
       CONFERIR-MANDATOS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT MANDATO-ARQ
           IF MANDATO-NAO-ACHOU
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (7)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTA-ARQ
           MOVE "N" TO WS-CONTA-ABERTA
           IF CONTA-OK
               MOVE "S" TO WS-CONTA-ABERTA
           END-IF
           MOVE 7 TO WS-CNF-IND
           READ MANDATO-ARQ
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (7)
               IF MND-ATIVO
                   PERFORM CONFERIR-CONTA-DO-MANDATO
               END-IF
               READ MANDATO-ARQ
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           IF WS-CONTA-ABERTA = "S"
               CLOSE CONTA-ARQ
           END-IF
           CLOSE MANDATO-ARQ.

       CONFERIR-CONTA-DO-MANDATO.
           MOVE SPACES TO WS-ACH-CHAVE
           STRING MND-CPF           DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  MND-CONTA         DELIMITED BY SIZE
                  INTO WS-ACH-CHAVE
           END-STRING
           IF WS-CONTA-ABERTA NOT = "S"
               MOVE "CONTA.DAT INDISPONIVEL" TO WS-ACH-TEXTO
               PERFORM REGISTRAR-ACHADO
               EXIT PARAGRAPH
           END-IF
           MOVE MND-CONTA TO CONTA-NUMERO
           READ CONTA-ARQ
               INVALID KEY
                   MOVE "MANDATO ATIVO EM CONTA QUE NAO EXISTE"
                       TO WS-ACH-TEXTO
                   PERFORM REGISTRAR-ACHADO
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA
               MOVE "MANDATO ATIVO EM CONTA ENCERRADA"
                   TO WS-ACH-TEXTO
               PERFORM REGISTRAR-ACHADO
           END-IF.

      *    Contato de CPF fora do mestre, ou de titular eliminado
      *    (LGPD) que ainda guarda telefone/e-mail.
       CONFERIR-CONTATOS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CONTATO-ARQ
           IF NOT CONTATO-OK
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (8)
               EXIT PARAGRAPH
           END-IF
           MOVE 8 TO WS-CNF-IND
           MOVE LOW-VALUES TO CTT-CHAVE
           START CONTATO-ARQ KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET ARQ-FIM TO TRUE
           END-START
           IF NOT ARQ-FIM
               READ CONTATO-ARQ NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (8)
               MOVE CTT-CPF TO WS-CPF-PROCURADO
               PERFORM PROCURAR-CPF-MESTRE
               MOVE SPACES TO WS-ACH-CHAVE
               STRING CTT-CPF           DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      CTT-SEQ           DELIMITED BY SIZE
                      INTO WS-ACH-CHAVE
               END-STRING
               EVALUATE TRUE
                   WHEN CPF-SEM-CADASTRO
                       MOVE "CONTATO DE CPF QUE NAO ESTA NO CADCLI"
                           TO WS-ACH-TEXTO
                       PERFORM REGISTRAR-ACHADO
                   WHEN CPF-ELIMINADO
                       AND CTT-VALOR NOT = "ANONIMIZADO"
                       MOVE "CONTATO DE ELIMINADO NAO ANONIMIZADO"
                           TO WS-ACH-TEXTO
                       PERFORM REGISTRAR-ACHADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ CONTATO-ARQ NEXT RECORD
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTATO-ARQ.

      *    Consentimento de CPF fora do mestre ou de titular
      *    eliminado - nao ha mais com quem falar.
       CONFERIR-CONSENTIMENTOS.
           MOVE "N" TO WS-ARQ-FIM
           OPEN INPUT CONSENT-ARQ
           IF CONSENT-NAO-ACHOU
               MOVE "AUSENTE" TO WS-CNF-SITUACAO (9)
               EXIT PARAGRAPH
           END-IF
           MOVE 9 TO WS-CNF-IND
           READ CONSENT-ARQ
               AT END SET ARQ-FIM TO TRUE
           END-READ
           PERFORM UNTIL ARQ-FIM
               ADD 1 TO WS-CNF-LIDOS (9)
               MOVE CST-CPF TO WS-CPF-PROCURADO
               PERFORM PROCURAR-CPF-MESTRE
               MOVE SPACES TO WS-ACH-CHAVE
               STRING CST-CPF           DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      CST-CANAL         DELIMITED BY SIZE
                      INTO WS-ACH-CHAVE
               END-STRING
               EVALUATE TRUE
                   WHEN CPF-SEM-CADASTRO
                       MOVE "CONSENTIMENTO DE CPF FORA DO CADCLI"
                           TO WS-ACH-TEXTO
                       PERFORM REGISTRAR-ACHADO
                   WHEN CPF-ELIMINADO
                       MOVE "CONSENTIMENTO DE TITULAR ELIMINADO"
                           TO WS-ACH-TEXTO
                       PERFORM REGISTRAR-ACHADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ CONSENT-ARQ
                   AT END SET ARQ-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONSENT-ARQ.

      *    Titular eliminado pelo LGPD fica no mestre com a chave e
      *    o nome TITULAR ANONIMIZADO.
       PROCURAR-CPF-MESTRE.
           SET CPF-CADASTRADO TO TRUE
           MOVE WS-CPF-PROCURADO TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   SET CPF-SEM-CADASTRO TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF CADCLI-NOME = "TITULAR ANONIMIZADO"
               SET CPF-ELIMINADO TO TRUE
           END-IF.

       REGISTRAR-ACHADO.
           ADD 1 TO WS-CNF-ACHADOS (WS-CNF-IND)
           ADD 1 TO WS-TOTAL-ACHADOS
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-CNF-NOME (WS-CNF-IND) TO WS-REL-LINHA (1 : 10)
           MOVE WS-ACH-CHAVE             TO WS-REL-LINHA (13 : 24)
           MOVE WS-ACH-TEXTO             TO WS-REL-LINHA (38 : 70)
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-ACH-TEXTO.

       EMITIR-RESUMO.
           IF WS-TOTAL-ACHADOS = ZEROS
               MOVE "NENHUM ACHADO - OS CADASTROS CONFEREM ENTRE SI"
                   TO WS-REL-LINHA
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "RESUMO POR CONFERENCIA" TO WS-REL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE "CONFERENCIA DESCRICAO"  TO WS-REL-LINHA
           MOVE "LIDOS  ACHADOS SITUACAO" TO WS-REL-LINHA (66 : 23)
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING WS-CNF-IND FROM 1 BY 1
                   UNTIL WS-CNF-IND > 9
               MOVE SPACES TO WS-REL-LINHA
               MOVE WS-CNF-NOME (WS-CNF-IND)  TO WS-REL-LINHA (1 : 10)
               MOVE WS-CNF-DESCRICAO (WS-CNF-IND)
                                              TO WS-REL-LINHA (13 : 50)
               MOVE WS-CNF-LIDOS (WS-CNF-IND) TO WS-QTD-EDITADA
               MOVE WS-QTD-EDITADA            TO WS-REL-LINHA (64 : 7)
               MOVE WS-CNF-ACHADOS (WS-CNF-IND) TO WS-QTD-EDITADA
               MOVE WS-QTD-EDITADA            TO WS-REL-LINHA (72 : 7)
               MOVE WS-CNF-SITUACAO (WS-CNF-IND)
                                              TO WS-REL-LINHA (81 : 8)
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DE ACHADOS: "   DELIMITED BY SIZE
                  WS-TOTAL-ACHADOS       DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO WS-REL-LINHA.

      *    Linha no log de operacoes compartilhado, no mesmo formato
      *    dos demais jobs (sem sequencial proprio - a conferencia
      *    nao consome RUNSEQ.CTL).
       GRAVAR-LINHA-OPLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND OPERACOES-LOG
           IF OPLOG-NAO-ACHOU
               CLOSE OPERACOES-LOG
               OPEN OUTPUT OPERACOES-LOG
           END-IF
           MOVE SPACES TO WS-OPLOG-BUFFER
           STRING "JOB=INTEGREF SEQ=00000000"  DELIMITED BY SIZE
                  " EVENTO="                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-OPLOG) DELIMITED BY SIZE
                  " DATA="                     DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  " HORA="                     DELIMITED BY SIZE
                  WS-HORA-AGORA                DELIMITED BY SIZE
                  INTO WS-OPLOG-BUFFER
           END-STRING
           MOVE WS-OPLOG-BUFFER TO OPLOG-LINHA
           WRITE OPLOG-LINHA
           CLOSE OPERACOES-LOG.
