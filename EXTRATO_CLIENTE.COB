      *>   destino no cabecalho do bloco); os demais seguem no spool  <*
      *>   EXTCLI.REL. O manifesto EXTCLI.MANIFESTO lista, por canal, <*
      *>   o que a expedicao e o job de e-mail devem cada um.         <*
      *>   Conta conjunta (ver copybooks/CONTAREC.CPY): o             <*
      *>   demonstrativo de cada co-titular lista tambem as contas    <*
      *>   conjuntas em que ele figura, com o saldo lido na chave do  <*
      *>   titular da conta.                                          <*
      *>   Titular menor de idade (CADCLI-MENOR): o bloco sai com     <*
      *>   A/C do responsavel legal, no endereco dele e pelo canal    <*
      *>   preferido dele.                                            <*
      *>   Creditos de salario do mes (FOLHA.CRED, gravado pela folha <*
      *>   de pagamento) saem num quadro proprio depois das           <*
      *>   transacoes, separados dos demais creditos.                 <*
      *>   Endereco devolvido pelo correio (CADCLI-END-DEVOLVIDO,     <*
      *>   marcado pelo DEVCORR): o bloco impresso nao e gerado - o   <*
      *>   cliente sai em SEMEND.REL (destino SUPRIMIDA) e no         <*
      *>   manifesto como SEM-END; quem recebe por e-mail segue       <*
      *>   recebendo.                                                 <*
      *>   As transacoes vem do extrato CLIEXTR.TRN gravado pela      <*
      *>   distribuicao (TRNDIST) - as mesmas do LACO.TRN.ORD, na     <*
      *>   mesma ordem (ver copybooks/TRNDISREC.CPY).                 <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Transacoes processadas, ja ordenadas por CPF - extrato
      *    da distribuicao (TRNDIST).
           SELECT TRANS-ORDENADAS ASSIGN TO "CLIEXTR.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.
      *    Ledger de saldos por cliente/conta.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.
      *    Cadastro de contas - contas conjuntas em que o cliente e
      *    co-titular.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Demonstrativo formatado de saida (spool de impressao).
           SELECT EXTRATO-RELATORIO ASSIGN TO "EXTCLI.REL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CONSENT-ARQ ASSIGN TO "CONSENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
      *    Creditos de salario da folha de pagamento - ver
      *    copybooks/FOLHAREC.CPY.
           SELECT FOLHA-CREDITOS ASSIGN TO "FOLHA.CRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITOS-STATUS.
      *    Relatorio comum das passadas de correspondencia: clientes
      *    sem endereco valido (correio devolvido).
           SELECT SEM-ENDERECO ASSIGN TO "SEMEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEMEND-STATUS.

      *================================================================*
       DATA                                          DIVISION.
           COPY CADCLIREC.

       FD  TRANS-ORDENADAS.
      *    Layout compartilhado do extrato pre-cruzado - ver
      *    copybooks/TRNDISREC.CPY.
           COPY TRNDISREC.

       FD  LEDGER-MESTRE.
      *    Layout compartilhado do registro do ledger - ver
      *    copybooks/LEDGERREC.CPY.
           COPY LEDGERREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  EXTRATO-RELATORIO.
       01  REL-LINHA                  PIC X(100) VALUE SPACES.

      *    Layout compartilhado do consentimento - ver
      *    copybooks/CONSENTREC.CPY.
           COPY CONSENTREC.

       FD  FOLHA-CREDITOS.
      *    Layout compartilhado do credito de salario - ver
      *    copybooks/FOLHAREC.CPY.
           COPY FOLHAREC.

       FD  SEM-ENDERECO.
       01  SEMEND-LINHA               PIC X(150) VALUE SPACES.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-CADCLI-STATUS   PIC X(02) VALUE "00".
           88 CADCLI-NAO-ACHOU  VALUE "23" "35".
       77 WS-CADCLI-FIM      PIC X(01) VALUE "N".
           88 CADCLI-FIM        VALUE "S".
      *    Titular menor: o bloco vai para o responsavel legal - nome
      *    e endereco dele, e o canal pelos contatos dele.
       77 WS-CPF-DESTINO     PIC X(14) VALUE SPACES.
       77 WS-NOME-RESPONSAVEL PIC X(50) VALUE SPACES.
       77 WS-ENDERECO-RESPONSAVEL PIC X(96) VALUE SPACES.
       77 WS-REGISTRO-TITULAR PIC X(300) VALUE SPACES.
       77 WS-DEVOLVIDO-RESPONSAVEL PIC X(01) VALUE SPACES.
       77 WS-DT-DEVOL-RESPONSAVEL PIC 9(08) VALUE ZEROS.
       77 WS-TRANSACOES-STATUS PIC X(02) VALUE "00".
           88 TRANSACOES-NAO-ACHOU VALUE "35".
       77 WS-TRANSACOES-FIM  PIC X(01) VALUE "N".
       77 WS-EMAIL-DESTINO   PIC X(50) VALUE SPACES.
       77 WS-CLIENTES-IMPRESSOS PIC 9(05) VALUE ZEROS.
       77 WS-CLIENTES-EMAIL  PIC 9(05) VALUE ZEROS.
      *    Blocos impressos nao gerados por endereco devolvido.
       77 WS-SEMEND-STATUS   PIC X(02) VALUE "00".
           88 SEMEND-NAO-ACHOU  VALUE "35".
       77 WS-CLIENTES-SEM-ENDERECO PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SEMEND     PIC X(50) VALUE SPACES.
       77 WS-SEMEND-LINHA    PIC X(150) VALUE SPACES.

      *    Opcoes de consentimento carregadas (CPF + canal com
      *    opt-out) - sem registro, o contato vale como permitido.
       77 WS-CST-IND         PIC 9(04) VALUE ZEROS.
       77 WS-OPTOU-SAIR      PIC X(01) VALUE "N".

       77 WS-CPF-PEDIDO      PIC X(14) VALUE SPACES.
           88 EXTRATO-DE-TODOS  VALUE "00000000000".

      *    Transacoes carregadas em memoria uma unica vez, para nao
       77 WS-TRN-IND         PIC 9(04) VALUE ZEROS.
       77 WS-TRN-ESTOUROU    PIC X(01) VALUE "N".

      *    Creditos de salario do mes corrente, carregados uma vez.
       77 WS-CREDITOS-STATUS PIC X(02) VALUE "00".
           88 CREDITOS-NAO-ACHOU VALUE "35".
       77 WS-CREDITOS-FIM    PIC X(01) VALUE "N".
           88 CREDITOS-FIM      VALUE "S".
       01  WS-TABELA-SALARIOS.
           05 WS-SAL-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-SAL-ITEM OCCURS 2000 TIMES.
              10 WS-SAL-CPF         PIC X(14).
              10 WS-SAL-CONTA       PIC 9(06).
              10 WS-SAL-DATA        PIC 9(08).
              10 WS-SAL-VALOR       PIC 9(11)V99.
       77 WS-SAL-IND         PIC 9(04) VALUE ZEROS.
       77 WS-SAL-ESTOUROU    PIC X(01) VALUE "N".
       77 WS-QTD-SAL-CLI     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SAL-CLI     PIC 9(11)V99 VALUE ZEROS.

      *    Contas conjuntas (com co-titular) carregadas uma vez: o
      *    saldo fica no ledger na chave do titular, e a conta sai
      *    tambem no demonstrativo de cada co-titular.
       77 WS-CONTA-STATUS    PIC X(02) VALUE "00".
           88 CONTA-OK          VALUE "00".
       77 WS-CONTA-FIM       PIC X(01) VALUE "N".
           88 CONTA-FIM         VALUE "S".
       01  WS-TABELA-CONJUNTAS.
           05 WS-CJT-QTD            PIC 9(04) VALUE ZEROS.
           05 WS-CJT-ITEM OCCURS 2000 TIMES.
              10 WS-CJT-CONTA       PIC 9(06).
              10 WS-CJT-TITULAR     PIC X(14).
              10 WS-CJT-COTITULAR   PIC X(11) OCCURS 3 TIMES.
       77 WS-CJT-IND         PIC 9(04) VALUE ZEROS.
       77 WS-COTIT-IND       PIC 9(01) VALUE ZEROS.
       77 WS-E-COTITULAR     PIC X(01) VALUE "N".

      *    Totais do cliente corrente.
       77 WS-QTD-TRANS-CLI   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-TRANS-CLI   PIC 9(11)V99 VALUE ZEROS.
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
           MOVE "CLIEXTR" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           SET LYX-CONFERE-LEDGER TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "CPF DO CLIENTE (00000000000 PARA TODOS): "
           ACCEPT WS-CPF-PEDIDO

           PERFORM CARREGAR-TRANSACOES-MEMORIA
           PERFORM CARREGAR-SALARIOS-DO-MES
           PERFORM CARREGAR-CONTAS-CONJUNTAS
           PERFORM CARREGAR-CONSENTIMENTOS

           OPEN OUTPUT EXTRATO-RELATORIO
           OPEN OUTPUT EXTRATO-EMAIL
           OPEN OUTPUT EXTRATO-MANIFESTO
           OPEN EXTEND SEM-ENDERECO
           IF SEMEND-NAO-ACHOU
               CLOSE SEM-ENDERECO
               OPEN OUTPUT SEM-ENDERECO
           END-IF
           MOVE "N" TO WS-CONTATO-DISPONIVEL
           OPEN INPUT CONTATO-ARQ
           IF CONTATO-OK
           IF WS-CONTATO-DISPONIVEL = "S"
               CLOSE CONTATO-ARQ
           END-IF
           CLOSE SEM-ENDERECO
           CLOSE EXTRATO-MANIFESTO
           CLOSE EXTRATO-EMAIL
           CLOSE EXTRATO-RELATORIO
           DISPLAY "DEMONSTRATIVO GRAVADO EM EXTCLI.REL ("
               WS-CLIENTES-IMPRESSOS " IMPRESSOS, "
               WS-CLIENTES-EMAIL " POR E-MAIL, "
               WS-CLIENTES-SEM-ENDERECO " SEM ENDERECO VALIDO)"
           GOBACK.

       CARREGAR-TRANSACOES-MEMORIA.
           OPEN INPUT TRANS-ORDENADAS
           IF TRANSACOES-NAO-ACHOU
               DISPLAY "CLIEXTR.TRN AUSENTE - DEMONSTRATIVO SAI SEM "
                   "MOVIMENTO"
           ELSE
               READ TRANS-ORDENADAS
               CLOSE TRANS-ORDENADAS
           END-IF.

      *    Creditos de salario com data no mes corrente (mesmo
      *    AAAAMM de hoje).
       CARREGAR-SALARIOS-DO-MES.
           OPEN INPUT FOLHA-CREDITOS
           IF CREDITOS-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ FOLHA-CREDITOS
               AT END SET CREDITOS-FIM TO TRUE
           END-READ
           PERFORM UNTIL CREDITOS-FIM
               IF FCR-DATA (1 : 6) = WS-DATA-HOJE (1 : 6)
                   IF WS-SAL-QTD < 2000
                       ADD 1 TO WS-SAL-QTD
                       MOVE FCR-CPF   TO WS-SAL-CPF (WS-SAL-QTD)
                       MOVE FCR-CONTA TO WS-SAL-CONTA (WS-SAL-QTD)
                       MOVE FCR-DATA  TO WS-SAL-DATA (WS-SAL-QTD)
                       MOVE FCR-VALOR TO WS-SAL-VALOR (WS-SAL-QTD)
                   ELSE
                       IF WS-SAL-ESTOUROU = "N"
                           MOVE "S" TO WS-SAL-ESTOUROU
                           DISPLAY "ATENCAO - MAIS DE 2000 CREDITOS "
                               "DE SALARIO NO MES: DEMONSTRATIVOS "
                               "SAIRAO SEM O EXCEDENTE"
                       END-IF
                   END-IF
               END-IF
               READ FOLHA-CREDITOS
                   AT END SET CREDITOS-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE FOLHA-CREDITOS.

      *    Contas ativas com co-titular, de CONTA.DAT; sem o
      *    cadastro de contas o demonstrativo sai so com as contas
      *    da chave do proprio cliente.
       CARREGAR-CONTAS-CONJUNTAS.
           OPEN INPUT CONTA-ARQ
           IF NOT CONTA-OK
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
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
                       IF NOT CONTA-SEM-COTITULAR
                           AND NOT CONTA-ENCERRADA
                           AND WS-CJT-QTD < 2000
                           ADD 1 TO WS-CJT-QTD
                           MOVE CONTA-NUMERO
                               TO WS-CJT-CONTA (WS-CJT-QTD)
                           MOVE CONTA-CPF
                               TO WS-CJT-TITULAR (WS-CJT-QTD)
                           PERFORM VARYING WS-COTIT-IND FROM 1 BY 1
                               UNTIL WS-COTIT-IND > 3
                               MOVE CONTA-COTITULAR-CPF (WS-COTIT-IND)
                                   TO WS-CJT-COTITULAR
                                       (WS-CJT-QTD WS-COTIT-IND)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

       EMITIR-CLIENTE-PEDIDO.
           MOVE WS-CPF-PEDIDO TO CADCLI-CPF
           READ CADCLI-MESTRE
      *    endereco estruturado, movimento e saldo resultante.
       EMITIR-BLOCO-CLIENTE.
           ADD 1 TO WS-CLIENTES-EMITIDOS
           PERFORM ENDERECAR-RESPONSAVEL-LEGAL
           PERFORM DECIDIR-CANAL-ENTREGA
      *    Impresso para endereco devolvido nao vai ao correio.
           IF WS-CANAL-CLIENTE = "I" AND CADCLI-ENDERECO-INVALIDO
               PERFORM GRAVAR-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF
           PERFORM MASCARAR-IDENTIFICACAO
           IF WS-CANAL-CLIENTE = "E"
      *    Cabecalho do bloco eletronico com o destino - e o que o
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EXTRATO
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE SPACES TO WS-REL-LINHA
               STRING "A/C RESPONSAVEL LEGAL: " DELIMITED BY SIZE
                   WS-NOME-RESPONSAVEL DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-EXTRATO
           END-IF

           MOVE SPACES TO WS-REL-LINHA
           STRING "CPF: " DELIMITED BY SIZE
      *    contato PREFERIDO em CONTATO.DAT e do tipo E; qualquer
      *    outra situacao (sem contato, preferido telefone, arquivo
      *    indisponivel) segue no spool de impressao.
      *    Titular menor com responsavel no mestre: guarda nome e
      *    endereco do responsavel e poe o endereco dele no registro
      *    em memoria (a leitura e so de consulta). O titular e relido
      *    pela chave para a leitura sequencial seguir de onde estava.
       ENDERECAR-RESPONSAVEL-LEGAL.
           MOVE CADCLI-CPF TO WS-CPF-DESTINO
           MOVE SPACES TO WS-NOME-RESPONSAVEL
           IF NOT CADCLI-E-MENOR OR CADCLI-CPF-RESPONSAVEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CADCLI-REC TO WS-REGISTRO-TITULAR
           MOVE CADCLI-CPF-RESPONSAVEL TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CADCLI-CPF      TO WS-CPF-DESTINO
                   MOVE CADCLI-NOME     TO WS-NOME-RESPONSAVEL
                   MOVE CADCLI-ENDERECO TO WS-ENDERECO-RESPONSAVEL
                   MOVE CADCLI-END-DEVOLVIDO TO WS-DEVOLVIDO-RESPONSAVEL
                   MOVE CADCLI-DATA-DEVOLUCAO TO WS-DT-DEVOL-RESPONSAVEL
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-REGISTRO-TITULAR TO CADCLI-REC
      *    A marca de endereco devolvido que vale e a do endereco
      *    usado.
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-ENDERECO-RESPONSAVEL TO CADCLI-ENDERECO
               MOVE WS-DEVOLVIDO-RESPONSAVEL TO CADCLI-END-DEVOLVIDO
               MOVE WS-DT-DEVOL-RESPONSAVEL TO CADCLI-DATA-DEVOLUCAO
           END-IF.

       DECIDIR-CANAL-ENTREGA.
           MOVE "I" TO WS-CANAL-CLIENTE
           MOVE SPACES TO WS-EMAIL-DESTINO
           MOVE "N" TO WS-OPTOU-SAIR
           PERFORM VARYING WS-CST-IND FROM 1 BY 1
                   UNTIL WS-CST-IND > WS-CST-QTD
               IF WS-CST-CPF (WS-CST-IND) = WS-CPF-DESTINO
                   AND WS-CST-CANAL (WS-CST-IND) = "E"
                   MOVE "S" TO WS-OPTOU-SAIR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTATO-FIM
           MOVE WS-CPF-DESTINO TO CTT-CPF
           MOVE ZEROS TO CTT-SEQ
           START CONTATO-ARQ KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   AT END
                       SET CONTATO-FIM TO TRUE
                   NOT AT END
                       IF CTT-CPF = WS-CPF-DESTINO
                           IF CTT-E-PREFERIDO AND CTT-EMAIL
                               MOVE "E" TO WS-CANAL-CLIENTE
                               MOVE CTT-VALOR TO WS-EMAIL-DESTINO
           MOVE WS-REL-LINHA TO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA.

      *    Cliente sem endereco valido: linha SEM-END no manifesto e
      *    no relatorio comum SEMEND.REL, com o CPF e o nome de quem
      *    receberia (o responsavel legal, para o titular menor).
       GRAVAR-SEM-ENDERECO.
           ADD 1 TO WS-CLIENTES-SEM-ENDERECO
           MOVE CADCLI-NOME TO WS-NOME-SEMEND
           IF WS-NOME-RESPONSAVEL NOT = SPACES
               MOVE WS-NOME-RESPONSAVEL TO WS-NOME-SEMEND
           END-IF
           MOVE WS-CPF-DESTINO TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           MOVE SPACES TO WS-REL-LINHA
           STRING "SEM-END  CPF " DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA
           MOVE SPACES TO WS-SEMEND-LINHA
           STRING "DATA=" DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " PROGRAMA=CLIEXTR  DOC=E CPF=" DELIMITED BY SIZE
               WS-CPF-MASCARADO DELIMITED BY SIZE
               " DEVOLVIDO=" DELIMITED BY SIZE
               CADCLI-DATA-DEVOLUCAO DELIMITED BY SIZE
               " DESTINO=SUPRIMIDA  NOME=" DELIMITED BY SIZE
               WS-NOME-SEMEND (1 : 40) DELIMITED BY SIZE
               INTO WS-SEMEND-LINHA
           END-STRING
           MOVE WS-SEMEND-LINHA TO SEMEND-LINHA
           WRITE SEMEND-LINHA.

       GRAVAR-RESUMO-MANIFESTO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "RESUMO: IMPRESSOS=" DELIMITED BY SIZE
               WS-CLIENTES-IMPRESSOS DELIMITED BY SIZE
               " EMAIL=" DELIMITED BY SIZE
               WS-CLIENTES-EMAIL DELIMITED BY SIZE
               " SEM-ENDERECO=" DELIMITED BY SIZE
               WS-CLIENTES-SEM-ENDERECO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO MANIFESTO-LINHA
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EXTRATO
           PERFORM LISTAR-SALARIOS-CLIENTE.

      *    Quadro de salario: so aparece para quem recebeu credito da
      *    folha no mes.
       LISTAR-SALARIOS-CLIENTE.
           MOVE ZEROS TO WS-QTD-SAL-CLI WS-TOT-SAL-CLI
           PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                   UNTIL WS-SAL-IND > WS-SAL-QTD
               IF WS-SAL-CPF (WS-SAL-IND) = CADCLI-CPF
                   ADD 1 TO WS-QTD-SAL-CLI
                   ADD WS-SAL-VALOR (WS-SAL-IND) TO WS-TOT-SAL-CLI
                   MOVE WS-SAL-VALOR (WS-SAL-IND) TO WS-VALOR-EDITADO
                   MOVE SPACES TO WS-REL-LINHA
                   STRING "  CREDITO DE SALARIO " DELIMITED BY SIZE
                       WS-SAL-DATA (WS-SAL-IND) DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       WS-SAL-CONTA (WS-SAL-IND) DELIMITED BY SIZE
                       "  VALOR: " DELIMITED BY SIZE
                       WS-VALOR-EDITADO DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-EXTRATO
               END-IF
           END-PERFORM
           IF WS-QTD-SAL-CLI = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOT-SAL-CLI TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "  SALARIO NO MES: QTD=" DELIMITED BY SIZE
               WS-QTD-SAL-CLI DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EXTRATO.

      *    Lista o saldo de TODAS as contas do cliente no ledger - um
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-CJT-IND FROM 1 BY 1
                   UNTIL WS-CJT-IND > WS-CJT-QTD
                   PERFORM IMPRIMIR-SALDO-COTITULAR
               END-PERFORM
               CLOSE LEDGER-MESTRE
           END-IF

               PERFORM GRAVAR-LINHA-EXTRATO
           END-IF.

      *    Conta conjunta em que o cliente e co-titular: o saldo
      *    vem da chave do titular da conta.
       IMPRIMIR-SALDO-COTITULAR.
           MOVE "N" TO WS-E-COTITULAR
           PERFORM VARYING WS-COTIT-IND FROM 1 BY 1
               UNTIL WS-COTIT-IND > 3
               IF WS-CJT-COTITULAR (WS-CJT-IND WS-COTIT-IND)
                   = CADCLI-CPF
                   MOVE "S" TO WS-E-COTITULAR
               END-IF
           END-PERFORM
           IF WS-E-COTITULAR = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CJT-TITULAR (WS-CJT-IND) TO LEDGER-CPF
           MOVE WS-CJT-CONTA (WS-CJT-IND)   TO LEDGER-CONTA
           READ LEDGER-MESTRE
               INVALID KEY
                   MOVE ZEROS TO LEDGER-SALDO
           END-READ
           MOVE "S" TO WS-TEM-SALDO
           MOVE LEDGER-SALDO TO WS-SALDO-EDITADO
           MOVE SPACES TO WS-REL-LINHA
           STRING "  SALDO CONTA " DELIMITED BY SIZE
               WS-CJT-CONTA (WS-CJT-IND) DELIMITED BY SIZE
               " (CO-TITULAR): " DELIMITED BY SIZE
               WS-SALDO-EDITADO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-EXTRATO.

      *    Escreve o cabecalho de pagina e reinicia a contagem de
      *    linhas - usado na primeira pagina e sempre que uma enche.
       IMPRIMIR-CABECALHO-EXTRATO.
