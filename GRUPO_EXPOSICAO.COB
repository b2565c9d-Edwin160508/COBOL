      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GRPEXPO.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Subprograma de exposicao do grupo economico, chamado       <*
      *>   pela revisao de limite (LIMREV) e pela abertura de         <*
      *>   conta (CTAABRE): le em GRUPO.DAT o grupo do CPF/CNPJ       <*
      *>   informado e devolve o codigo, os membros ativos, o         <*
      *>   limite do proprio cliente, a soma dos limites de           <*
      *>   credito do grupo e, a pedido, a soma dos limites dos       <*
      *>   titulares de contas ativas garantidas por algum membro     <*
      *>   (fora do grupo), com o teto LIMITE-GRUPO de                <*
      *>   data/PARAMRUN.CTL (centavos). Cliente fora de grupo        <*
      *>   volta sozinho, com os totais dele. Ver                     <*
      *>   copybooks/GRPAPI.CPY.                                      <*
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
      *    Grupos economicos por CPF/CNPJ do membro - mantido pelo
      *    GRPMANUT.
           SELECT GRUPO-ARQ ASSIGN TO "GRUPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CPF
               ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-GRUPO-STATUS.
      *    Cadastro mestre - limite de credito de cada membro.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - garantias dadas pelos membros.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Parametros de execucao - teto de limites do grupo.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  GRUPO-ARQ.
      *    Layout compartilhado do grupo economico - ver
      *    copybooks/GRUPOREC.CPY.
           COPY GRUPOREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CONTA-ARQ.
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-GRUPO-STATUS       PIC X(02) VALUE "00".
           88 GRUPO-OK              VALUE "00".
           88 GRUPO-NAO-ACHOU       VALUE "23" "35".
       77 WS-GRUPO-FIM          PIC X(01) VALUE "N".
           88 GRUPO-FIM             VALUE "S".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
       77 WS-CONTA-FIM          PIC X(01) VALUE "N".
           88 CONTA-FIM             VALUE "S".
       77 WS-PARAMRUN-STATUS    PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU    VALUE "35".
       77 WS-PARAMRUN-FIM       PIC X(01) VALUE "N".
           88 PARAMRUN-FIM          VALUE "S".
       77 WS-PRM-NOME           PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR          PIC X(20) VALUE SPACES.

      *    Teto da soma dos limites de credito de um grupo; o valor
      *    em PARAMRUN.CTL (LIMITE-GRUPO) vem em centavos.
       77 WS-LIMITE-GRUPO       PIC 9(11)V99 VALUE 150000.

      *    Membros ativos do grupo, o cliente consultado incluido.
       01  WS-TABELA-MEMBROS.
           05 WS-MEM-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-MEM-CPF            PIC X(14) OCCURS 200 TIMES.
       77 WS-MEM-IND            PIC 9(03) VALUE ZEROS.
       77 WS-CPF-GARANTIDOR     PIC X(14) VALUE SPACES.
       77 WS-GARANTIDOR-MEMBRO  PIC X(01) VALUE "N".
       77 WS-TITULAR-MEMBRO     PIC X(01) VALUE "N".

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Entrada (CPF/CNPJ) e saida (totais do grupo) - ver
      *    copybooks/GRPAPI.CPY.
           COPY GRPAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING GRUPO-CONSULTA-ENTRADA GRUPO-CONSULTA-RESULTADO.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "GRPEXPO" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-CONTA TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO GRUPO-CONSULTA-RESULTADO
           MOVE ZEROS  TO GRX-CODIGO GRX-QTD-MEMBROS
               GRX-LIMITE-CLIENTE GRX-SOMA-LIMITES GRX-SOMA-GARANTIDA
           MOVE ZEROS  TO WS-MEM-QTD
           PERFORM LER-PARAMETRO-GRUPO
           MOVE WS-LIMITE-GRUPO TO GRX-TETO-GRUPO

           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               CLOSE CADCLI-MESTRE
               SET GRX-INDISPONIVEL TO TRUE
               GOBACK
           END-IF

           PERFORM LOCALIZAR-GRUPO-DO-CLIENTE
           PERFORM VARYING WS-MEM-IND FROM 1 BY 1
                   UNTIL WS-MEM-IND > WS-MEM-QTD
               MOVE WS-MEM-CPF (WS-MEM-IND) TO CADCLI-CPF
               READ CADCLI-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CADCLI-LIMITE-CRED TO GRX-SOMA-LIMITES
                       IF CADCLI-CPF = GRX-CPF
                           MOVE CADCLI-LIMITE-CRED
                               TO GRX-LIMITE-CLIENTE
                       END-IF
               END-READ
               IF WS-MEM-IND NOT > 30
                   MOVE WS-MEM-CPF (WS-MEM-IND)
                       TO GRX-MEMBRO-CPF (WS-MEM-IND)
               END-IF
           END-PERFORM
           MOVE WS-MEM-QTD TO GRX-QTD-MEMBROS

           IF GRX-APURAR-GARANTIAS = "S"
               PERFORM SOMAR-GARANTIAS-DO-GRUPO
           END-IF
           CLOSE CADCLI-MESTRE
           GOBACK.

      *    O cliente em grupo traz todos os membros ativos pela chave
      *    alternada; fora de grupo, ou com o cadastro de grupos
      *    ainda vazio, ele e o unico membro.
       LOCALIZAR-GRUPO-DO-CLIENTE.
           SET GRX-SEM-GRUPO TO TRUE
           MOVE 1 TO WS-MEM-QTD
           MOVE GRX-CPF TO WS-MEM-CPF (1)
           OPEN INPUT GRUPO-ARQ
           IF NOT GRUPO-OK
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE GRX-CPF TO GRP-CPF
           READ GRUPO-ARQ
               INVALID KEY
                   MOVE "E" TO GRP-SITUACAO
           END-READ
           IF NOT GRP-ATIVO
               CLOSE GRUPO-ARQ
               EXIT PARAGRAPH
           END-IF
           SET GRX-COM-GRUPO TO TRUE
           MOVE GRP-CODIGO TO GRX-CODIGO
           MOVE ZEROS TO WS-MEM-QTD
           MOVE "N" TO WS-GRUPO-FIM
           START GRUPO-ARQ KEY IS NOT LESS THAN GRP-CODIGO
               INVALID KEY
                   SET GRUPO-FIM TO TRUE
           END-START
           PERFORM UNTIL GRUPO-FIM
               READ GRUPO-ARQ NEXT RECORD
                   AT END
                       SET GRUPO-FIM TO TRUE
                   NOT AT END
                       IF GRP-CODIGO NOT = GRX-CODIGO
                           SET GRUPO-FIM TO TRUE
                       ELSE
                           IF GRP-ATIVO AND WS-MEM-QTD < 200
                               ADD 1 TO WS-MEM-QTD
                               MOVE GRP-CPF TO WS-MEM-CPF (WS-MEM-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPO-ARQ.

      *    Exposicao garantida pelo grupo: limites dos titulares das
      *    contas ATIVAS cujo garantidor e um membro - o titular que
      *    tambem e membro ja esta na soma dos limites e nao conta de
      *    novo. Mesma regra de APURAR-EXPOSICAO-GARANTIDOR do
      *    CTAABRE, estendida ao grupo.
       SOMAR-GARANTIAS-DO-GRUPO.
           MOVE "N" TO WS-CONTA-FIM
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
                       IF CONTA-ATIVA
                           AND CONTA-CPF-GARANTIDOR NOT = SPACES
                           PERFORM CONFERIR-GARANTIA-DA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTA-ARQ.

       CONFERIR-GARANTIA-DA-CONTA.
           MOVE CONTA-CPF-GARANTIDOR TO WS-CPF-GARANTIDOR
           MOVE "N" TO WS-GARANTIDOR-MEMBRO
           MOVE "N" TO WS-TITULAR-MEMBRO
           PERFORM VARYING WS-MEM-IND FROM 1 BY 1
                   UNTIL WS-MEM-IND > WS-MEM-QTD
               IF WS-MEM-CPF (WS-MEM-IND) = WS-CPF-GARANTIDOR
                   MOVE "S" TO WS-GARANTIDOR-MEMBRO
               END-IF
               IF WS-MEM-CPF (WS-MEM-IND) = CONTA-CPF
                   MOVE "S" TO WS-TITULAR-MEMBRO
               END-IF
           END-PERFORM
           IF WS-GARANTIDOR-MEMBRO NOT = "S"
               OR WS-TITULAR-MEMBRO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-CPF TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CADCLI-LIMITE-CRED TO GRX-SOMA-GARANTIDA
           END-READ.

      *    Parametro LIMITE-GRUPO (centavos) de PARAMRUN.CTL.
       LER-PARAMETRO-GRUPO.
           MOVE "N" TO WS-PARAMRUN-FIM
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
               IF WS-PRM-NOME = "LIMITE-GRUPO"
                   IF FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                       COMPUTE WS-LIMITE-GRUPO EQUAL
                           FUNCTION NUMVAL(WS-PRM-VALOR) / 100
                       END-COMPUTE
                   END-IF
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.
