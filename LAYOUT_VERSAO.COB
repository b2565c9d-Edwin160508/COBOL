      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. LAYCHECK.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Conferencia da versao de layout dos mestres: subprograma   <*
      *>   chamado no inicio de todo programa que abre CADCLI.DAT,    <*
      *>   CONTA.DAT, LEDGER.CPF.DAT ou data/FATURAS.DAT. Para cada   <*
      *>   mestre marcado pelo chamador, a versao com que ele foi     <*
      *>   compilado (copybooks/LAYAPI.CPY) tem que ser a registrada  <*
      *>   para o arquivo em LAYOUT.CTL (copybooks/LAYOUTREC.CPY).    <*
      *>   Versao diferente (D) ou mestre sem registro/LAYOUT.CTL     <*
      *>   ausente (S) recusa o programa, com o motivo no console; o  <*
      *>   chamador termina com RETURN-CODE 12 antes de abrir         <*
      *>   qualquer arquivo. LAYOUT.CTL e lido uma vez por execucao - <*
      *>   o subprograma chamado a cada registro nao rele o arquivo.  <*
      *>   Registro inicial e conversao dos mestres: LAYCONV.         <*
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
           SELECT LAYOUT-CONTROLE ASSIGN TO "LAYOUT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYCTL-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  LAYOUT-CONTROLE.
      *    Linha do controle de layout - ver copybooks/LAYOUTREC.CPY.
           COPY LAYOUTREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-LAYCTL-STATUS      PIC X(02) VALUE "00".
           88 LAYCTL-OK             VALUE "00".
       77 WS-LAYCTL-FIM         PIC X(01) VALUE "N".
           88 LAYCTL-FIM            VALUE "S".
      *    LAYOUT.CTL ja carregado nesta execucao.
       77 WS-CONTROLE-LIDO      PIC X(01) VALUE "N".
           88 CONTROLE-LIDO         VALUE "S".

      *    Versoes registradas em LAYOUT.CTL.
       01  WS-TABELA-LAYOUT.
           05 WS-LAY-QTD            PIC 9(02) VALUE ZEROS.
           05 WS-LAY-ITEM OCCURS 20 TIMES.
              10 WS-LAY-MESTRE      PIC X(08).
              10 WS-LAY-VERSAO      PIC 9(03).
       77 WS-LAY-IND            PIC 9(02) VALUE ZEROS.
       77 WS-LAY-ACHADO         PIC 9(02) VALUE ZEROS.

      *    Mestre da vez e a versao com que o chamador foi compilado.
       77 WS-MESTRE             PIC X(08) VALUE SPACES.
       77 WS-VERSAO-PROGRAMA    PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Programa, mestres e versoes (entrada) e resultado - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING LAYOUT-ENTRADA LAYOUT-RESULTADO.
      *================================================================*
           IF NOT CONTROLE-LIDO
               PERFORM CARREGAR-CONTROLE-LAYOUT
           END-IF
           SET LYX-CONFERE TO TRUE
           MOVE SPACES TO LYX-MESTRE-RECUSADO
           MOVE ZEROS  TO LYX-VERSAO-ARQUIVO
           IF LYX-CONFERE-CADCLI
               MOVE "CADCLI"          TO WS-MESTRE
               MOVE LYX-VERSAO-CADCLI TO WS-VERSAO-PROGRAMA
               PERFORM CONFERIR-VERSAO-MESTRE
           END-IF
           IF LYX-CONFERE-CONTA
               MOVE "CONTA"           TO WS-MESTRE
               MOVE LYX-VERSAO-CONTA  TO WS-VERSAO-PROGRAMA
               PERFORM CONFERIR-VERSAO-MESTRE
           END-IF
           IF LYX-CONFERE-LEDGER
               MOVE "LEDGER"          TO WS-MESTRE
               MOVE LYX-VERSAO-LEDGER TO WS-VERSAO-PROGRAMA
               PERFORM CONFERIR-VERSAO-MESTRE
           END-IF
           IF LYX-CONFERE-FATURAS
               MOVE "FATURAS"          TO WS-MESTRE
               MOVE LYX-VERSAO-FATURAS TO WS-VERSAO-PROGRAMA
               PERFORM CONFERIR-VERSAO-MESTRE
           END-IF
           GOBACK.

      *    LAYOUT.CTL ausente deixa a tabela vazia: todo mestre fica
      *    sem controle e o programa e recusado ate o registro
      *    inicial (LAYCONV R).
       CARREGAR-CONTROLE-LAYOUT.
           SET CONTROLE-LIDO TO TRUE
           MOVE ZEROS TO WS-LAY-QTD
           MOVE "N" TO WS-LAYCTL-FIM
           OPEN INPUT LAYOUT-CONTROLE
           IF NOT LAYCTL-OK
               EXIT PARAGRAPH
           END-IF
           READ LAYOUT-CONTROLE
               AT END SET LAYCTL-FIM TO TRUE
           END-READ
           PERFORM UNTIL LAYCTL-FIM
               IF WS-LAY-QTD < 20 AND LAY-VERSAO IS NUMERIC
                   ADD 1 TO WS-LAY-QTD
                   MOVE LAY-MESTRE TO WS-LAY-MESTRE (WS-LAY-QTD)
                   MOVE LAY-VERSAO TO WS-LAY-VERSAO (WS-LAY-QTD)
               END-IF
               READ LAYOUT-CONTROLE
                   AT END SET LAYCTL-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-CONTROLE.

      *    Um mestre recusado basta para recusar o programa; cada
      *    divergencia sai no console.
       CONFERIR-VERSAO-MESTRE.
           MOVE ZEROS TO WS-LAY-ACHADO
           PERFORM VARYING WS-LAY-IND FROM 1 BY 1
                   UNTIL WS-LAY-IND > WS-LAY-QTD
                      OR WS-LAY-ACHADO > ZEROS
               IF WS-LAY-MESTRE (WS-LAY-IND) = WS-MESTRE
                   MOVE WS-LAY-IND TO WS-LAY-ACHADO
               END-IF
           END-PERFORM
           IF WS-LAY-ACHADO = ZEROS
               SET LYX-SEM-CONTROLE TO TRUE
               MOVE WS-MESTRE TO LYX-MESTRE-RECUSADO
               MOVE ZEROS     TO LYX-VERSAO-ARQUIVO
               DISPLAY LYX-PROGRAMA " RECUSADO - " WS-MESTRE
                   " SEM VERSAO DE LAYOUT EM LAYOUT.CTL (REGISTRAR "
                   "COM O LAYCONV)"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-VERSAO (WS-LAY-ACHADO) NOT = WS-VERSAO-PROGRAMA
               SET LYX-DIVERGE TO TRUE
               MOVE WS-MESTRE TO LYX-MESTRE-RECUSADO
               MOVE WS-LAY-VERSAO (WS-LAY-ACHADO) TO LYX-VERSAO-ARQUIVO
               DISPLAY LYX-PROGRAMA " RECUSADO - " WS-MESTRE
                   " GRAVADO NA VERSAO DE LAYOUT "
                   WS-LAY-VERSAO (WS-LAY-ACHADO)
                   ", PROGRAMA COMPILADO NA VERSAO " WS-VERSAO-PROGRAMA
           END-IF.
