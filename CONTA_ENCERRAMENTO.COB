      *>   o programa SO encerra depois das conferencias de           <*
      *>   liquidacao - recusa enquanto o titular tiver fatura em     <*
      *>   aberto em data/FATURAS.DAT ou a conta tiver saldo no       <*
      *>   ledger de um real ou mais, ou valor bloqueado por ordem    <*
      *>   judicial (so o BLOQJUD libera). Residuo de centavos (menos <*
      *>   de um real, para qualquer lado) e liquidado por postagem   <*
      *>   journalada (imagem antes/depois em LEDGER.JRN com o        <*
      *>   sequencial de RUNSEQ.CTL) antes do encerramento. A conta   <*
      *>   vira situacao E, o encerramento e registrado em            <*
      *>   CADCLI.CHGLOG com o operador da sessao, e o extrato final  <*
      *>   da conta sai em ENCERRA.REL.                               <*
      *>   Conta de deposito a prazo (tipo T, CDB) nao e encerrada    <*
      *>   aqui - ela encerra no resgate, pelo CDBACRU no vencimento  <*
      *>   ou pelo CDBRESG antecipado.                                <*
      *>   Conta conjunta (com co-titulares): nao encerra com obito   <*
      *>   registrado de qualquer titular - espera o espolio          <*
      *>   (ESPOLIO.REL); na movimentacao conjunta (e) o operador     <*
      *>   confirma que o pedido veio assinado por todos os titulares.<*
      *>   As chaves Pix que apontam para a conta encerrada saem do   <*
      *>   diretorio PIXCHAVE.DAT.                                    <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.
      *    Cadastro mestre de clientes - obito de titular de conta
      *    conjunta.
           SELECT CADCLI-MESTRE ASSIGN TO "CADCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Faturas da cobranca - titular com fatura em aberto nao
      *    encerra conta.
           SELECT FATURAS-ARQUIVO ASSIGN TO "data/FATURAS.DAT"
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Diretorio de chaves Pix - as chaves da conta encerrada saem.
           SELECT PIXCHAVE-ARQ ASSIGN TO "PIXCHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               ALTERNATE RECORD KEY IS PIX-CPF WITH DUPLICATES
               FILE STATUS IS WS-PIXCHAVE-STATUS.
      *    Extrato final da conta encerrada.
           SELECT ENCERRA-RELATORIO ASSIGN TO "ENCERRA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
      *    Layout compartilhado da conta - ver copybooks/CONTAREC.CPY.
           COPY CONTAREC.

       FD  CADCLI-MESTRE.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  FATURAS-ARQUIVO.
      *    Layout compartilhado da fatura - ver copybooks/FATURA.CPY.
           COPY FATURA.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  PIXCHAVE-ARQ.
      *    Layout compartilhado da chave Pix - ver
      *    copybooks/PIXREC.CPY.
           COPY PIXREC.

       FD  ENCERRA-RELATORIO.
       01  REL-LINHA                  PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
       77 WS-CONTA-STATUS       PIC X(02) VALUE "00".
           88 CONTA-OK              VALUE "00".
           88 CONTA-NAO-ACHOU       VALUE "23" "35".
       77 WS-CADCLI-STATUS      PIC X(02) VALUE "00".
           88 CADCLI-OK             VALUE "00".
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
           88 FATURAS-NAO-ACHOU     VALUE "35".
       77 WS-FATURAS-FIM        PIC X(01) VALUE "N".
       77 WS-SESSAO-STATUS      PIC X(02) VALUE "00".
           88 SESSAO-OK             VALUE "00".
       77 WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
       77 WS-PIXCHAVE-STATUS    PIC X(02) VALUE "00".
           88 PIXCHAVE-OK           VALUE "00".
       77 WS-PIXCHAVE-FIM       PIC X(01) VALUE "N".
           88 PIXCHAVE-FIM          VALUE "S".
       77 WS-CHAVES-REMOVIDAS   PIC 9(03) VALUE ZEROS.

      *    Operador da sessao corrente; BATCH quando o programa roda
      *    sem assinatura de menu.
       77 WS-SALDO-CONTA        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ABSOLUTO     PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-SALDO-ANTES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-BLOQUEIO-CONTA     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-TEM-LEDGER         PIC X(01) VALUE "N".
       77 WS-RESIDUO-LIQUIDADO  PIC X(01) VALUE "N".
       77 WS-TITULARES-FALECIDOS PIC 9(01) VALUE ZEROS.
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
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
           MOVE "CTAENCER" TO LYX-PROGRAMA
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
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM IDENTIFICAR-OPERADOR-SESSAO
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
      *    Conta de CDB encerra sozinha no resgate (CDBACRU no
      *    vencimento, CDBRESG antecipado).
           IF CONTA-PRAZO
               DISPLAY "ENCERRAMENTO RECUSADO - CONTA DE CDB ENCERRA "
                   "PELO RESGATE"
               CLOSE CONTA-ARQ
               EXIT PARAGRAPH
           END-IF
      *    Conta com co-titulares: com obito de qualquer titular o
      *    encerramento espera o espolio (ESPOLIO.REL); na conjunta
      *    (e) o pedido tem que vir assinado por todos os titulares.
           IF NOT CONTA-SEM-COTITULAR
               PERFORM CONTAR-TITULARES-FALECIDOS
               IF WS-TITULARES-FALECIDOS > ZEROS
                   DISPLAY "ENCERRAMENTO RECUSADO - CONTA CONJUNTA COM "
                       "ESPOLIO DE TITULAR PENDENTE"
                   CLOSE CONTA-ARQ
                   EXIT PARAGRAPH
               END-IF
               IF CONTA-CONJUNTA
                   DISPLAY "CONTA CONJUNTA (E) - PEDIDO ASSINADO POR "
                       "TODOS OS TITULARES? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       DISPLAY "ENCERRAMENTO RECUSADO - FALTA A "
                           "ASSINATURA DE TITULAR"
                       CLOSE CONTA-ARQ
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

      *    1a conferencia: fatura em aberto do titular barra o
      *    encerramento - a cobranca tem que se resolver antes.
      *    lado) barra; residuo de centavos e liquidado journalado.
           PERFORM LER-SALDO-DA-CONTA
           IF WS-TEM-LEDGER = "S"
               IF WS-BLOQUEIO-CONTA > ZEROS
                   MOVE WS-BLOQUEIO-CONTA TO WS-SALDO-DISPLAY
                   DISPLAY "ENCERRAMENTO RECUSADO - BLOQUEIO JUDICIAL "
                       "DE " WS-SALDO-DISPLAY " NA CONTA"
                   CLOSE CONTA-ARQ
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SALDO-ABSOLUTO EQUAL
                   FUNCTION ABS(WS-SALDO-CONTA)
               END-COMPUTE
           CLOSE CONTA-ARQ

           PERFORM REGISTRAR-ENCERRAMENTO-CHGLOG
           PERFORM REMOVER-CHAVES-PIX-CONTA
           PERFORM GRAVAR-EXTRATO-FINAL
           DISPLAY "CONTA " CONTA-NUMERO " ENCERRADA".

      *    Chaves Pix do titular que apontam para a conta encerrada
      *    (pela chave alternativa do dono) saem do diretorio.
       REMOVER-CHAVES-PIX-CONTA.
           MOVE ZEROS TO WS-CHAVES-REMOVIDAS
           OPEN I-O PIXCHAVE-ARQ
           IF NOT PIXCHAVE-OK
               CLOSE PIXCHAVE-ARQ
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PIXCHAVE-FIM
           MOVE CONTA-CPF TO PIX-CPF
           START PIXCHAVE-ARQ KEY IS EQUAL TO PIX-CPF
               INVALID KEY
                   SET PIXCHAVE-FIM TO TRUE
           END-START
           PERFORM UNTIL PIXCHAVE-FIM
               READ PIXCHAVE-ARQ NEXT RECORD
                   AT END
                       SET PIXCHAVE-FIM TO TRUE
                   NOT AT END
                       IF PIX-CPF NOT = CONTA-CPF
                           SET PIXCHAVE-FIM TO TRUE
                       ELSE
                           IF PIX-CONTA = CONTA-NUMERO
                               DELETE PIXCHAVE-ARQ
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CHAVES-REMOVIDAS
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIXCHAVE-ARQ
           IF WS-CHAVES-REMOVIDAS > ZEROS
               DISPLAY WS-CHAVES-REMOVIDAS " CHAVE(S) PIX REMOVIDA(S)"
           END-IF.

      *    Titular e co-titulares com obito registrado no mestre;
      *    mestre indisponivel conta como pendencia - nao se encerra
      *    conta conjunta sem poder conferir.
       CONTAR-TITULARES-FALECIDOS.
           MOVE ZEROS TO WS-TITULARES-FALECIDOS
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               DISPLAY "CADASTRO MESTRE INDISPONIVEL - STATUS "
                   WS-CADCLI-STATUS
               CLOSE CADCLI-MESTRE
               MOVE 1 TO WS-TITULARES-FALECIDOS
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-CPF TO CADCLI-CPF
           PERFORM CONFERIR-OBITO-TITULAR-CONTA
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF(WS-IND-COTIT) NOT = SPACES
                   MOVE CONTA-COTITULAR-CPF(WS-IND-COTIT) TO CADCLI-CPF
                   PERFORM CONFERIR-OBITO-TITULAR-CONTA
               END-IF
           END-PERFORM
           CLOSE CADCLI-MESTRE.

       CONFERIR-OBITO-TITULAR-CONTA.
           READ CADCLI-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CADCLI-FALECIDO
                       ADD 1 TO WS-TITULARES-FALECIDOS
                   END-IF
           END-READ.

      *    Conta as faturas do titular que ainda nao estao pagas
      *    (abertas ou parceladas) - qualquer uma barra.
      *    Com o arquivo indexado, a conferencia vai direto as
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF = CONTA-CPF
                           IF NOT FAT-PAGA AND NOT FAT-CANCELADA
                               ADD 1 TO WS-FATURAS-ABERTAS
                           END-IF
                       ELSE
       LER-SALDO-DA-CONTA.
           MOVE "N" TO WS-TEM-LEDGER
           MOVE ZEROS TO WS-SALDO-CONTA
           MOVE ZEROS TO WS-BLOQUEIO-CONTA
           OPEN INPUT LEDGER-MESTRE
           IF LEDGER-NAO-ACHOU
               CLOSE LEDGER-MESTRE
                   CONTINUE
               NOT INVALID KEY
                   MOVE LEDGER-SALDO TO WS-SALDO-CONTA
                   MOVE LEDGER-BLOQUEADO TO WS-BLOQUEIO-CONTA
                   MOVE "S" TO WS-TEM-LEDGER
           END-READ
           CLOSE LEDGER-MESTRE.
           MOVE WS-HORA-AGORA  TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE SPACES TO JRN-AGENCIA
           MOVE SPACES TO JRN-REPRESENTANTE
           MOVE SPACES TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

