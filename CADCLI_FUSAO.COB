      *>   e grava o mapeamento perdedor -> sobrevivente em           <*
      *>   CADCLI.DEPARA, para consulta historica continuar           <*
      *>   resolvendo o CPF antigo.                                   <*
      *>   Conta conjunta: o perdedor co-titular e trocado pelo       <*
      *>   sobrevivente, sem repetir CPF na mesma conta.              <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de contas - o CPF titular e campo de dados.
           SELECT CONTA-ARQ ASSIGN TO "CONTA.DAT"
           05 WS-SLD-ITEM OCCURS 100 TIMES.
              10 WS-SLD-CONTA       PIC 9(06).
              10 WS-SLD-SALDO       PIC S9(9)V99 COMP-3.
              10 WS-SLD-BLOQUEADO   PIC S9(9)V99 COMP-3.
       77 WS-SLD-IND            PIC 9(03) VALUE ZEROS.

      *    Contatos do perdedor carregados para renumeracao.
       01 WS-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIAL         PIC 9(08) VALUE ZEROS.

      *    Co-titulares de conta conjunta (ver CONTAREC.CPY).
       77 WS-IND-COTIT          PIC 9(01) VALUE ZEROS.
       77 WS-CONTA-MUDOU        PIC X(01) VALUE "N".

       01  WS-TOTAIS-FUSAO.
           05 WS-CONTAS-RECHAVE     PIC 9(03) VALUE ZEROS.
           05 WS-FATURAS-RECHAVE    PIC 9(03) VALUE ZEROS.
           05 WS-CONTATOS-RECHAVE   PIC 9(03) VALUE ZEROS.
           05 WS-SALDOS-RECHAVE     PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADFUSAO" TO LYX-PROGRAMA
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
           MOVE "S" TO WS-FUSAO-VALIDA.

      *    Contas do perdedor mudam de titular - o CPF e campo de
      *    dados, a chave fisica (numero da conta) nao muda. O mesmo
      *    vale para o perdedor co-titular de conta conjunta.
       RECHAVEAR-CONTAS.
           MOVE "N" TO WS-CONTA-FIM
           OPEN I-O CONTA-ARQ
                   AT END
                       SET CONTA-FIM TO TRUE
                   NOT AT END
                       MOVE "N" TO WS-CONTA-MUDOU
                       IF CONTA-CPF = WS-CPF-PERDEDOR
                           MOVE WS-CPF-SOBREVIVE TO CONTA-CPF
                           MOVE "S" TO WS-CONTA-MUDOU
                       END-IF
                       IF NOT CONTA-SEM-COTITULAR
                           PERFORM RECHAVEAR-COTITULARES
                       END-IF
                       IF WS-CONTA-MUDOU = "S"
                           REWRITE CONTA-REC
                           END-REWRITE
                           ADD 1 TO WS-CONTAS-RECHAVE
           END-PERFORM
           CLOSE CONTA-ARQ.

      *    O perdedor co-titular passa a ser o sobrevivente; se o
      *    sobrevivente ja e titular ou co-titular da mesma conta, a
      *    posicao do perdedor so e liberada (sem CPF repetido). Sem
      *    co-titular restante a conta volta a ser individual.
       RECHAVEAR-COTITULARES.
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF(WS-IND-COTIT) = WS-CPF-PERDEDOR
                   MOVE WS-CPF-SOBREVIVE
                       TO CONTA-COTITULAR-CPF(WS-IND-COTIT)
                   MOVE "S" TO WS-CONTA-MUDOU
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-COTIT FROM 1 BY 1
               UNTIL WS-IND-COTIT > 3
               IF CONTA-COTITULAR-CPF(WS-IND-COTIT) = CONTA-CPF
                   MOVE SPACES TO CONTA-COTITULAR-CPF(WS-IND-COTIT)
                   MOVE "S" TO WS-CONTA-MUDOU
               END-IF
           END-PERFORM
           IF CONTA-COTITULAR-CPF(3) = CONTA-COTITULAR-CPF(1)
               OR CONTA-COTITULAR-CPF(3) = CONTA-COTITULAR-CPF(2)
               MOVE SPACES TO CONTA-COTITULAR-CPF(3)
           END-IF
           IF CONTA-COTITULAR-CPF(2) = CONTA-COTITULAR-CPF(1)
               MOVE SPACES TO CONTA-COTITULAR-CPF(2)
           END-IF
           IF CONTA-SEM-COTITULAR
               MOVE SPACES TO CONTA-MOVIMENTACAO
           END-IF.

      *    Faturas nao pagas do perdedor mudam de titular pela chave
      *    alternativa FAT-CPF, regravadas no lugar (a chave primaria
      *    nao muda); as pagas ficam como historico e a consulta
                       SET FATURAS-FIM TO TRUE
                   NOT AT END
                       IF FAT-CPF = WS-CPF-PERDEDOR
                           IF NOT FAT-PAGA AND NOT FAT-CANCELADA
                               MOVE WS-CPF-SOBREVIVE TO FAT-CPF
                               REWRITE FAT-REC
                               END-REWRITE
                                   WS-SLD-CONTA (WS-SLD-QTD)
                               MOVE LEDGER-SALDO TO
                                   WS-SLD-SALDO (WS-SLD-QTD)
                               MOVE LEDGER-BLOQUEADO TO
                                   WS-SLD-BLOQUEADO (WS-SLD-QTD)
                               DELETE LEDGER-MESTRE RECORD
                               END-DELETE
                           END-IF
               MOVE WS-CPF-SOBREVIVE TO LEDGER-CPF
               MOVE WS-SLD-CONTA (WS-SLD-IND) TO LEDGER-CONTA
               MOVE WS-SLD-SALDO (WS-SLD-IND) TO LEDGER-SALDO
      *    Bloqueio judicial acompanha o saldo para a chave nova.
               MOVE WS-SLD-BLOQUEADO (WS-SLD-IND) TO LEDGER-BLOQUEADO
               WRITE LEDGER-REC
                   INVALID KEY
      *    Chave ja existia sob o sobrevivente (nao deveria, a
                       READ LEDGER-MESTRE
                       END-READ
                       ADD WS-SLD-SALDO (WS-SLD-IND) TO LEDGER-SALDO
                       ADD WS-SLD-BLOQUEADO (WS-SLD-IND)
                           TO LEDGER-BLOQUEADO
                       REWRITE LEDGER-REC
                       END-REWRITE
               END-WRITE
           MOVE WS-HORA-AGORA    TO JRN-HORA
           MOVE ZEROS TO JRN-DATA-VALOR
           MOVE SPACES TO JRN-AGENCIA
           MOVE SPACES TO JRN-REPRESENTANTE
           MOVE SPACES TO JRN-NATUREZA
           WRITE LEDGJRN-REG
           CLOSE LEDGER-JOURNAL.

