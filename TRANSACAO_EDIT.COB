      *>   REJEITO-LIMITE-PCT em data/PARAMRUN.CTL, padrao 10),       <*
      *>   devolve RETURN-CODE 8 e o COND da cadeia segura o batch -  <*
      *>   uma transmissao podre nao vira movimento do dia.           <*
      *>   Linha digitada no TRNENTRY por procurador ou representante <*
      *>   legal traz o CPF dele depois do carimbo de digitacao; o    <*
      *>   detalhe limpo o leva adiante (LMP-REPRESENTANTE) ate o     <*
      *>   journal do ledger. O operador que digitou a linha vai no   <*
      *>   fim do detalhe limpo (LMP-OPERADOR) ate o CSUBTR, que o    <*
      *>   grava como solicitante da autorizacao de debito acima do   <*
      *>   limite - quem digitou nao aprova o proprio debito.         <*
      *>   Cada detalhe criticado fica tambem em EDITRN.TRILHA        <*
      *>   (EXTEND): linha bruta, data/ciclo do header e aceite ou    <*
      *>   motivo do rejeito - e a ponta da trilha de auditoria que   <*
      *>   a amostra AUDAMOST segue ate o razao.                      <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
           SELECT AGENCIA-MST ASSIGN TO "data/AGENCIA.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCIA-STATUS.
      *    Trilha da critica, acumulada em EXTEND - a bruta e o limpo
      *    sao regravados todo dia, a trilha fica.
           SELECT EDIT-TRILHA ASSIGN TO "EDITRN.TRILHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRILHA-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       FD  TRANS-BRUTA.
       01  BRT-LINHA.
           05 BRT-TIPO                PIC X(01).
           05 BRT-CORPO               PIC X(78).
      *    O detalhe carrega a data-valor do movimento (zeros ou
      *    brancos = vale a data do processamento): transmissao que
      *    chega atrasada posta contra o dia certo.
           05 BRT-VALOR               PIC X(11).
           05 BRT-CONTA               PIC X(06).
           05 BRT-DATA-VALOR          PIC X(08).
      *    Carimbo de digitacao do TRNENTRY (operador, data, hora) e
      *    o CPF do procurador/representante legal que movimentou
      *    pelo titular - espacos nas linhas das agencias.
           05 BRT-OPERADOR            PIC X(08).
           05 FILLER                  PIC X(16).
           05 BRT-REPRESENTANTE       PIC X(11).
       01  BRT-TRANSFER REDEFINES BRT-LINHA.
           05 FILLER                  PIC X(01).
           05 BRT-XFR-CPF             PIC X(11).
           05 BRT-XFR-VALOR           PIC X(11).
           05 BRT-XFR-CONTA-DEB       PIC X(06).
           05 BRT-XFR-CONTA-CRED      PIC X(06).
           05 FILLER                  PIC X(38).
      *    Correcao (E = estorno, J = ajuste): como o detalhe comum,
      *    mais o numero da transacao ORIGINAL corrigida.
       01  BRT-CORRECAO REDEFINES BRT-LINHA.
           05 BRT-COR-VALOR           PIC X(11).
           05 BRT-COR-CONTA           PIC X(06).
           05 BRT-COR-ORIGINAL        PIC X(06).
           05 FILLER                  PIC X(38).

       FD  TRANS-LIMPA.
      *    O arquivo limpo e mais largo que a bruta: cada detalhe
      *    aceito sai carimbado com a agencia do header - a dimensao
      *    segue dai ate o registro de processadas e o ledger. O
      *    procurador que movimentou pelo titular segue o mesmo
      *    caminho ate o journal do ledger; o operador que digitou
      *    (espacos nas linhas das agencias), ate o CSUBTR.
       01  LMP-LINHA.
           05 LMP-TIPO                PIC X(01).
           05 LMP-CORPO               PIC X(76).
       01  LMP-DETALHE REDEFINES LMP-LINHA.
           05 FILLER                  PIC X(35).
           05 LMP-DATA-VALOR          PIC 9(08).
           05 LMP-AGENCIA             PIC X(08).
           05 FILLER                  PIC X(07).
           05 LMP-REPRESENTANTE       PIC X(11).
           05 LMP-OPERADOR            PIC X(08).
       01  LMP-TRAILER REDEFINES LMP-LINHA.
           05 FILLER                  PIC X(01).
           05 LMP-TRL-QTD             PIC 9(06).
           05 LMP-TRL-HASH            PIC 9(11)V99.
           05 FILLER                  PIC X(57).

       FD  EDIT-REJEITADOS.
       01  REJ-LINHA                  PIC X(100) VALUE SPACES.
      *    Layout compartilhado da agencia - ver
      *    copybooks/AGENCREC.CPY.
           COPY AGENCREC.

       FD  EDIT-TRILHA.
      *    Layout compartilhado da trilha da critica - ver
      *    copybooks/EDTRILREC.CPY.
           COPY EDTRILREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-BRUTA-STATUS    PIC X(02) VALUE "00".
       77 WS-ORIGEM-HEADER    PIC X(08) VALUE SPACES.
       77 WS-ORIGEM-VALIDA    PIC X(01) VALUE "N".

      *    Trilha da critica: data e ciclo do header corrente (a
      *    chave do TRNPROC.REG) e o dia da critica.
       77 WS-TRILHA-STATUS    PIC X(02) VALUE "00".
           88 TRILHA-NAO-ACHOU  VALUE "35".
       77 WS-DATA-HEADER      PIC 9(08) VALUE ZEROS.
       77 WS-CICLO-HEADER     PIC X(02) VALUE "00".
       77 WS-DATA-CRITICA     PIC 9(08) VALUE ZEROS.

       01  WS-TOTAIS-EDIT.
           05 WS-DETALHES-LIDOS  PIC 9(06) VALUE ZEROS.
           05 WS-DETALHES-LIMPOS PIC 9(06) VALUE ZEROS.
           END-IF
           OPEN OUTPUT TRANS-LIMPA
           OPEN OUTPUT EDIT-REJEITADOS
           OPEN EXTEND EDIT-TRILHA
           IF TRILHA-NAO-ACHOU
               CLOSE EDIT-TRILHA
               OPEN OUTPUT EDIT-TRILHA
           END-IF
           ACCEPT WS-DATA-CRITICA FROM DATE YYYYMMDD

           READ TRANS-BRUTA
               AT END SET BRUTA-FIM TO TRUE
      *    de origem - agencia fora do cadastro derruba o arquivo
      *    inteiro no fim da passada.
                       MOVE BRT-LINHA (10 : 8) TO WS-ORIGEM-HEADER
                       MOVE ZEROS TO WS-DATA-HEADER
                       IF BRT-LINHA (2 : 8) IS NUMERIC
                           MOVE BRT-LINHA (2 : 8) TO WS-DATA-HEADER
                       END-IF
                       MOVE "00" TO WS-CICLO-HEADER
                       IF BRT-LINHA (18 : 2) IS NUMERIC
                           MOVE BRT-LINHA (18 : 2) TO WS-CICLO-HEADER
                       END-IF
                       PERFORM CONFERIR-ORIGEM-AGENCIA
                       MOVE BRT-LINHA TO LMP-LINHA
                       WRITE LMP-LINHA
                           TO WS-MOTIVO-EDIT
                       PERFORM REJEITAR-DETALHE-CORRENTE
               END-EVALUATE
               IF BRT-TIPO NOT = "H"
                   AND BRT-TIPO NOT = "T"
                   PERFORM GRAVAR-TRILHA-CRITICA
               END-IF
               READ TRANS-BRUTA
                   AT END SET BRUTA-FIM TO TRUE
               END-READ
           CLOSE TRANS-LIMPA
           CLOSE EDIT-REJEITADOS
           CLOSE TRANS-BRUTA
           CLOSE EDIT-TRILHA

           PERFORM AVALIAR-LIMITE-REJEICAO
           GOBACK.
                   FUNCTION NUMVAL(BRT-VALOR) / 100
               END-COMPUTE
               ADD WS-VALOR-NUM TO WS-HASH-VALOR
               MOVE BRT-LINHA (1 : 50) TO LMP-LINHA
               IF BRT-DATA-VALOR IS NOT NUMERIC
                   MOVE ZEROS TO LMP-DATA-VALOR
               END-IF
      *    O detalhe aceito sai carimbado com a agencia do header.
               MOVE WS-ORIGEM-HEADER TO LMP-AGENCIA
               MOVE BRT-REPRESENTANTE TO LMP-REPRESENTANTE
               MOVE BRT-OPERADOR TO LMP-OPERADOR
               WRITE LMP-LINHA
           ELSE
               PERFORM REJEITAR-DETALHE-CORRENTE
                   FUNCTION NUMVAL(BRT-XFR-VALOR) / 100
               END-COMPUTE
               ADD WS-VALOR-NUM TO WS-HASH-VALOR
               MOVE BRT-LINHA (1 : 50) TO LMP-LINHA
               MOVE WS-ORIGEM-HEADER TO LMP-AGENCIA
               WRITE LMP-LINHA
           ELSE
                   FUNCTION NUMVAL(BRT-COR-VALOR) / 100
               END-COMPUTE
               ADD WS-VALOR-NUM TO WS-HASH-VALOR
               MOVE BRT-LINHA (1 : 50) TO LMP-LINHA
               MOVE WS-ORIGEM-HEADER TO LMP-AGENCIA
               WRITE LMP-LINHA
           ELSE
           MOVE WS-REJ-BUFFER TO REJ-LINHA
           WRITE REJ-LINHA.

      *    Uma linha de trilha por detalhe criticado: a linha bruta
      *    inteira, a chave do header e o resultado (motivo em branco
      *    = aceito). Aceito aqui ainda pode nao postar - transmissao
      *    neutralizada no fim da passada nao chega ao TRNPROC.REG.
       GRAVAR-TRILHA-CRITICA.
           MOVE SPACES TO EDTRIL-REG
           MOVE WS-DATA-HEADER   TO EDT-DATA
           MOVE WS-CICLO-HEADER  TO EDT-CICLO
           MOVE WS-ORIGEM-HEADER TO EDT-ORIGEM
           MOVE WS-DATA-CRITICA  TO EDT-DATA-CRITICA
           MOVE BRT-LINHA        TO EDT-LINHA-BRUTA
           IF WS-MOTIVO-EDIT = SPACES
               SET EDT-ACEITO TO TRUE
           ELSE
               SET EDT-REJEITADO TO TRUE
               MOVE WS-MOTIVO-EDIT TO EDT-MOTIVO
           END-IF
           WRITE EDTRIL-REG.

       GRAVAR-TRAILER-LIMPO.
           MOVE SPACES TO LMP-LINHA
           MOVE "T" TO LMP-TIPO
