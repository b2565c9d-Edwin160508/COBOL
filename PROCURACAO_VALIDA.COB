      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PRCVALID.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Subprograma de conferencia de procuracao, chamado pela     <*
      *>   digitacao (TRNENTRY) e pela consulta (CADCONS) quando quem <*
      *>   esta no balcao e um procurador ou representante legal do  <*
      *>   titular: le PROCURACAO.DAT pelo CPF do procurador + conta  <*
      *>   e devolve A (autorizado), N (sem procuracao para a conta), <*
      *>   R (revogada), V (fora da vigencia - ainda nao comecou ou   <*
      *>   vencida), P (poder pedido nao concedido) ou I (cadastro de <*
      *>   procuracoes indisponivel), com o titular outorgante e a    <*
      *>   referencia do instrumento para a trilha de auditoria.      <*
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
      *    Procuracoes por CPF do procurador + conta - mantido pelo
      *    PROCURA.
           SELECT PROCURACAO-ARQ ASSIGN TO "PROCURACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WS-PROCURACAO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  PROCURACAO-ARQ.
      *    Layout compartilhado da procuracao - ver
      *    copybooks/PROCURREC.CPY.
           COPY PROCURREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-PROCURACAO-STATUS  PIC X(02) VALUE "00".
           88 PROCURACAO-OK         VALUE "00".
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Entrada (procurador, conta, poder, data) e saida
      *    (resultado) - ver copybooks/PRCAPI.CPY.
           COPY PRCAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING PRC-CONSULTA-ENTRADA PRC-CONSULTA-RESULTADO.
      *================================================================*
           MOVE SPACES TO PRC-CONSULTA-RESULTADO
           SET PRV-INDISPONIVEL TO TRUE

           OPEN INPUT PROCURACAO-ARQ
           IF NOT PROCURACAO-OK
               CLOSE PROCURACAO-ARQ
               PERFORM DESCREVER-RESULTADO
               GOBACK
           END-IF
           MOVE PRV-CPF-PROCURADOR TO PRC-CPF-PROCURADOR
           MOVE PRV-CONTA          TO PRC-CONTA
           READ PROCURACAO-ARQ
               INVALID KEY
                   SET PRV-SEM-PROCURACAO TO TRUE
               NOT INVALID KEY
                   MOVE PRC-CPF-OUTORGANTE TO PRV-CPF-OUTORGANTE
                   MOVE PRC-DOCUMENTO      TO PRV-DOCUMENTO
                   PERFORM CONFERIR-PROCURACAO-LIDA
           END-READ
           CLOSE PROCURACAO-ARQ
           PERFORM DESCREVER-RESULTADO
           GOBACK.

      *    Revogacao pesa antes da vigencia, e a vigencia antes dos
      *    poderes: o motivo devolvido e o mais forte.
       CONFERIR-PROCURACAO-LIDA.
           EVALUATE TRUE
               WHEN PRC-REVOGADA
                   SET PRV-REVOGADA TO TRUE
               WHEN PRV-DATA < PRC-VIGENCIA-INICIO
                   SET PRV-FORA-VIGENCIA TO TRUE
               WHEN PRC-VIGENCIA-FIM > ZEROS
                   AND PRV-DATA > PRC-VIGENCIA-FIM
                   SET PRV-FORA-VIGENCIA TO TRUE
               WHEN PRV-PODER = "C" AND PRC-PODE-CONSULTAR
                   SET PRV-AUTORIZADO TO TRUE
               WHEN PRV-PODER = "D" AND PRC-PODE-DEBITAR
                   SET PRV-AUTORIZADO TO TRUE
               WHEN PRV-PODER = "T" AND PRC-PODE-TRANSFERIR
                   SET PRV-AUTORIZADO TO TRUE
               WHEN OTHER
                   SET PRV-SEM-PODER TO TRUE
           END-EVALUATE.

       DESCREVER-RESULTADO.
           EVALUATE TRUE
               WHEN PRV-AUTORIZADO
                   MOVE "AUTORIZADO"     TO PRV-DESCRICAO
               WHEN PRV-SEM-PROCURACAO
                   MOVE "SEM-PROCURACAO" TO PRV-DESCRICAO
               WHEN PRV-REVOGADA
                   MOVE "REVOGADA"       TO PRV-DESCRICAO
               WHEN PRV-FORA-VIGENCIA
                   MOVE "FORA-VIGENCIA"  TO PRV-DESCRICAO
               WHEN PRV-SEM-PODER
                   MOVE "SEM-PODER"      TO PRV-DESCRICAO
               WHEN OTHER
                   MOVE "INDISPONIVEL"   TO PRV-DESCRICAO
           END-EVALUATE.
