      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CADTRIAG.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Subprograma de triagem em listas restritivas, chamado pelo <*
      *>   intake (VARCOMP, CADLOTE, CADREWK) e pela reavaliacao do   <*
      *>   mestre (TRIAGEM): confronta CPF, nome e data de nascimento <*
      *>   do cliente com a lista de referencia PEPSANC.DAT (PEP e    <*
      *>   sancoes). CPF igual e ocorrencia direta; sem CPF, o nome   <*
      *>   e pontuado com a MESMA regra de semelhanca do CADDUPP -    <*
      *>   mesma data de nascimento 50 pontos, nome identico 50, so o <*
      *>   primeiro nome igual 25 - e 75 pontos ou mais e ocorrencia. <*
      *>   Entrada da lista sem data de nascimento casa pelo nome     <*
      *>   identico. Sancao prevalece sobre PEP. A lista e carregada  <*
      *>   uma vez por run unit; sem o arquivo, nada e apontado.      <*
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
      *    Lista restritiva de referencia - ver copybooks/LISTAREC.CPY.
           SELECT LISTA-RESTRITIVA ASSIGN TO "PEPSANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  LISTA-RESTRITIVA.
      *    Layout compartilhado da lista - ver copybooks/LISTAREC.CPY.
           COPY LISTAREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-LISTA-STATUS    PIC X(02) VALUE "00".
           88 LISTA-NAO-ACHOU   VALUE "35".
       77 WS-LISTA-FIM       PIC X(01) VALUE "N".
           88 LISTA-FIM          VALUE "S".
      *    Lista carregada uma vez por run unit (WS-LST-CARREGADA
      *    evita reler o arquivo a cada CALL).
       77 WS-LST-CARREGADA   PIC X(01) VALUE "N".
       01  WS-TABELA-LISTA.
           05 WS-LST-QTD         PIC 9(04) VALUE ZEROS.
           05 WS-LST-ITEM OCCURS 3000 TIMES.
              10 WS-LST-TIPO     PIC X(01).
              10 WS-LST-CPF      PIC X(11).
              10 WS-LST-NOME     PIC X(50).
              10 WS-LST-PRIMEIRO PIC X(20).
              10 WS-LST-DATANASC PIC X(08).
       77 WS-LST-IND         PIC 9(04) VALUE ZEROS.

       77 WS-PRIMEIRO-NOME   PIC X(20) VALUE SPACES.
       77 WS-RESTO-NOME      PIC X(50) VALUE SPACES.
       77 WS-PRIMEIRO-CLI    PIC X(20) VALUE SPACES.
       77 WS-PONTOS          PIC 9(03) VALUE ZEROS.
       77 WS-CASOU           PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Entrada (dados do cliente) e saida (ocorrencia) - ver
      *    copybooks/TRIAGAPI.CPY.
           COPY TRIAGAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING TRIAGEM-CLIENTE TRIAGEM-RESULTADO.
      *================================================================*
           MOVE SPACES TO TRG-OCORRENCIA TRG-CRITERIO TRG-NOME-LISTA
           MOVE ZEROS TO TRG-PONTOS

           IF WS-LST-CARREGADA = "N"
               PERFORM CARREGAR-LISTA-RESTRITIVA
               MOVE "S" TO WS-LST-CARREGADA
           END-IF

           MOVE SPACES TO WS-PRIMEIRO-NOME WS-RESTO-NOME
           UNSTRING TRG-NOME DELIMITED BY ALL " "
               INTO WS-PRIMEIRO-NOME WS-RESTO-NOME
           END-UNSTRING
           MOVE WS-PRIMEIRO-NOME TO WS-PRIMEIRO-CLI

           PERFORM VARYING WS-LST-IND FROM 1 BY 1
                   UNTIL WS-LST-IND > WS-LST-QTD
               PERFORM CONFRONTAR-ITEM-LISTA
           END-PERFORM
           GOBACK.

       CARREGAR-LISTA-RESTRITIVA.
           MOVE ZEROS TO WS-LST-QTD
           OPEN INPUT LISTA-RESTRITIVA
           IF LISTA-NAO-ACHOU
               DISPLAY "PEPSANC.DAT AUSENTE - TRIAGEM SEM LISTA"
               EXIT PARAGRAPH
           END-IF
           READ LISTA-RESTRITIVA
               AT END SET LISTA-FIM TO TRUE
           END-READ
           PERFORM UNTIL LISTA-FIM
               IF WS-LST-QTD < 3000
                   ADD 1 TO WS-LST-QTD
                   MOVE LST-TIPO     TO WS-LST-TIPO (WS-LST-QTD)
                   MOVE LST-CPF      TO WS-LST-CPF (WS-LST-QTD)
                   MOVE LST-NOME     TO WS-LST-NOME (WS-LST-QTD)
                   MOVE LST-DATANASC TO WS-LST-DATANASC (WS-LST-QTD)
                   MOVE SPACES TO WS-PRIMEIRO-NOME WS-RESTO-NOME
                   UNSTRING LST-NOME DELIMITED BY ALL " "
                       INTO WS-PRIMEIRO-NOME WS-RESTO-NOME
                   END-UNSTRING
                   MOVE WS-PRIMEIRO-NOME
                       TO WS-LST-PRIMEIRO (WS-LST-QTD)
               ELSE
                   DISPLAY "LISTA RESTRITIVA COM MAIS DE 3000 "
                       "NOMES - TRIAGEM PARCIAL"
                   SET LISTA-FIM TO TRUE
               END-IF
               IF NOT LISTA-FIM
                   READ LISTA-RESTRITIVA
                       AT END SET LISTA-FIM TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE LISTA-RESTRITIVA.

      *    CPF igual casa direto; senao, pontuacao do CADDUPP sobre
      *    nome e data de nascimento.
       CONFRONTAR-ITEM-LISTA.
           MOVE "N" TO WS-CASOU
           MOVE ZEROS TO WS-PONTOS
           IF WS-LST-CPF (WS-LST-IND) NOT = SPACES
               AND WS-LST-CPF (WS-LST-IND) = TRG-CPF
               MOVE "S" TO WS-CASOU
               MOVE 100 TO WS-PONTOS
           ELSE
               IF WS-LST-DATANASC (WS-LST-IND) NOT = SPACES
                   AND WS-LST-DATANASC (WS-LST-IND) = TRG-DATANASC
                   ADD 50 TO WS-PONTOS
               END-IF
               IF WS-LST-NOME (WS-LST-IND) = TRG-NOME
                   ADD 50 TO WS-PONTOS
                   IF WS-LST-DATANASC (WS-LST-IND) = SPACES
                       MOVE "S" TO WS-CASOU
                   END-IF
               ELSE
                   IF WS-LST-PRIMEIRO (WS-LST-IND) = WS-PRIMEIRO-CLI
                       AND WS-PRIMEIRO-CLI NOT = SPACES
                       ADD 25 TO WS-PONTOS
                   END-IF
               END-IF
               IF WS-PONTOS NOT LESS 75
                   MOVE "S" TO WS-CASOU
               END-IF
           END-IF

           IF WS-CASOU = "N"
               EXIT PARAGRAPH
           END-IF
      *    Sancao prevalece sobre PEP; entre iguais fica a primeira.
           IF TRG-SANCAO
               EXIT PARAGRAPH
           END-IF
           IF TRG-PEP AND WS-LST-TIPO (WS-LST-IND) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LST-TIPO (WS-LST-IND) TO TRG-OCORRENCIA
           MOVE WS-LST-NOME (WS-LST-IND) TO TRG-NOME-LISTA
           MOVE WS-PONTOS TO TRG-PONTOS
           IF WS-PONTOS = 100 AND WS-LST-CPF (WS-LST-IND) = TRG-CPF
               MOVE "C" TO TRG-CRITERIO
           ELSE
               MOVE "N" TO TRG-CRITERIO
           END-IF.
