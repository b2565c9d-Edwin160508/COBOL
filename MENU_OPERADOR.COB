      *>   manutencao, relatorios ou jobs aritmeticos -, o menu chama <*
      *>   so aquele subprograma, mostra o codigo de retorno e volta  <*
      *>   ao menu ate a opcao de saida.                              <*
      *>   Opcao A: caixa de pendencias de aprovacao do supervisor    <*
      *>   (PENDAPRV), nivel 3.                                       <*
      *>   Operador suspenso na recertificacao de acesso (nivel 0)    <*
      *>   nao assina; cada assinatura aceita fica registrada em      <*
      *>   OPERADOR.ACESSO.                                           <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *    Cadastro de operadores: identificacao, nome e nivel de
      *    autorizacao (1=consulta 2=cadastro 3=manutencao/jobs;
      *    0=suspenso na recertificacao - OPRECERT).
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Historico das assinaturas aceitas - a ultima assinatura
      *    de cada operador na recertificacao de acesso (OPRECERT).
           SELECT OPERADOR-ACESSO ASSIGN TO "OPERADOR.ACESSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSO-STATUS.

      *================================================================*
       DATA                                          DIVISION.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  OPERADOR-ACESSO.
       01  ACESSO-REG.
           02 ACS-OPERADOR        PIC X(08).
           02 ACS-DATA            PIC 9(08).
           02 ACS-HORA            PIC 9(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77  WS-OPERADOR-FIM      PIC X(01) VALUE "N".
           88 OPERADOR-FIM         VALUE "S".
       77  WS-SESSAO-STATUS     PIC X(02) VALUE "00".
       77  WS-ACESSO-STATUS     PIC X(02) VALUE "00".
           88 ACESSO-NAO-ACHOU     VALUE "35".
       77  WS-ID-DIGITADO       PIC X(08) VALUE SPACES.
       77  WS-OPERADOR-LOGADO   PIC X(08) VALUE SPACES.
       77  WS-NIVEL-LOGADO      PIC 9(01) VALUE ZEROS.
           DISPLAY "  6 = JOB ARITMETICO - MULTIPLICACAO (CMULT)"
           DISPLAY "  7 = JOB ARITMETICO - TOTAIS ADD (CADDTOT)"
           DISPLAY "  8 = DEMONSTRACOES (CMDACEPT/CMDMOVE/VARIAVEI)"
           DISPLAY "  A = PENDENCIAS DE APROVACAO (PENDAPRV)"
           DISPLAY "  9 = SAIR"
           DISPLAY "OPCAO: ".

      *    Assinatura: busca o ID digitado no cadastro de operadores
      *    (ate 3 tentativas; operador suspenso, nivel 0, e recusado)
      *    e grava a sessao para os programas de auditoria saberem
      *    quem esta no teclado.
       ASSINAR-SESSAO-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-LOGADO
           PERFORM UNTIL WS-OPERADOR-LOGADO NOT = SPACES
               PERFORM LOCALIZAR-OPERADOR
               IF WS-OPERADOR-LOGADO = SPACES
                   DISPLAY "OPERADOR NAO CADASTRADO"
               ELSE
                   IF WS-NIVEL-LOGADO = ZEROS
                       DISPLAY "OPERADOR SUSPENSO - PROCURE O GESTOR"
                       MOVE SPACES TO WS-OPERADOR-LOGADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPERADOR-LOGADO NOT = SPACES
               MOVE WS-NIVEL-LOGADO    TO SES-NIVEL
               WRITE SESSAO-REG
               CLOSE OPERADOR-SESSAO
               PERFORM REGISTRAR-ASSINATURA
           END-IF.

      *    Cada assinatura aceita fica em OPERADOR.ACESSO: e dali que
      *    a recertificacao tira a ultima assinatura do operador.
       REGISTRAR-ASSINATURA.
           OPEN EXTEND OPERADOR-ACESSO
           IF ACESSO-NAO-ACHOU
               CLOSE OPERADOR-ACESSO
               OPEN OUTPUT OPERADOR-ACESSO
           END-IF
           MOVE WS-OPERADOR-LOGADO TO ACS-OPERADOR
           ACCEPT ACS-DATA FROM DATE YYYYMMDD
           ACCEPT ACS-HORA FROM TIME
           WRITE ACESSO-REG
           CLOSE OPERADOR-ACESSO.

       LOCALIZAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-FIM
           OPEN INPUT OPERADOR-ARQ
      *    Chama so o subprograma escolhido - depois de conferir o
      *    nivel de autorizacao - e mostra o codigo de retorno antes
      *    de voltar ao menu. Consulta exige nivel 1, cadastro e
      *    demonstracoes nivel 2, manutencao, jobs e a caixa de
      *    pendencias de aprovacao nivel 3.
       EXECUTAR-OPCAO-MENU.
           EVALUATE WS-OPCAO-MENU
               WHEN "1"
                       DISPLAY "VARIAVEI - RETURN CODE: "
                           WS-RETURN-CODE
                   END-IF
               WHEN "A"
                   MOVE 3 TO WS-NIVEL-EXIGIDO
                   PERFORM CONFERIR-NIVEL-ACESSO
                   IF WS-ACESSO-LIBERADO = "S"
                       CALL "PENDAPRV"
                       DISPLAY "PENDAPRV - RETURN CODE: " RETURN-CODE
                   END-IF
               WHEN "9"
      *    Encerra a sessao assinada: sem a truncagem, o ultimo
      *    operador ficaria carimbado para sempre nas trilhas de
