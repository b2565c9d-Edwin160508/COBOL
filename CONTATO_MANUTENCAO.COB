      *>   como preferido (desmarcando o preferido anterior do mesmo  <*
      *>   tipo). E daqui que a consulta CADCONS e o extrato de       <*
      *>   interface tiram o telefone/e-mail do cliente.              <*
      *>   Inclusao de contato e troca do preferido saem no log de    <*
      *>   mudancas do cadastro (CADCLI.CHGLOG) com a acao CONTATO e  <*
      *>   o operador da sessao: a triagem de fraude (FRAUDVEL)       <*
      *>   segura o debito logo apos a troca.                         <*
      *>   Na carencia apos a troca de endereco no CADMANUT           <*
      *>   (ENDERECO-CARENCIA-DIAS em PARAMRUN.CTL, padrao 30 dias) o <*
      *>   contato novo so e incluido com a identificacao de um       <*
      *>   supervisor (nivel 3 em data/OPERADOR.DAT).                 <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Log de mudancas do cadastro - toda troca de contato entra.
           SELECT CADCLI-CHGLOG ASSIGN TO "CADCLI.CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
      *    Sessao do operador logado no menu.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERADOR.SESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.
      *    Parametros de execucao - carencia apos troca de endereco.
           SELECT PARAMRUN-CTL ASSIGN TO "data/PARAMRUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMRUN-STATUS.
      *    Cadastro de operadores - nivel do supervisor que autoriza
      *    na carencia.
           SELECT OPERADOR-ARQ ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *    Layout compartilhado do registro fisico - ver
      *    copybooks/CADCLIREC.CPY.
           COPY CADCLIREC.

       FD  CADCLI-CHGLOG.
      *    Layout compartilhado do log de mudancas - ver
      *    copybooks/CHGLOGREC.CPY.
           COPY CHGLOGREC.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
           02 SES-OPERADOR        PIC X(08).
           02 SES-NIVEL           PIC 9(01).

       FD  PARAMRUN-CTL.
       01  PARAMRUN-LINHA         PIC X(60).

       FD  OPERADOR-ARQ.
       01  OPERADOR-REG.
           02 OPE-ID              PIC X(08).
           02 OPE-NOME            PIC X(30).
           02 OPE-NIVEL           PIC 9(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-CONTATO-STATUS  PIC X(02) VALUE "00".
       77 WS-CADCLI-STATUS   PIC X(02) VALUE "00".
           88 CADCLI-OK         VALUE "00".
           88 CADCLI-NAO-ACHOU  VALUE "23" "35".
       77 WS-CHGLOG-STATUS   PIC X(02) VALUE "00".
           88 CHGLOG-NAO-ACHOU  VALUE "35".
       77 WS-SESSAO-STATUS   PIC X(02) VALUE "00".
           88 SESSAO-OK         VALUE "00".
       77 WS-PARAMRUN-STATUS PIC X(02) VALUE "00".
           88 PARAMRUN-NAO-ACHOU VALUE "35".
       77 WS-PARAMRUN-FIM    PIC X(01) VALUE "N".
           88 PARAMRUN-FIM      VALUE "S".
       77 WS-PRM-NOME        PIC X(30) VALUE SPACES.
       77 WS-PRM-VALOR       PIC X(20) VALUE SPACES.
       77 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           88 OPERADOR-NAO-ACHOU VALUE "35".
       77 WS-OPERADOR-FIM    PIC X(01) VALUE "N".
           88 OPERADOR-FIM      VALUE "S".
       77 WS-OPERADOR        PIC X(08) VALUE "BATCH".
       01 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       01 WS-HORA-SISTEMA    PIC 9(08) VALUE ZEROS.

       77 WS-CPF-CONTATO     PIC X(11) VALUE SPACES.
       77 WS-CONTINUAR       PIC X(01) VALUE "S".
       77 WS-TIPO-NOVO       PIC X(01) VALUE SPACES.
       77 WS-VALOR-NOVO      PIC X(50) VALUE SPACES.
       77 WS-TIPO-PREFERIDO  PIC X(01) VALUE SPACES.

      *    Carencia apos a troca de endereco: dias do parametro
      *    ENDERECO-CARENCIA-DIAS e a autorizacao do supervisor.
       77 WS-CARENCIA-DIAS   PIC 9(03) VALUE 30.
       77 WS-DIAS-DA-TROCA   PIC S9(05) VALUE ZEROS.
       77 WS-DATA-TROCA-END  PIC 9(08) VALUE ZEROS.
       77 WS-CARENCIA-LIBERADA PIC X(01) VALUE "S".
           88 CARENCIA-LIBERADA     VALUE "S".
       77 WS-SUPERVISOR      PIC X(08) VALUE SPACES.
       77 WS-NIVEL-SUPERVISOR PIC 9(01) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CTTMANUT" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM LER-PARAMETROS-CARENCIA
           PERFORM UNTIL NOT CONTINUAR-CONTATOS
               DISPLAY "CPF DO CLIENTE (99999999999 PARA SAIR): "
               ACCEPT WS-CPF-CONTATO
      *    cadastro mestre.
       VERIFICAR-CPF-NO-MESTRE.
           MOVE "N" TO WS-CPF-EXISTE
           MOVE ZEROS TO WS-DATA-TROCA-END
           MOVE WS-CPF-CONTATO TO CADCLI-CPF
           OPEN INPUT CADCLI-MESTRE
           IF CADCLI-OK
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CPF-EXISTE
                       MOVE CADCLI-DATA-TROCA-END TO WS-DATA-TROCA-END
               END-READ
               CLOSE CADCLI-MESTRE
           END-IF.

      *    Inclui telefone/e-mail com a proxima sequencia do cliente.
       INCLUIR-CONTATO-NOVO.
      *    Contato novo logo apos a troca de endereco: so com o
      *    supervisor.
           PERFORM CONFERIR-CARENCIA-ENDERECO
           IF NOT CARENCIA-LIBERADA
               DISPLAY "CONTATO NAO INCLUIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR DO CONTATO: "
           ACCEPT WS-VALOR-NOVO
           OPEN I-O CONTATO-ARQ
                   DISPLAY "ERRO AO GRAVAR CONTATO - STATUS "
                       WS-CONTATO-STATUS
           END-WRITE
           IF CONTATO-OK
               PERFORM REGISTRAR-MUDANCA-CHGLOG
           END-IF
           CLOSE CONTATO-ARQ
           DISPLAY "CONTATO INCLUIDO COM SEQ " CTT-SEQ.

               END-READ
           END-PERFORM
           CLOSE CONTATO-ARQ
           PERFORM REGISTRAR-MUDANCA-CHGLOG
           DISPLAY "PREFERIDO ATUALIZADO".

      *    Acrescenta ao log de mudancas a linha da troca de contato -
      *    mesma mecanica do CADMANUT.
       REGISTRAR-MUDANCA-CHGLOG.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           OPEN EXTEND CADCLI-CHGLOG
           IF CHGLOG-NAO-ACHOU
               CLOSE CADCLI-CHGLOG
               OPEN OUTPUT CADCLI-CHGLOG
           END-IF
           MOVE WS-CPF-CONTATO  TO CHG-CPF
           MOVE WS-DATA-SISTEMA TO CHG-DATA
           MOVE WS-HORA-SISTEMA TO CHG-HORA
           MOVE "CTTMANUT"      TO CHG-PROGRAMA
           MOVE "CONTATO"       TO CHG-ACAO
           MOVE WS-OPERADOR     TO CHG-OPERADOR
           WRITE CHGLOG-REG
           CLOSE CADCLI-CHGLOG.

      *    Endereco alterado ha menos de WS-CARENCIA-DIAS dias: a
      *    inclusao so segue com a identificacao de um supervisor
      *    (nivel 3 no cadastro de operadores) - mesma regra do
      *    CADMANUT.
       CONFERIR-CARENCIA-ENDERECO.
           MOVE "S" TO WS-CARENCIA-LIBERADA
           IF WS-DATA-TROCA-END = ZEROS
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-DA-TROCA EQUAL
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-TROCA-END)
           END-COMPUTE
           IF WS-DIAS-DA-TROCA NOT < WS-CARENCIA-DIAS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CARENCIA-LIBERADA
           DISPLAY "ENDERECO ALTERADO EM " WS-DATA-TROCA-END
               " - EXIGE AUTORIZACAO DO SUPERVISOR"
           DISPLAY "IDENTIFICACAO DO SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           PERFORM LOCALIZAR-SUPERVISOR
           IF WS-NIVEL-SUPERVISOR < 3
               DISPLAY "SUPERVISOR NAO RECONHECIDO OU SEM NIVEL 3"
           ELSE
               MOVE "S" TO WS-CARENCIA-LIBERADA
               DISPLAY "AUTORIZADO PELO SUPERVISOR " WS-SUPERVISOR
           END-IF.

      *    Nivel do ID digitado no cadastro de operadores - mesma
      *    busca da assinatura do menu (MENU_OPERADOR.COB).
       LOCALIZAR-SUPERVISOR.
           MOVE ZEROS TO WS-NIVEL-SUPERVISOR
           MOVE "N" TO WS-OPERADOR-FIM
           OPEN INPUT OPERADOR-ARQ
           IF OPERADOR-NAO-ACHOU
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO: "
                   "data/OPERADOR.DAT"
               EXIT PARAGRAPH
           END-IF
           READ OPERADOR-ARQ
               AT END SET OPERADOR-FIM TO TRUE
           END-READ
           PERFORM UNTIL OPERADOR-FIM
               IF OPE-ID = WS-SUPERVISOR
                   MOVE OPE-NIVEL TO WS-NIVEL-SUPERVISOR
                   SET OPERADOR-FIM TO TRUE
               ELSE
                   READ OPERADOR-ARQ
                       AT END SET OPERADOR-FIM TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OPERADOR-ARQ.

      *    Carencia em dias corridos apos a troca de endereco; sem o
      *    parametro, vale o padrao de 30 dias.
       LER-PARAMETROS-CARENCIA.
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
               IF WS-PRM-NOME = "ENDERECO-CARENCIA-DIAS"
                   AND FUNCTION TRIM(WS-PRM-VALOR) IS NUMERIC
                   COMPUTE WS-CARENCIA-DIAS EQUAL
                       FUNCTION NUMVAL(WS-PRM-VALOR)
                   END-COMPUTE
               END-IF
               READ PARAMRUN-CTL
                   AT END SET PARAMRUN-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRUN-CTL.

      *    Quem esta no teclado: a sessao assinada no menu, ou a
      *    marca BATCH - mesma mecanica do CADMANUT.
       IDENTIFICAR-OPERADOR-SESSAO.
           OPEN INPUT OPERADOR-SESSAO
           IF SESSAO-OK
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-OPERADOR NOT = SPACES
                           MOVE SES-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
           END-IF
           CLOSE OPERADOR-SESSAO.
