      *>   mascarado, data/hora e resultado, para o volume por        <*
      *>   operador e as consultas repetidas do mesmo CPF poderem ser <*
      *>   auditados (CONSULTA_AUD_REL.COB).                          <*
      *>   Cliente representado por procurador ou representante legal <*
      *>   (tutor, curador): o operador informa o CPF do procurador e <*
      *>   a conta do outorgante; o PRCVALID confere procuracao do    <*
      *>   CPF consultado, vigente, nao revogada e com poder de       <*
      *>   consulta - fora disso nada e exibido. A linha da trilha    <*
      *>   ganha o procurador mascarado, a conta, o poder, o          <*
      *>   instrumento e o resultado da conferencia.                  <*
      *>   Pessoa juridica e consultada pelo CNPJ: saem a razao       <*
      *>   social, o CNPJ mascarado (2 ultimos digitos) e o nome      <*
      *>   fantasia, sem RG e nascimento.                             <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Contatos do cliente (telefones/e-mails), mantidos por
      *    CONTATO_MANUTENCAO.COB - exibidos junto da consulta.
           COPY CONTATOREC.

       FD  CONSULTA-AUD.
       01  CONSAUD-LINHA         PIC X(200) VALUE SPACES.

       FD  OPERADOR-SESSAO.
       01  SESSAO-REG.
       77 WS-MAX-TENTATIVAS   PIC 9(02) VALUE 5.
       77 WS-ESPERA-IND       PIC 9(09) VALUE ZEROS.

       77 WS-CPF-CONSULTA    PIC X(14) VALUE SPACES.
       77 WS-CONTATO-STATUS  PIC X(02) VALUE "00".
           88 CONTATO-OK        VALUE "00".
           88 CONTATO-NAO-ACHOU VALUE "23" "35".
       01 WS-AUD-HORA        PIC 9(08) VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-CONSAUD-BUFFER  PIC X(200) VALUE SPACES.
       77 WS-CONTINUAR       PIC X(01) VALUE "S".
           88 CONTINUAR-CONSULTANDO  VALUE "S".

      *    Procurador/representante legal do cliente no balcao: so
      *    ve o cadastro do outorgante com procuracao vigente e poder
      *    de consulta (PRCVALID); a identificacao vai para a trilha.
       77 WS-CPF-PROCURADOR  PIC X(11) VALUE SPACES.
       77 WS-CONTA-DIGITADA  PIC X(06) VALUE SPACES.
       77 WS-PROCURACAO-OK   PIC X(01) VALUE "S".
       77 WS-AUD-PROCURADOR  PIC X(80) VALUE SPACES.

      *    Mesma mascara de CPF/RG usada em VARIAVEISCOMPOSTAS.COB: so
      *    os 2 ultimos digitos ficam visiveis.
       01  WS-MASCARA-ENTRADA.
      *    nomes de campo que VARIAVEISCOMPOSTAS.COB usa na validacao,
      *    em vez de reler os campos CADCLI- direto do FD.
       COPY CLIENTE.

      *    Area de chamada do subprograma de procuracao PRCVALID.
           COPY PRCAPI.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*

      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADCONS" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM IDENTIFICAR-OPERADOR-SESSAO
           PERFORM UNTIL NOT CONTINUAR-CONSULTANDO
               PERFORM OBTER-CPF-CONSULTA
               IF CONTINUAR-CONSULTANDO
                   PERFORM IDENTIFICAR-PROCURADOR
                   IF WS-PROCURACAO-OK = "S"
                       PERFORM CONSULTAR-CADCLI-POR-CPF
                   ELSE
                       PERFORM REGISTRAR-AUDITORIA-CONSULTA
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

      *    Pede o CPF a consultar; "99999999999" encerra a transacao.
       OBTER-CPF-CONSULTA.
           DISPLAY "CPF/CNPJ A CONSULTAR (99999999999 PARA SAIR): "
           ACCEPT WS-CPF-CONSULTA
           IF WS-CPF-CONSULTA = "99999999999"
               MOVE "N" TO WS-CONTINUAR
           END-IF.

      *    Consulta pedida por procurador ou representante legal: a
      *    procuracao da conta informada tem que ser do CPF consultado,
      *    vigente, nao revogada e com poder de consulta - senao nada
      *    e exibido. Sem procurador, segue a consulta do operador.
       IDENTIFICAR-PROCURADOR.
           MOVE "S" TO WS-PROCURACAO-OK
           MOVE SPACES TO WS-AUD-PROCURADOR
           DISPLAY "CPF DO PROCURADOR (BRANCO = NENHUM): "
           ACCEPT WS-CPF-PROCURADOR
           IF WS-CPF-PROCURADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTA DO OUTORGANTE: "
           ACCEPT WS-CONTA-DIGITADA
           MOVE SPACES TO PRC-CONSULTA-RESULTADO
           MOVE WS-CPF-PROCURADOR TO PRV-CPF-PROCURADOR
           MOVE ZEROS TO PRV-CONTA
           IF FUNCTION TRIM(WS-CONTA-DIGITADA) IS NUMERIC
               COMPUTE PRV-CONTA EQUAL
                   FUNCTION NUMVAL(WS-CONTA-DIGITADA)
               END-COMPUTE
           END-IF
           MOVE "C" TO PRV-PODER
           ACCEPT PRV-DATA FROM DATE YYYYMMDD
           CALL "PRCVALID" USING PRC-CONSULTA-ENTRADA
               PRC-CONSULTA-RESULTADO
           IF PRV-AUTORIZADO
               AND PRV-CPF-OUTORGANTE NOT = WS-CPF-CONSULTA
               SET PRV-SEM-PROCURACAO TO TRUE
               MOVE "OUTRO-TITULAR" TO PRV-DESCRICAO
           END-IF

           MOVE WS-CPF-PROCURADOR TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           STRING " PROCURADOR="         DELIMITED BY SIZE
                  WS-CPF-MASCARADO       DELIMITED BY SIZE
                  " CONTA="              DELIMITED BY SIZE
                  PRV-CONTA              DELIMITED BY SIZE
                  " PODER="              DELIMITED BY SIZE
                  PRV-PODER              DELIMITED BY SIZE
                  " DOC="                DELIMITED BY SIZE
                  PRV-DOCUMENTO          DELIMITED BY SIZE
                  " PROCURACAO="         DELIMITED BY SIZE
                  PRV-DESCRICAO          DELIMITED BY SIZE
                  INTO WS-AUD-PROCURADOR
           END-STRING

           IF NOT PRV-AUTORIZADO
               MOVE "N" TO WS-PROCURACAO-OK
               MOVE "PROC-RECUSADA" TO WS-RESULTADO-CONS
               DISPLAY "PROCURACAO RECUSADA ("
                   FUNCTION TRIM(PRV-DESCRICAO)
                   ") - CONSULTA NAO EXIBIDA"
           END-IF.

      *    Busca o CPF digitado pela chave primaria do cadastro mestre
      *    e exibe os dados encontrados com CPF/RG mascarados, ou uma
      *    mensagem de nao encontrado.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME

      *    CNPJ (14 digitos) mostra os 2 ultimos, como o CPF.
           IF WS-CPF-CONSULTA (12 : 3) = SPACES
               MOVE WS-CPF-CONSULTA TO WS-MASCARA-ENTRADA
           ELSE
               MOVE WS-CPF-CONSULTA (4 : 11) TO WS-MASCARA-ENTRADA
           END-IF
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  WS-AUD-DATA            DELIMITED BY SIZE
                  " HORA="               DELIMITED BY SIZE
                  WS-AUD-HORA            DELIMITED BY SIZE
                  WS-AUD-PROCURADOR      DELIMITED BY SIZE
                  INTO WS-CONSAUD-BUFFER
           END-STRING
           MOVE WS-CONSAUD-BUFFER TO CONSAUD-LINHA
           CLOSE CONSULTA-AUD.

      *    Copia o registro achado do FD para o layout compartilhado
      *    CLIENTE (req029), unica fonte usada daqui em diante. So
      *    pessoa fisica passa por aqui - o CPF do layout tem 11
      *    posicoes; a empresa sai por EXIBIR-EMPRESA-ENCONTRADA.
       CARREGAR-CLIENTE-DO-CADCLI.
           MOVE CADCLI-NOME        TO NOME OF CLIENTE
           MOVE CADCLI-RG          TO RG OF CLIENTE
      *    Monta as mascaras de CPF/RG do registro encontrado e exibe
      *    os dados do cliente, a partir do layout CLIENTE acima.
       EXIBIR-CLIENTE-ENCONTRADO.
           IF CADCLI-PESSOA-JURIDICA
               PERFORM EXIBIR-EMPRESA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGAR-CLIENTE-DO-CADCLI

           MOVE CPF OF CLIENTE TO WS-MASCARA-ENTRADA
           DISPLAY "FAIXA DE ATIVIDADE: " CADCLI-TIER
           PERFORM EXIBIR-CONTATOS-CLIENTE.

      *    Pessoa juridica: o layout CLIENTE e de pessoa fisica, os
      *    dados saem direto do registro do mestre.
       EXIBIR-EMPRESA-ENCONTRADA.
           MOVE CADCLI-CPF (4 : 11) TO WS-MASCARA-ENTRADA
           MOVE SPACES TO WS-CPF-MASCARADO
           STRING "*********"   DELIMITED BY SIZE
                  WS-MASCARA-2  DELIMITED BY SIZE
                  INTO WS-CPF-MASCARADO
           END-STRING
           DISPLAY "RAZAO SOCIAL: " CADCLI-NOME
           DISPLAY "FANTASIA....: " CADCLI-NOME-FANTASIA
           DISPLAY "CNPJ........: " WS-CPF-MASCARADO
           DISPLAY "ENDERECO: " CADCLI-LOGRADOURO ", " CADCLI-NUMERO
               " " CADCLI-BAIRRO " " CADCLI-CIDADE "/" CADCLI-UF
               " CEP " CADCLI-CEP
           DISPLAY "FAIXA DE ATIVIDADE: " CADCLI-TIER
           PERFORM EXIBIR-CONTATOS-CLIENTE.

      *    Lista os telefones/e-mails do cliente consultado, se o
      *    arquivo de contatos existir e tiver algo para este CPF.
       EXIBIR-CONTATOS-CLIENTE.
