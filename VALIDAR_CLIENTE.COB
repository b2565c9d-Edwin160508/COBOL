      *>   11 digitos iguais), CEP numerico de 8 digitos, RG com      <*
      *>   formato valido e sem duplicidade contra a chave alternativa<*
      *>   do cadastro mestre, ano de nascimento plausivel e genero   <*
      *>   M/F, e titular menor de 18 anos so com responsavel legal   <*
      *>   (cliente ativo, maior e sem obito no mestre, diferente do  <*
      *>   proprio titular). Qualquer mudanca de regra aqui tem que   <*
      *>   ser espelhada nos paragrafos VALIDAR-* de                  <*
      *>   VARIAVEISCOMPOSTAS.COB, e vice-versa.                      <*
      *>   Pessoa juridica (VAL-TIPO-PESSOA = J, so pela carga em     <*
      *>   lote e pelo retrabalho - a tela do VARCOMP e de pessoa     <*
      *>   fisica): CNPJ de 14 digitos pelo modulo 11 da Receita, CEP <*
      *>   pela mesma regra e nome fantasia obrigatorio; RG, DATANASC,<*
      *>   GENERO e responsavel legal nao se aplicam.                 <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Mesma tabela de referencia de UF x faixa de CEP usada pelo
      *    intake interativo (data/UF_CEP.TAB).
           05 WS-CPF-DV2          PIC 9(01).
           05 WS-CPF-IND          PIC 9(02).

      *    Mesma area para o CNPJ da pessoa juridica: 14 digitos e a
      *    tabela de pesos do modulo 11 da Receita.
       01  WS-CNPJ-VALIDACAO.
           05 WS-CNPJ-NUM         PIC 9(14).
           05 WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-NUM
                                   PIC 9 OCCURS 14 TIMES.
           05 WS-CNPJ-PESOS       PIC X(13) VALUE "6543298765432".
           05 WS-CNPJ-PESO REDEFINES WS-CNPJ-PESOS
                                   PIC 9 OCCURS 13 TIMES.
           05 WS-CNPJ-SOMA        PIC 9(04).
           05 WS-CNPJ-RESTO       PIC 9(02).
           05 WS-CNPJ-DV1         PIC 9(01).
           05 WS-CNPJ-DV2         PIC 9(01).
           05 WS-CNPJ-IND         PIC 9(02).
           05 WS-CNPJ-IGUAIS      PIC X(01).
       77 WS-FANTASIA-OK     PIC X(01) VALUE "S".

       01  WS-DATA-SISTEMA.
           05 WS-ANO-ATUAL        PIC 9(04).
           05 WS-MES-ATUAL        PIC 9(02).
       77 WS-UF-EXISTE       PIC X(01) VALUE "N".
       77 WS-CEP-NA-FAIXA    PIC X(01) VALUE "N".
       77 WS-CEP-NUMERICO    PIC 9(08) VALUE ZEROS.

      *    Idade pela data de nascimento (titular ou responsavel) -
      *    mesma conta de CALCULAR-IDADE-CLIENTE do intake.
       01  WS-NASC-AVALIADA.
           05 WS-NASC-DIA         PIC X(02).
           05 WS-NASC-MES         PIC X(02).
           05 WS-NASC-ANO         PIC X(04).
       77 WS-IDADE-AVALIADA  PIC 9(03) VALUE ZEROS.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
       PROCEDURE                                     DIVISION
           USING VALIDACAO-CLIENTE VALIDACAO-RESULTADO.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADVALID" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO VAL-CPF-OK VAL-CEP-OK VAL-RG-OK
           MOVE "N" TO VAL-DATANASC-OK VAL-GENERO-OK VAL-TUDO-OK
           MOVE SPACES TO VAL-MOTIVO
           MOVE "N" TO VAL-MENOR
           MOVE "S" TO VAL-RESPONSAVEL-OK

           IF WS-UFT-CARREGADA = "N"
               PERFORM CARREGAR-TABELA-UF-CEP
               MOVE "S" TO WS-UFT-CARREGADA
           END-IF

           MOVE "S" TO WS-FANTASIA-OK

      *    Pessoa juridica: CNPJ no lugar do CPF e nome fantasia
      *    obrigatorio; RG, DATANASC, GENERO e responsavel legal nao
      *    se aplicam a empresa e passam como conferidos.
           IF VAL-PESSOA-JURIDICA
               PERFORM VALIDAR-CNPJ-ENTRADA
               PERFORM VALIDAR-CEP-ENTRADA
               PERFORM VALIDAR-NOME-FANTASIA
               MOVE "S" TO VAL-RG-OK VAL-DATANASC-OK VAL-GENERO-OK
           ELSE
               PERFORM VALIDAR-CPF-ENTRADA
               PERFORM VALIDAR-CEP-ENTRADA
               PERFORM VALIDAR-RG-ENTRADA
               PERFORM VALIDAR-DATANASC-ENTRADA
               PERFORM VALIDAR-GENERO-ENTRADA
               IF VAL-DATANASC-OK = "S"
                   PERFORM VALIDAR-RESPONSAVEL-ENTRADA
               END-IF
           END-IF

           IF VAL-CPF-OK = "S" AND VAL-CEP-OK = "S"
               AND VAL-RG-OK = "S" AND VAL-DATANASC-OK = "S"
               AND VAL-GENERO-OK = "S" AND VAL-RESPONSAVEL-OK = "S"
               AND WS-FANTASIA-OK = "S"
               MOVE "S" TO VAL-TUDO-OK
           END-IF
           GOBACK.
      *    rejeicao explicita dos 11 digitos iguais - mesma regra de
      *    VALIDAR-CPF-CLIENTE em VARIAVEISCOMPOSTAS.COB.
       VALIDAR-CPF-ENTRADA.
           IF VAL-CPF (1 : 11) IS NOT NUMERIC
               OR VAL-CPF (12 : 3) NOT = SPACES
               IF VAL-MOTIVO = SPACES
                   MOVE "CPF NAO NUMERICO" TO VAL-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE VAL-CPF (1 : 11) TO WS-CPF-NUM

           IF WS-CPF-DIGITOS (2)  = WS-CPF-DIGITOS (1)
                   AND WS-CPF-DIGITOS (3)  = WS-CPF-DIGITOS (1)
               END-IF
           END-IF.

      *    Digito verificador do CNPJ pelo modulo 11 da Receita:
      *    pesos 5..2,9..2 no primeiro digito e 6..2,9..2 no segundo,
      *    resto menor que 2 vale zero; 14 digitos iguais recusados.
       VALIDAR-CNPJ-ENTRADA.
           IF VAL-CPF IS NOT NUMERIC
               IF VAL-MOTIVO = SPACES
                   MOVE "CNPJ NAO NUMERICO" TO VAL-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE VAL-CPF TO WS-CNPJ-NUM
           MOVE "S" TO WS-CNPJ-IGUAIS
           PERFORM VARYING WS-CNPJ-IND FROM 2 BY 1
                   UNTIL WS-CNPJ-IND > 14
               IF WS-CNPJ-DIGITOS (WS-CNPJ-IND) NOT =
                   WS-CNPJ-DIGITOS (1)
                   MOVE "N" TO WS-CNPJ-IGUAIS
               END-IF
           END-PERFORM
           IF WS-CNPJ-IGUAIS = "S"
               IF VAL-MOTIVO = SPACES
                   MOVE "CNPJ COM TODOS OS DIGITOS IGUAIS"
                       TO VAL-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Primeiro digito: 12 digitos contra os pesos 2 a 13 da
      *    tabela (5,4,3,2,9,...,2).
           MOVE ZEROS TO WS-CNPJ-SOMA
           PERFORM VARYING WS-CNPJ-IND FROM 1 BY 1
                   UNTIL WS-CNPJ-IND > 12
               COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                   (WS-CNPJ-DIGITOS (WS-CNPJ-IND) *
                    WS-CNPJ-PESO (WS-CNPJ-IND + 1))
           END-PERFORM
           DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-RESTO
               REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV1
           ELSE
               COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO
           END-IF

      *    Segundo digito: 13 digitos (com o primeiro DV) contra os
      *    pesos 1 a 13 da tabela (6,5,4,3,2,9,...,2).
           MOVE ZEROS TO WS-CNPJ-SOMA
           PERFORM VARYING WS-CNPJ-IND FROM 1 BY 1
                   UNTIL WS-CNPJ-IND > 12
               COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                   (WS-CNPJ-DIGITOS (WS-CNPJ-IND) *
                    WS-CNPJ-PESO (WS-CNPJ-IND))
           END-PERFORM
           COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA
               + (WS-CNPJ-DV1 * WS-CNPJ-PESO (13))
           DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-RESTO
               REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV2
           ELSE
               COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO
           END-IF

           IF WS-CNPJ-DIGITOS (13) = WS-CNPJ-DV1
                   AND WS-CNPJ-DIGITOS (14) = WS-CNPJ-DV2
               MOVE "S" TO VAL-CPF-OK
           ELSE
               IF VAL-MOTIVO = SPACES
                   MOVE "CNPJ REPROVADO NO DIGITO VERIFICADOR"
                       TO VAL-MOTIVO
               END-IF
           END-IF.

      *    Razao social vem em VAL-NOME; a empresa tambem precisa do
      *    nome fantasia.
       VALIDAR-NOME-FANTASIA.
           IF VAL-NOME-FANTASIA = SPACES
               MOVE "N" TO WS-FANTASIA-OK
               IF VAL-MOTIVO = SPACES
                   MOVE "PESSOA JURIDICA SEM NOME FANTASIA"
                       TO VAL-MOTIVO
               END-IF
           END-IF.

      *    Carrega a tabela de UF x faixa de CEP (data/UF_CEP.TAB),
      *    uma unica vez por run unit.
       CARREGAR-TABELA-UF-CEP.
               END-IF
           END-IF.

      *    Titular menor de 18 anos so entra com responsavel legal:
      *    CPF informado, diferente do proprio, cadastrado no mestre,
      *    ativo, sem obito e ele mesmo maior de idade - mesma regra
      *    de VALIDAR-RESPONSAVEL-LEGAL em VARIAVEISCOMPOSTAS.COB.
       VALIDAR-RESPONSAVEL-ENTRADA.
           MOVE VAL-DATANASC TO WS-NASC-AVALIADA
           PERFORM CALCULAR-IDADE-AVALIADA
           IF WS-IDADE-AVALIADA NOT < 18
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO VAL-MENOR
           MOVE "N" TO VAL-RESPONSAVEL-OK
           IF VAL-CPF-RESPONSAVEL = SPACES
               IF VAL-MOTIVO = SPACES
                   MOVE "MENOR DE IDADE SEM RESPONSAVEL LEGAL"
                       TO VAL-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF VAL-CPF-RESPONSAVEL = VAL-CPF
               IF VAL-MOTIVO = SPACES
                   MOVE "RESPONSAVEL LEGAL E O PROPRIO TITULAR"
                       TO VAL-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADCLI-MESTRE
           IF NOT CADCLI-OK
               IF VAL-MOTIVO = SPACES
                   MOVE "RESPONSAVEL LEGAL SEM CADASTRO" TO VAL-MOTIVO
               END-IF
               CLOSE CADCLI-MESTRE
               EXIT PARAGRAPH
           END-IF
           MOVE VAL-CPF-RESPONSAVEL TO CADCLI-CPF
           READ CADCLI-MESTRE
               INVALID KEY
                   IF VAL-MOTIVO = SPACES
                       MOVE "RESPONSAVEL LEGAL SEM CADASTRO"
                           TO VAL-MOTIVO
                   END-IF
               NOT INVALID KEY
                   MOVE CADCLI-DATANASC TO WS-NASC-AVALIADA
                   PERFORM CALCULAR-IDADE-AVALIADA
                   EVALUATE TRUE
                       WHEN NOT CADCLI-ATIVO OR CADCLI-FALECIDO
                           IF VAL-MOTIVO = SPACES
                               MOVE "RESPONSAVEL LEGAL NAO ESTA ATIVO"
                                   TO VAL-MOTIVO
                           END-IF
                       WHEN CADCLI-E-MENOR OR WS-IDADE-AVALIADA < 18
                           IF VAL-MOTIVO = SPACES
                               MOVE "RESPONSAVEL LEGAL MENOR DE IDADE"
                                   TO VAL-MOTIVO
                           END-IF
                       WHEN OTHER
                           MOVE "S" TO VAL-RESPONSAVEL-OK
                   END-EVALUATE
           END-READ
           CLOSE CADCLI-MESTRE.

       CALCULAR-IDADE-AVALIADA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-IDADE-AVALIADA EQUAL
               WS-ANO-ATUAL - FUNCTION NUMVAL(WS-NASC-ANO)
           END-COMPUTE
           IF WS-MES-ATUAL < FUNCTION NUMVAL(WS-NASC-MES)
               OR (WS-MES-ATUAL = FUNCTION NUMVAL(WS-NASC-MES)
                   AND WS-DIA-ATUAL < FUNCTION NUMVAL(WS-NASC-DIA))
               SUBTRACT 1 FROM WS-IDADE-AVALIADA
           END-IF.

      *    Genero dentro do dominio M/F - mesmos 88-levels de
      *    VARIAVEISCOMPOSTAS.COB's GENERO.
       VALIDAR-GENERO-ENTRADA.
