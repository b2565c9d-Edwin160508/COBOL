      *>   fora do cadastro) e roteado para o primeiro banco.         <*
      *>   Titulo de CPF com mandato de debito automatico ativo nao   <*
      *>   sai em remessa nenhuma - quem liquida e o passo DEBAUTO.   <*
      *>   O detalhe leva o documento do sacado com 14 posicoes e o   <*
      *>   tipo de inscricao (1 = CPF, 2 = CNPJ), como no layout dos  <*
      *>   bancos.                                                    <*
      *>   O detalhe leva tambem o desconto por pagamento antecipado  <*
      *>   fixado na fatura (data limite e valor), para o banco       <*
      *>   imprimir no boleto e receber com o desconto ate a data;    <*
      *>   janela ja vencida ou fatura sem desconto sai com zeros.    <*
      *>   PEDIDO DE BAIXA: fatura cancelada (FATCANC) nao sai mais;  <*
      *>   se o titulo ja estava registrado no banco, o pedido de     <*
      *>   baixa pendente em BAIXA.PEDIDO (ver copybooks/             <*
      *>   BAIXAPED.CPY) sai como detalhe de instrucao 2 no arquivo   <*
      *>   do banco do titulo (instrucao 1 = entrada de titulo) e o   <*
      *>   pedido fica marcado como enviado, com o NSA do arquivo.    <*
      *>   Contagem e checksum do trailer somam os dois tipos de      <*
      *>   detalhe; a reemissao regenera tambem as baixas do NSA.     <*
      *>   O valor do titulo e o saldo devedor da fatura (valor -     <*
      *>   pago): a fatura que nasceu com parte paga pelo saldo       <*
      *>   credor do cliente (FATGERA) vai ao banco so pelo resto,    <*
      *>   e o desconto so segue se couber nesse saldo.               <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Cadastro de bancos de cobranca - um arquivo de remessa por
      *    banco, cada um com o literal de header proprio.
           SELECT REMESSA-REGISTRO ASSIGN TO "REMESSA.REGISTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
      *    Pedidos de baixa de titulo cancelado, gravados pelo FATCANC
      *    e marcados como enviados aqui.
           SELECT BAIXA-PEDIDO ASSIGN TO "BAIXA.PEDIDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXA-STATUS.

      *================================================================*
       DATA                                          DIVISION.
      *    e numerados em sequencia nas 6 ultimas posicoes, como nos
      *    layouts de cobranca bancaria.
       FD  REMESSA-SAIDA.
       01  REM-LINHA                  PIC X(181).
       01  REM-HEADER REDEFINES REM-LINHA.
           05 REM-H-TIPO              PIC X(01).
           05 REM-H-LITERAL           PIC X(16).
           05 REM-H-DATA              PIC 9(08).
           05 REM-H-EMPRESA           PIC X(30).
           05 REM-H-BANCO             PIC 9(03).
           05 FILLER                  PIC X(117).
           05 REM-H-SEQUENCIA         PIC 9(06).
       01  REM-DETALHE REDEFINES REM-LINHA.
           05 REM-D-TIPO              PIC X(01).
           05 REM-D-TITULO            PIC 9(06).
      *    Tipo de inscricao do sacado: 1 = CPF, 2 = CNPJ.
           05 REM-D-TIPO-INSCRICAO    PIC X(01).
           05 REM-D-CPF               PIC X(14).
           05 REM-D-NOME              PIC X(40).
           05 REM-D-LOGRADOURO        PIC X(40).
           05 REM-D-CIDADE            PIC X(20).
           05 REM-D-CEP               PIC X(08).
           05 REM-D-VENCTO            PIC 9(08).
           05 REM-D-VALOR             PIC 9(11)V99.
      *    Desconto antecipado: pagamento ate a data limite abate o
      *    valor do desconto. Zeros = titulo sem desconto.
           05 REM-D-DESCONTO-LIMITE   PIC 9(08).
           05 REM-D-DESCONTO-VALOR    PIC 9(11)V99.
      *    Instrucao do detalhe: 1 = entrada de titulo; 2 = pedido de
      *    baixa de titulo ja registrado (fatura cancelada).
           05 REM-D-INSTRUCAO         PIC X(01).
              88 REM-D-ENTRADA           VALUE "1".
              88 REM-D-PEDIDO-BAIXA      VALUE "2".
           05 REM-D-SEQUENCIA         PIC 9(06).
      *    O trailer carrega os controles do arquivo: contagem, o
      *    CHECKSUM de valor (soma dos valores dos detalhes) e o NSA
           05 REM-T-QTD-TITULOS       PIC 9(06).
           05 REM-T-VALOR-TOTAL       PIC 9(13)V99.
           05 REM-T-NSA               PIC 9(06).
           05 FILLER                  PIC X(147).
           05 REM-T-SEQUENCIA         PIC 9(06).

       FD  REMESSA-RELATORIO.
      *    NSA do arquivo em que o titulo saiu - e a chave da
      *    reemissao e da protecao contra reenvio.
           05 RGT-NSA                 PIC 9(06).

       FD  BAIXA-PEDIDO.
      *    Layout compartilhado do pedido de baixa - ver
      *    copybooks/BAIXAPED.CPY.
           COPY BAIXAPED.
      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
       77 WS-FATURAS-STATUS     PIC X(02) VALUE "00".
              10 WS-BCO-LITERAL     PIC X(16).
              10 WS-BCO-TITULOS     PIC 9(06).
              10 WS-BCO-VALOR       PIC 9(13)V99.
              10 WS-BCO-BAIXAS      PIC 9(06).
              10 WS-BCO-VALOR-BAIXAS PIC 9(13)V99.
       77 WS-BCO-IND            PIC 9(02) VALUE ZEROS.
       77 WS-BCO-DA-VEZ         PIC 9(02) VALUE ZEROS.
       77 WS-BCO-FATURA         PIC 9(02) VALUE ZEROS.
       77 WS-MND-IND            PIC 9(03) VALUE ZEROS.
       77 WS-CPF-TEM-MANDATO    PIC X(01) VALUE "N".

      *    Pedidos de baixa em memoria: os pendentes saem no arquivo
      *    do banco do titulo e a fila inteira e regravada no fim.
       77 WS-BAIXA-STATUS       PIC X(02) VALUE "00".
           88 BAIXA-NAO-ACHOU       VALUE "35".
       77 WS-BAIXA-FIM          PIC X(01) VALUE "N".
           88 BAIXA-FIM             VALUE "S".
       01  WS-TABELA-BAIXAS.
           05 WS-BXP-QTD            PIC 9(03) VALUE ZEROS.
           05 WS-BXP-REG            PIC X(65) OCCURS 500 TIMES.
       77 WS-BXP-IND            PIC 9(03) VALUE ZEROS.
       77 WS-BXP-BANCO-IND      PIC 9(02) VALUE ZEROS.

       01  WS-TOTAIS-REMESSA.
           05 WS-TITULOS-REMETIDOS  PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-REMETIDO     PIC 9(13)V99 VALUE ZEROS.
           05 WS-TITULOS-SEM-CLIENTE PIC 9(06) VALUE ZEROS.
           05 WS-TITULOS-DEB-AUTO   PIC 9(06) VALUE ZEROS.
           05 WS-BAIXAS-ENVIADAS    PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDITADO      PIC Z(12)9.99.
      *    Saldo devedor do titulo remetido (valor - pago).
       77 WS-SALDO-TITULO       PIC 9(11)V99 VALUE ZEROS.
      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77 WS-REL-LINHA          PIC X(80) VALUE SPACES.
       77 WS-BANCO-EDITADO      PIC X(03) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "REMESSA" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           SET LYX-CONFERE-FATURAS TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "MODO (G=GERACAO NORMAL R=REEMISSAO DE ARQUIVO "

           PERFORM CARREGAR-CADASTRO-BANCOS
           PERFORM CARREGAR-REGISTRO-REMESSAS
           PERFORM CARREGAR-PEDIDOS-BAIXA

           IF MODO-REEMISSAO
               PERFORM REEMITIR-ARQUIVO-ANTERIOR

           CLOSE REMESSA-REGISTRO
           PERFORM REGRAVAR-CONTADORES-NSA
           IF WS-BAIXAS-ENVIADAS > ZEROS
               PERFORM REGRAVAR-PEDIDOS-BAIXA
           END-IF
           IF WS-CADCLI-DISPONIVEL = "S"
               CLOSE CADCLI-MESTRE
           END-IF
               MOVE "REMESSA-COBRANCA" TO WS-BCO-LITERAL (1)
               MOVE ZEROS TO WS-BCO-TITULOS (1)
               MOVE ZEROS TO WS-BCO-VALOR (1)
               MOVE ZEROS TO WS-BCO-BAIXAS (1)
               MOVE ZEROS TO WS-BCO-VALOR-BAIXAS (1)
               EXIT PARAGRAPH
           END-IF
           READ BANCO-MST
                       TO WS-BCO-LITERAL (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-TITULOS (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-VALOR (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-BAIXAS (WS-BCO-QTD)
                   MOVE ZEROS TO WS-BCO-VALOR-BAIXAS (WS-BCO-QTD)
               END-IF
               READ BANCO-MST
                   AT END SET BANCO-FIM TO TRUE
      *    Fatura parcelada nao vai ao banco - quem vai sao as
      *    parcelas filhas do acordo. Titulo de CPF com mandato de
      *    debito automatico tambem fica fora - quem liquida e o
      *    passo DEBAUTO, direto na conta do cliente. Fatura
      *    cancelada nao e mais divida - se o titulo ja estava no
      *    banco, quem vai e o pedido de baixa, logo abaixo.
               IF NOT FAT-PAGA AND NOT FAT-PARCELADA
                   AND NOT FAT-BAIXADA AND NOT FAT-CANCELADA
                   PERFORM LOCALIZAR-BANCO-DA-FATURA
                   IF WS-BCO-FATURA = WS-BCO-DA-VEZ
                       PERFORM CONFERIR-MANDATO-DO-CPF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-BXP-IND FROM 1 BY 1
                   UNTIL WS-BXP-IND > WS-BXP-QTD
               MOVE WS-BXP-REG (WS-BXP-IND) TO BXP-REG
               IF BXP-PENDENTE
                   PERFORM LOCALIZAR-BANCO-DA-BAIXA
                   IF WS-BXP-BANCO-IND = WS-BCO-DA-VEZ
                       PERFORM GRAVAR-DETALHE-BAIXA
                       MOVE WS-BCO-CODIGO (WS-BCO-DA-VEZ) TO BXP-BANCO
                       MOVE "E" TO BXP-SITUACAO
                       MOVE WS-NSA-DA-VEZ TO BXP-NSA
                       MOVE BXP-REG TO WS-BXP-REG (WS-BXP-IND)
                       ADD 1 TO WS-BAIXAS-ENVIADAS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM GRAVAR-TRAILER-REMESSA
           CLOSE REMESSA-SAIDA
           CLOSE FATURAS-ENTRADA

           DISPLAY "REMESSA GRAVADA EM " WS-REMESSA-NOME
               " - TITULOS: " WS-BCO-TITULOS (WS-BCO-DA-VEZ)
               " - BAIXAS: " WS-BCO-BAIXAS (WS-BCO-DA-VEZ).

      *    Banco do pedido de baixa na tabela - o banco em que o
      *    titulo foi registrado; fora do cadastro, o primeiro banco,
      *    como na entrada do titulo.
       LOCALIZAR-BANCO-DA-BAIXA.
           MOVE ZEROS TO WS-BXP-BANCO-IND
           PERFORM VARYING WS-BCO-IND FROM 1 BY 1
                   UNTIL WS-BCO-IND > WS-BCO-QTD
               IF WS-BCO-CODIGO (WS-BCO-IND) = BXP-BANCO
                   AND WS-BXP-BANCO-IND = ZEROS
                   MOVE WS-BCO-IND TO WS-BXP-BANCO-IND
               END-IF
           END-PERFORM
           IF WS-BXP-BANCO-IND = ZEROS
               MOVE 1 TO WS-BXP-BANCO-IND
           END-IF.

      *    Banco da fatura corrente na tabela; sem designacao (zeros)
      *    ou banco fora do cadastro, o titulo e roteado para o
           MOVE SPACES TO REM-LINHA
           MOVE "1"            TO REM-D-TIPO
           MOVE FAT-NUMERO     TO REM-D-TITULO
           IF FAT-CPF (12 : 3) = SPACES
               MOVE "1"        TO REM-D-TIPO-INSCRICAO
           ELSE
               MOVE "2"        TO REM-D-TIPO-INSCRICAO
           END-IF
           MOVE FAT-CPF        TO REM-D-CPF
           MOVE FAT-DATA-VENCTO TO REM-D-VENCTO
      *    Titulo vai pelo saldo devedor: fatura que nasceu com parte
      *    paga pelo saldo credor do cliente nao cobra de novo.
           COMPUTE WS-SALDO-TITULO EQUAL FAT-VALOR - FAT-VALOR-PAGO
           END-COMPUTE
           MOVE WS-SALDO-TITULO TO REM-D-VALOR
           MOVE "1"            TO REM-D-INSTRUCAO
           MOVE ZEROS          TO REM-D-DESCONTO-LIMITE
           MOVE ZEROS          TO REM-D-DESCONTO-VALOR
           IF FAT-DESCONTO-VALOR > ZEROS
               AND FAT-DESCONTO-LIMITE NOT < WS-DATA-HOJE
               AND FAT-DESCONTO-VALOR < WS-SALDO-TITULO
               MOVE FAT-DESCONTO-LIMITE TO REM-D-DESCONTO-LIMITE
               MOVE FAT-DESCONTO-VALOR  TO REM-D-DESCONTO-VALOR
           END-IF
           MOVE WS-SEQUENCIA-REGISTRO TO REM-D-SEQUENCIA

           IF WS-CADCLI-DISPONIVEL = "S"

           WRITE REM-LINHA
           ADD 1 TO WS-TITULOS-REMETIDOS
           ADD WS-SALDO-TITULO TO WS-VALOR-REMETIDO
           ADD 1 TO WS-BCO-TITULOS (WS-BCO-DA-VEZ)
           ADD WS-SALDO-TITULO TO WS-BCO-VALOR (WS-BCO-DA-VEZ)

      *    O titulo entra no registro como pendente de resposta e
      *    com o NSA em que saiu - o retorno baixa, o REMPEND cobra
           MOVE WS-NSA-DA-VEZ TO RGT-NSA
           WRITE REGISTRO-REG.

      *    Um registro 1 de instrucao 2 por pedido de baixa: o banco
      *    identifica o titulo pelo numero e o retira da cobranca. O
      *    valor entra no checksum do trailer, como o de todo
      *    detalhe.
       GRAVAR-DETALHE-BAIXA.
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO REM-LINHA
           MOVE "1"            TO REM-D-TIPO
           MOVE BXP-TITULO     TO REM-D-TITULO
           IF BXP-CPF (12 : 3) = SPACES
               MOVE "1"        TO REM-D-TIPO-INSCRICAO
           ELSE
               MOVE "2"        TO REM-D-TIPO-INSCRICAO
           END-IF
           MOVE BXP-CPF        TO REM-D-CPF
           MOVE "PEDIDO DE BAIXA - FATURA CANCELADA" TO REM-D-NOME
           MOVE BXP-VENCTO     TO REM-D-VENCTO
           MOVE BXP-VALOR      TO REM-D-VALOR
           MOVE ZEROS          TO REM-D-DESCONTO-LIMITE
           MOVE ZEROS          TO REM-D-DESCONTO-VALOR
           MOVE "2"            TO REM-D-INSTRUCAO
           MOVE WS-SEQUENCIA-REGISTRO TO REM-D-SEQUENCIA
           WRITE REM-LINHA
           ADD 1 TO WS-BCO-BAIXAS (WS-BCO-DA-VEZ)
           ADD BXP-VALOR TO WS-BCO-VALOR-BAIXAS (WS-BCO-DA-VEZ).

       CARREGAR-PEDIDOS-BAIXA.
           MOVE "N" TO WS-BAIXA-FIM
           OPEN INPUT BAIXA-PEDIDO
           IF BAIXA-NAO-ACHOU
               EXIT PARAGRAPH
           END-IF
           READ BAIXA-PEDIDO
               AT END SET BAIXA-FIM TO TRUE
           END-READ
           PERFORM UNTIL BAIXA-FIM
               IF WS-BXP-QTD < 500
                   ADD 1 TO WS-BXP-QTD
                   MOVE BXP-REG TO WS-BXP-REG (WS-BXP-QTD)
               ELSE
                   DISPLAY "MAIS DE 500 PEDIDOS DE BAIXA - EXCEDENTE "
                       "FICA PARA A PROXIMA REMESSA"
                   SET BAIXA-FIM TO TRUE
               END-IF
               READ BAIXA-PEDIDO
                   AT END SET BAIXA-FIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE BAIXA-PEDIDO.

       REGRAVAR-PEDIDOS-BAIXA.
           OPEN OUTPUT BAIXA-PEDIDO
           PERFORM VARYING WS-BXP-IND FROM 1 BY 1
                   UNTIL WS-BXP-IND > WS-BXP-QTD
               MOVE WS-BXP-REG (WS-BXP-IND) TO BXP-REG
               WRITE BXP-REG
           END-PERFORM
           CLOSE BAIXA-PEDIDO.

      *    Titulo presente no registro ja saiu numa remessa anterior
      *    - salvo se a ultima passagem dele terminou em estorno (E),
      *    quando a fatura reabriu e o titulo volta a ser remessavel.
               END-IF
           END-PERFORM

      *    As baixas enviadas naquele arquivo saem de novo com ele.
           PERFORM VARYING WS-BXP-IND FROM 1 BY 1
                   UNTIL WS-BXP-IND > WS-BXP-QTD
               MOVE WS-BXP-REG (WS-BXP-IND) TO BXP-REG
               IF BXP-ENVIADO
                   AND BXP-BANCO = WS-BANCO-PEDIDO
                   AND BXP-NSA = WS-NSA-PEDIDO
                   PERFORM GRAVAR-DETALHE-BAIXA
                   ADD 1 TO WS-REEMITIDOS
               END-IF
           END-PERFORM

           PERFORM GRAVAR-TRAILER-REMESSA
           CLOSE REMESSA-SAIDA
           CLOSE FATURAS-ENTRADA
           ADD 1 TO WS-SEQUENCIA-REGISTRO
           MOVE SPACES TO REM-LINHA
           MOVE "9"                   TO REM-T-TIPO
           COMPUTE REM-T-QTD-TITULOS EQUAL
               WS-BCO-TITULOS (WS-BCO-DA-VEZ)
               + WS-BCO-BAIXAS (WS-BCO-DA-VEZ)
           END-COMPUTE
      *    O valor total e o checksum do arquivo: o banco (e o nosso
      *    retorno) conferem a soma dos detalhes contra ele.
           COMPUTE REM-T-VALOR-TOTAL EQUAL
               WS-BCO-VALOR (WS-BCO-DA-VEZ)
               + WS-BCO-VALOR-BAIXAS (WS-BCO-DA-VEZ)
           END-COMPUTE
           MOVE WS-NSA-DA-VEZ         TO REM-T-NSA
           MOVE WS-SEQUENCIA-REGISTRO TO REM-T-SEQUENCIA
           WRITE REM-LINHA.
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "PEDIDOS DE BAIXA.......: " DELIMITED BY SIZE
               WS-BAIXAS-ENVIADAS DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING
           MOVE WS-REL-LINHA TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           STRING "JA REMETIDOS (PULADOS).: " DELIMITED BY SIZE
               WS-TITULOS-PULADOS DELIMITED BY SIZE
