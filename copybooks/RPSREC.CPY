      *================================================================*
      *    Copybook RPSREC - layout do lote de RPS (recibo provisorio
      *    de servicos) enviado ao web service da NFS-e da prefeitura
      *    (NFSE.RPS): cabecalho 1 com o prestador e o periodo, um
      *    detalhe 2 por fatura de tarifa e rodape 9 com os totais
      *    que a prefeitura confere. O numero do RPS e o numero da
      *    fatura - unico, ja controlado pelo FATNUM.CTL.
      *================================================================*
       01  RPS-REG.
           02 RPS-TIPO            PIC X(01).
              88 RPS-CABECALHO        VALUE "1".
              88 RPS-DETALHE          VALUE "2".
              88 RPS-RODAPE           VALUE "9".
           02 RPS-DADOS           PIC X(249).
           02 RPS-CAB REDEFINES RPS-DADOS.
              03 RPS-C-VERSAO        PIC 9(03).
              03 RPS-C-MUNICIPIO     PIC 9(07).
              03 RPS-C-INSCRICAO     PIC X(15).
              03 RPS-C-CNPJ          PIC X(14).
              03 RPS-C-LOTE          PIC 9(06).
              03 RPS-C-DATA-INICIO   PIC 9(08).
              03 RPS-C-DATA-FIM      PIC 9(08).
              03 FILLER              PIC X(188).
           02 RPS-DET REDEFINES RPS-DADOS.
              03 RPS-D-SERIE         PIC X(05).
              03 RPS-D-NUMERO        PIC 9(12).
              03 RPS-D-DATA-EMISSAO  PIC 9(08).
      *    T = tributado no municipio do prestador.
              03 RPS-D-SITUACAO      PIC X(01).
              03 RPS-D-CODIGO-SERVICO PIC X(05).
              03 RPS-D-VALOR-SERVICOS PIC 9(13)V99.
              03 RPS-D-VALOR-DEDUCOES PIC 9(13)V99.
              03 RPS-D-ALIQUOTA      PIC 9(01)V9(04).
              03 RPS-D-VALOR-ISS     PIC 9(13)V99.
      *    1 = ISS retido pelo tomador; 2 = recolhido pelo prestador.
              03 RPS-D-ISS-RETIDO    PIC X(01).
      *    1 = tomador com CPF; 2 = tomador com CNPJ.
              03 RPS-D-TIPO-TOMADOR  PIC X(01).
              03 RPS-D-DOC-TOMADOR   PIC X(14).
              03 RPS-D-NOME-TOMADOR  PIC X(50).
              03 RPS-D-DISCRIMINACAO PIC X(60).
              03 FILLER              PIC X(42).
           02 RPS-ROD REDEFINES RPS-DADOS.
              03 RPS-R-QTD-RPS       PIC 9(07).
              03 RPS-R-VALOR-SERVICOS PIC 9(13)V99.
              03 RPS-R-VALOR-DEDUCOES PIC 9(13)V99.
              03 RPS-R-VALOR-ISS     PIC 9(13)V99.
              03 FILLER              PIC X(197).
