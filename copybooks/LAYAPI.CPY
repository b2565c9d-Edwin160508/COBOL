      *================================================================*
      *    Copybook LAYAPI - area de comunicacao com o subprograma de
      *    conferencia da versao de layout dos mestres (LAYCHECK,
      *    LAYOUT_VERSAO.COB). Todo programa que abre CADCLI.DAT,
      *    CONTA.DAT, LEDGER.CPF.DAT ou data/FATURAS.DAT marca os
      *    mestres que usa e chama LAYCHECK antes de abrir qualquer
      *    arquivo: a versao com que o programa foi compilado (abaixo)
      *    tem que ser a registrada para o mestre em LAYOUT.CTL, senao
      *    o programa nao roda (RETURN-CODE 12) - um programa antigo
      *    nunca le o registro novo com o copybook velho.
      *    Campo acrescentado no fim de CADCLIREC, CONTAREC, LEDGERREC
      *    ou FATURA sobe a versao do mestre AQUI, no mesmo pacote; o
      *    arquivo e convertido pelo LAYCONV, que registra a versao
      *    nova em LAYOUT.CTL.
      *================================================================*
       01  LAYOUT-ENTRADA.
           02 LYX-PROGRAMA        PIC X(08).
      *    Mestres que o programa abre.
           02 LYX-USA-CADCLI      PIC X(01) VALUE "N".
              88 LYX-CONFERE-CADCLI  VALUE "S".
           02 LYX-USA-CONTA       PIC X(01) VALUE "N".
              88 LYX-CONFERE-CONTA   VALUE "S".
           02 LYX-USA-LEDGER      PIC X(01) VALUE "N".
              88 LYX-CONFERE-LEDGER  VALUE "S".
           02 LYX-USA-FATURAS     PIC X(01) VALUE "N".
              88 LYX-CONFERE-FATURAS VALUE "S".
      *    Versao do layout de cada mestre neste fonte.
           02 LYX-VERSAO-CADCLI   PIC 9(03) VALUE 001.
           02 LYX-VERSAO-CONTA    PIC 9(03) VALUE 001.
           02 LYX-VERSAO-LEDGER   PIC 9(03) VALUE 001.
           02 LYX-VERSAO-FATURAS  PIC 9(03) VALUE 001.

       01  LAYOUT-RESULTADO.
           02 LYX-RESULTADO       PIC X(01).
              88 LYX-CONFERE         VALUE "C".
              88 LYX-DIVERGE         VALUE "D".
      *    Mestre sem versao em LAYOUT.CTL (ou LAYOUT.CTL ausente).
              88 LYX-SEM-CONTROLE    VALUE "S".
      *    Mestre recusado e a versao registrada para ele.
           02 LYX-MESTRE-RECUSADO PIC X(08).
           02 LYX-VERSAO-ARQUIVO  PIC 9(03).
