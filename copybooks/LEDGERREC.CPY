      *    A chave e composta: CPF do cliente + numero da conta, para
      *    um mesmo cliente poder carregar mais de uma conta, cada uma
      *    com seu proprio saldo de abertura/fechamento.
      *    Mudou o layout, sobe LYX-VERSAO-LEDGER em
      *    copybooks/LAYAPI.CPY no mesmo pacote e o arquivo e
      *    convertido pelo LAYCONV - os programas conferem a versao
      *    contra LAYOUT.CTL ao iniciar.
      *================================================================*
       01  LEDGER-REC.
           02 LEDGER-CHAVE.
      *    CPF ou CNPJ do titular - mesma largura de CADCLI-CPF.
              03 LEDGER-CPF       PIC X(14).
              03 LEDGER-CONTA     PIC 9(06).
      *    Saldo com sinal, 2 casas decimais, em packed-decimal
      *    (COMP-3), mesma convencao monetaria dos programas
      *    aritmeticos - sem isso um debito maior que o saldo nao
      *    teria como registrar o saldo negativo resultante.
           02 LEDGER-SALDO        PIC S9(9)V99 COMP-3.
      *    Valor bloqueado por ordem judicial (SISBAJUD) - mantido so
      *    pelo BLOQJUD. O saldo disponivel para qualquer debito e
      *    LEDGER-SALDO menos LEDGER-BLOQUEADO; conta nova nasce com
      *    zeros aqui.
           02 LEDGER-BLOQUEADO    PIC S9(9)V99 COMP-3.
