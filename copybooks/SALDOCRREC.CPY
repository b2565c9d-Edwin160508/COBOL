      *================================================================*
      *    Copybook SALDOCRREC - saldo credor do cliente (SALDOCRED.DAT)
      *    indexado pelo CPF/CNPJ: o pagamento a maior identificado
      *    pelo CXAPLIC e pelo RECINST entra aqui em vez de ficar no
      *    relatorio de caixa nao aplicado; o FATGERA consome o saldo
      *    nas faturas novas do cliente e o SCRDEVOL devolve em conta
      *    ou por TED. Mantido so pelo subprograma SCRMOVTO (ver
      *    copybooks/SCRAPI.CPY), que grava cada movimento tambem no
      *    historico SALDOCRED.MOV (ver copybooks/SCRMOVREC.CPY).
      *================================================================*
       01  SCR-REC.
      *    CPF ou CNPJ do cliente - mesma largura de FAT-CPF.
           02 SCR-CPF             PIC X(14).
           02 SCR-SALDO           PIC 9(11)V99.
      *    Data desde a qual o cliente tem saldo credor sem
      *    interrupcao (o credito que abriu o saldo) - base do aging
      *    para a auditoria. Saldo zerado volta a zeros aqui.
           02 SCR-DATA-ORIGEM     PIC 9(08).
           02 SCR-DATA-ULTIMO     PIC 9(08).
      *    Acumulados desde a abertura do saldo.
           02 SCR-TOTAL-CREDITADO PIC 9(11)V99.
           02 SCR-TOTAL-APLICADO  PIC 9(11)V99.
           02 SCR-TOTAL-DEVOLVIDO PIC 9(11)V99.
