      *================================================================*
      *    Copybook ALSALDREC - layout do limite de saldo baixo
      *    escolhido pelo cliente (ALERTA.SALDO), indexado por CPF +
      *    conta, mantido pelo ALRTSALD. O ALRTGERA compara o saldo
      *    disponivel da conta no ledger (saldo menos bloqueado) com
      *    o limite e enfileira o alerta quando o saldo CAI abaixo
      *    dele: a marca ALS-ABAIXO segura a repeticao enquanto o
      *    saldo seguir baixo e e rearmada quando ele volta ao limite.
      *================================================================*
       01  ALSALD-REG.
           02 ALS-CHAVE.
      *    CPF ou CNPJ do titular - mesma largura de LEDGER-CPF.
              03 ALS-CPF          PIC X(14).
              03 ALS-CONTA        PIC 9(06).
           02 ALS-LIMITE          PIC 9(09)V99.
           02 ALS-SITUACAO        PIC X(01).
              88 ALS-ATIVO           VALUE "A".
              88 ALS-CANCELADO       VALUE "C".
           02 ALS-ABAIXO          PIC X(01).
              88 ALS-JA-AVISADO      VALUE "S".
           02 ALS-DATA-MUDANCA    PIC 9(08).
           02 ALS-OPERADOR        PIC X(08).
