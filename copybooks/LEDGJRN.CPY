      *================================================================*
       01  LEDGJRN-REG.
           02 JRN-SEQUENCIAL      PIC 9(08).
      *    CPF ou CNPJ do titular - mesma largura de LEDGER-CPF.
           02 JRN-CPF             PIC X(14).
           02 JRN-CONTA           PIC 9(06).
           02 JRN-SALDO-ANTES     PIC S9(9)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
      *    do header da transmissao) - espacos nos lancamentos que
      *    nao nascem de transmissao de agencia.
           02 JRN-AGENCIA         PIC X(08).
      *    CPF do procurador/representante legal que fez o movimento
      *    em nome do titular (ver copybooks/PROCURREC.CPY) - espacos
      *    quando o proprio titular movimentou.
           02 JRN-REPRESENTANTE   PIC X(11).
      *    Natureza do movimento, para o extrato e a segmentacao
      *    separarem o salario dos demais creditos: S = credito de
      *    salario da folha de pagamento (FOLHAPAG); F = debito do
      *    total da folha na conta da empresa; espacos = movimento
      *    comum.
           02 JRN-NATUREZA        PIC X(01).
              88 JRN-CREDITO-SALARIO VALUE "S".
              88 JRN-DEBITO-FOLHA    VALUE "F".
