      *================================================================*
      *    Copybook CCSVINREC - controle dos relacionamentos ja
      *    informados ao CCS (CCS.VINCULOS), uma linha por conta +
      *    CPF + vinculo, regravado inteiro pelo CCSBACEN a cada
      *    passada. Inicio informado fica com data fim zeros; o fim
      *    informado grava a data fim e o relacionamento nao sai de
      *    novo - so volta ao arquivo se recomecar (procuracao
      *    reoutorgada, co-titular readmitido).
      *================================================================*
       01  CCSVIN-REG.
           02 CCV-CONTA           PIC 9(06).
           02 CCV-CPF             PIC X(14).
      *    T = titular, C = co-titular, P = procurador,
      *    R = representante legal - mesmos codigos de CCS-D-VINCULO.
           02 CCV-VINCULO         PIC X(01).
           02 CCV-DATA-INICIO     PIC 9(08).
           02 CCV-DATA-FIM        PIC 9(08).
           02 CCV-DATA-ENVIO      PIC 9(08).
