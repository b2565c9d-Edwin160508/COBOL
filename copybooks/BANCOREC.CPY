      *    Literal do registro 0 de header combinado com o banco -
      *    cada instituicao exige a sua propria marca.
           02 BCO-LITERAL-HEADER  PIC X(16).
      *    Convenio de cobranca e carteira do contrato com o banco -
      *    formam o nosso numero e o campo livre do codigo de barras
      *    do boleto (BOLETO). Banco cadastrado antes deles (brancos)
      *    sai com zeros.
           02 BCO-CONVENIO        PIC 9(07).
           02 BCO-CARTEIRA        PIC 9(02).
