      *================================================================*
      *    Copybook INFESPREC - fila de espolio do informe de
      *    rendimentos (INFORME.ESPOLIO): o informe de cada titular
      *    com obito registrado, gravado pelo INFREND uma linha de
      *    impressao por registro, com o CPF em claro na frente para
      *    o ESPOLIO juntar o informe ao dossie do falecido. A linha
      *    impressa leva o CPF mascarado, como no informe expedido.
      *================================================================*
       01  INFESP-REG.
           02 IFE-CPF             PIC X(14).
           02 IFE-ANO-BASE        PIC 9(04).
           02 IFE-LINHA           PIC X(80).
