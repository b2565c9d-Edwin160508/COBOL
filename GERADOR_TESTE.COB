      *    Mesmo layout de colunas fixas da carga em lote.
       FD  CARGA-SAIDA.
       01  CARGA-REG.
           02 CRG-CPF             PIC X(14).
           02 CRG-NOME            PIC X(50).
           02 CRG-RG              PIC X(11).
           02 CRG-LOGRADOURO      PIC X(40).
