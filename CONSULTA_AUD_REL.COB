       FILE                                  SECTION.
      *----------------------------------------------------------------*
       FD  CONSULTA-AUD.
       01  CONSAUD-LINHA          PIC X(200).

       FD  CONSAUD-RELATORIO.
       01  REL-LINHA              PIC X(80) VALUE SPACES.
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".

      *    Separacao dos campos OPERADOR= e CPF= da linha da trilha.
       77 WS-PARTE-1         PIC X(200) VALUE SPACES.
       77 WS-PARTE-2         PIC X(200) VALUE SPACES.
       77 WS-PARTE-3         PIC X(200) VALUE SPACES.
       77 WS-OPERADOR-LINHA  PIC X(08) VALUE SPACES.
       77 WS-CPF-LINHA       PIC X(11) VALUE SPACES.

