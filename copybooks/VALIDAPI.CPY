       01  VALIDACAO-CLIENTE.
           02 VAL-NOME            PIC X(50).
           02 VAL-RG              PIC X(11).
      *    CPF (pessoa fisica) ou CNPJ (juridica) - ver
      *    VAL-TIPO-PESSOA.
           02 VAL-CPF             PIC X(14).
           02 VAL-ENDERECO.
              03 VAL-LOGRADOURO      PIC X(40).
              03 VAL-NUMERO          PIC X(06).
              03 VAL-MES          PIC XX.
              03 VAL-ANO          PIC X(04).
           02 VAL-GENERO          PIC X(01).
      *    CPF do responsavel legal - so exigido quando a DATANASC
      *    da menos de 18 anos; espacos para o titular maior.
           02 VAL-CPF-RESPONSAVEL PIC X(11).
      *    F = pessoa fisica (espaco tambem vale F), J = juridica: o
      *    documento e CNPJ, o nome e a razao social, o nome fantasia
      *    e obrigatorio e RG/GENERO/DATANASC nao sao conferidos.
           02 VAL-TIPO-PESSOA     PIC X(01).
              88 VAL-PESSOA-JURIDICA  VALUE "J".
           02 VAL-NOME-FANTASIA   PIC X(50).

       01  VALIDACAO-RESULTADO.
           02 VAL-CPF-OK          PIC X(01).
           02 VAL-TUDO-OK         PIC X(01).
              88 VAL-CLIENTE-VALIDO   VALUE "S".
           02 VAL-MOTIVO          PIC X(60).
      *    Titular menor de idade (S) e conferencia do responsavel
      *    legal (S = aceito ou dispensado por ser maior).
           02 VAL-MENOR           PIC X(01).
              88 VAL-CLIENTE-MENOR    VALUE "S".
           02 VAL-RESPONSAVEL-OK  PIC X(01).
