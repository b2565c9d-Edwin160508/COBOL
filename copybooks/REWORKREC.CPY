           02 RWK-RESULTADO       PIC X(10).
           02 RWK-NOME            PIC X(50).
           02 RWK-RG              PIC X(11).
      *    CPF ou CNPJ - mesma largura de CADCLI-CPF.
           02 RWK-CPF             PIC X(14).
           02 RWK-ENDERECO.
              03 RWK-LOGRADOURO      PIC X(40).
              03 RWK-NUMERO          PIC X(06).
              03 RWK-MES          PIC XX.
              03 RWK-ANO          PIC X(04).
           02 RWK-GENERO          PIC X(01).
      *    CPF do responsavel legal digitado para o titular menor.
           02 RWK-CPF-RESPONSAVEL PIC X(11).
      *    Pessoa fisica (F) ou juridica (J) e o nome fantasia da
      *    juridica.
           02 RWK-TIPO-PESSOA     PIC X(01).
           02 RWK-NOME-FANTASIA   PIC X(50).
