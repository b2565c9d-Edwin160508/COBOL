               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADCLI-CPF
               ALTERNATE RECORD KEY IS CADCLI-RG WITH DUPLICATES
               FILE STATUS IS WS-CADCLI-STATUS.
      *    Relatorio da passada: CPFs duplicados encontrados (se
      *    algum) e o total de registros varridos.
      *    CPF do registro lido na iteracao anterior, para comparar
      *    contra o atual - vindo em ordem de chave, dois registros
      *    com o mesmo CPF so podem aparecer um logo apos o outro.
       77 WS-CPF-ANTERIOR    PIC X(14) VALUE LOW-VALUES.
       77 WS-TEM-ANTERIOR    PIC X(01) VALUE "N".
           88 TEM-REGISTRO-ANTERIOR   VALUE "S".

      *    Monta a linha em memoria antes de gravar: STRING direto no
      *    registro do FD nao fica estavel para WRITE neste runtime.
       77  WS-DUP-LINHA          PIC X(100) VALUE SPACES.

      *    Area de chamada da conferencia de layout LAYCHECK - ver
      *    copybooks/LAYAPI.CPY.
           COPY LAYAPI.
      *
      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*

      *    Versao de layout dos mestres contra LAYOUT.CTL: compilado
      *    com outro layout, o programa nao roda.
           MOVE "CADDUPC" TO LYX-PROGRAMA
           SET LYX-CONFERE-CADCLI TO TRUE
           CALL "LAYCHECK" USING LAYOUT-ENTRADA LAYOUT-RESULTADO
           IF NOT LYX-CONFERE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVOS
           PERFORM VARRER-CADCLI-MESTRE
           PERFORM EMITIR-RESUMO-DUPCPF
