               IF FAT-BANCO IS NOT NUMERIC
                   MOVE ZEROS TO FAT-BANCO
               END-IF
               MOVE ZEROS TO FAT-DESCONTO-LIMITE
               MOVE ZEROS TO FAT-DESCONTO-VALOR
               MOVE ZEROS TO FAT-DESCONTO-CONCEDIDO
               MOVE SPACES TO FAT-ORIGEM
               MOVE ZEROS TO FAT-NFSE-LOTE
               MOVE ZEROS TO FAT-NFSE-NUMERO
               MOVE ZEROS TO FAT-VENCTO-ORIGINAL
               MOVE ZEROS TO FAT-ENCARGO-DISPENSADO
               WRITE FAT-REC
                   INVALID KEY
                       ADD 1 TO WS-REGISTROS-DUPLICADOS
