      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CDBCALC.
       AUTHOR.     EDWIN PEREIRA OLIVEIRA LIMA.
      *================================================================*
      ***********************DOCUMENTACAO*******************************
      ******************************************************************
      *>                                              NOME DA EMPRESA <*
      *> OBJETIVO.:                                                   <*
      *>   Subprograma de precificacao do deposito a prazo (CDB),     <*
      *>   chamado pelo passo diario (CDBACRU) e pelo resgate         <*
      *>   antecipado (CDBRESG): valor bruto na data de calculo pela  <*
      *>   taxa anual contratada, capitalizada em dias corridos sobre <*
      *>   base 365 - aplicado * (1 + taxa) ** (dias / 365) - e o     <*
      *>   imposto de renda retido sobre o rendimento pela tabela     <*
      *>   regressiva: ate 180 dias 22,5 por cento, de 181 a 360 dias <*
      *>   20, de 361 a 720 dias 17,5 e acima de 720 dias 15. O       <*
      *>   liquido e o bruto menos o imposto.                         <*
      ******************************************************************
      *********************FIN DOCUMENTACAO*****************************
      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION                         SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                       SECTION.
      *----------------------------------------------------------------*
       77 WS-DIAS-INT-APLICACAO PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INT-CALCULO   PIC 9(07) VALUE ZEROS.
       77 WS-TAXA-DECIMAL       PIC 9(01)V9(08) COMP-3 VALUE ZEROS.
       77 WS-FATOR-CORRECAO     PIC 9(03)V9(12) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                               SECTION.
      *----------------------------------------------------------------*
      *    Entrada (aplicacao) e saida (precificacao) - ver
      *    copybooks/CDBAPI.CPY.
           COPY CDBAPI.
      *================================================================*
       PROCEDURE                                     DIVISION
           USING CDB-CALCULO-ENTRADA CDB-CALCULO-RESULTADO.
      *================================================================*
           MOVE ZEROS TO CDC-DIAS CDC-RENDIMENTO CDC-ALIQUOTA-IR
               CDC-VALOR-IR
           MOVE CDC-VALOR-APLICADO TO CDC-VALOR-BRUTO
           MOVE CDC-VALOR-APLICADO TO CDC-VALOR-LIQUIDO

           COMPUTE WS-DIAS-INT-APLICACAO EQUAL
               FUNCTION INTEGER-OF-DATE(CDC-DATA-APLICACAO)
           END-COMPUTE
           COMPUTE WS-DIAS-INT-CALCULO EQUAL
               FUNCTION INTEGER-OF-DATE(CDC-DATA-CALCULO)
           END-COMPUTE
           IF WS-DIAS-INT-CALCULO NOT > WS-DIAS-INT-APLICACAO
               GOBACK
           END-IF
           COMPUTE CDC-DIAS EQUAL
               WS-DIAS-INT-CALCULO - WS-DIAS-INT-APLICACAO
           END-COMPUTE

           PERFORM CALCULAR-VALOR-BRUTO
           PERFORM CALCULAR-IMPOSTO-RETIDO
           GOBACK.

       CALCULAR-VALOR-BRUTO.
           COMPUTE WS-TAXA-DECIMAL EQUAL CDC-TAXA-ANUAL / 100
           END-COMPUTE
           COMPUTE WS-FATOR-CORRECAO ROUNDED EQUAL
               (1 + WS-TAXA-DECIMAL) ** (CDC-DIAS / 365)
               ON SIZE ERROR
                   MOVE 1 TO WS-FATOR-CORRECAO
                   DISPLAY "CDBCALC - FATOR FORA DA FAIXA, APLICACAO "
                       "SEM RENDIMENTO"
           END-COMPUTE
           COMPUTE CDC-VALOR-BRUTO ROUNDED EQUAL
               CDC-VALOR-APLICADO * WS-FATOR-CORRECAO
               ON SIZE ERROR
                   MOVE CDC-VALOR-APLICADO TO CDC-VALOR-BRUTO
           END-COMPUTE
           COMPUTE CDC-RENDIMENTO EQUAL
               CDC-VALOR-BRUTO - CDC-VALOR-APLICADO
           END-COMPUTE.

      *    Tabela regressiva do imposto de renda sobre aplicacoes de
      *    renda fixa, pelo prazo corrido desde a aplicacao.
       CALCULAR-IMPOSTO-RETIDO.
           EVALUATE TRUE
               WHEN CDC-DIAS NOT > 180
                   MOVE 22.5 TO CDC-ALIQUOTA-IR
               WHEN CDC-DIAS NOT > 360
                   MOVE 20.0 TO CDC-ALIQUOTA-IR
               WHEN CDC-DIAS NOT > 720
                   MOVE 17.5 TO CDC-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 15.0 TO CDC-ALIQUOTA-IR
           END-EVALUATE
           COMPUTE CDC-VALOR-IR ROUNDED EQUAL
               CDC-RENDIMENTO * CDC-ALIQUOTA-IR / 100
           END-COMPUTE
           COMPUTE CDC-VALOR-LIQUIDO EQUAL
               CDC-VALOR-BRUTO - CDC-VALOR-IR
           END-COMPUTE.
