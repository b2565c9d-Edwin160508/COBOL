      *================================================================*
      *    Copybook SCRAPI - area de comunicacao com o subprograma do
      *    saldo credor do cliente (SCRMOVTO, SALDO_CREDOR_MOVTO.COB).
      *    Quem credita (CXAPLIC, RECINST, TEDORDEM no estorno),
      *    consome (FATGERA) ou devolve (SCRDEVOL) monta
      *    SCR-MOVIMENTO-ENTRADA e chama SCRMOVTO - a mesma regra de
      *    saldo, aging e historico para todos.
      *================================================================*
       01  SCR-MOVIMENTO-ENTRADA.
           02 SCV-CPF             PIC X(14).
      *    Mesmos tipos de SCM-TIPO (ver copybooks/SCRMOVREC.CPY),
      *    mais Q = so consulta o saldo, sem movimento.
           02 SCV-TIPO            PIC X(01).
              88 SCV-CREDITAR        VALUE "C" "E".
              88 SCV-APLICAR         VALUE "A".
              88 SCV-DEVOLVER        VALUE "D" "T".
              88 SCV-CONSULTAR       VALUE "Q".
      *    No consumo (A) e o teto: sai o menor entre o valor e o
      *    saldo. Na devolucao (D/T) tem que caber inteiro no saldo.
           02 SCV-VALOR           PIC 9(11)V99.
           02 SCV-DATA            PIC 9(08).
           02 SCV-HORA            PIC 9(08).
           02 SCV-ORIGEM          PIC X(08).
           02 SCV-REFERENCIA      PIC 9(08).
           02 SCV-OPERADOR        PIC X(08).

       01  SCR-MOVIMENTO-RESULTADO.
           02 SCV-RESULTADO       PIC X(01).
              88 SCV-EFETUADO        VALUE "E".
              88 SCV-SEM-SALDO       VALUE "S".
              88 SCV-TIPO-INVALIDO   VALUE "T".
              88 SCV-INDISPONIVEL    VALUE "I".
      *    Valor efetivamente movimentado e o saldo que ficou.
           02 SCV-VALOR-MOVIDO    PIC 9(11)V99.
           02 SCV-SALDO           PIC 9(11)V99.
           02 SCV-DATA-ORIGEM     PIC 9(08).
