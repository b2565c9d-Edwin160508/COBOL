      *================================================================*
      *    Copybook NOTIFREC - layout do alerta na fila de
      *    notificacoes (NOTIFICA.FILA). Os produtores (ALRTGERA:
      *    lembrete de vencimento, saldo baixo e aviso de debito
      *    automatico sem saldo) acrescentam alertas a fila; o
      *    despachante NTFDESP entrega cada um pelo canal preferido
      *    do cliente em CONTATO.DAT, respeitando CONSENTE.DAT, grava
      *    o resultado em NOTIFICA.HIST e esvazia a fila.
      *================================================================*
       01  NOTIF-REG.
           02 NTF-DATA-GERACAO    PIC 9(08).
           02 NTF-HORA-GERACAO    PIC 9(08).
           02 NTF-PROGRAMA        PIC X(08).
           02 NTF-TIPO            PIC X(02).
              88 NTF-LEMBRETE-VENCTO VALUE "LV".
              88 NTF-SALDO-BAIXO     VALUE "SB".
              88 NTF-DEBAUTO-SEM-SALDO VALUE "DA".
      *    CPF ou CNPJ do cliente - mesma largura de CADCLI-CPF.
           02 NTF-CPF             PIC X(14).
      *    Fatura (LV, DA) ou conta (SB) a que o alerta se refere.
           02 NTF-REFERENCIA      PIC 9(06).
      *    LV/DA: saldo devedor da fatura; SB: saldo disponivel, que
      *    pode estar negativo - sinal separado, como no journal.
           02 NTF-VALOR           PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE CHARACTER.
      *    SB: limite escolhido pelo cliente; DA: saldo disponivel
      *    na conta do mandato; LV: zeros.
           02 NTF-VALOR-LIMITE    PIC 9(11)V99.
      *    LV/DA: vencimento da fatura; SB: data da apuracao.
           02 NTF-DATA-REF        PIC 9(08).
