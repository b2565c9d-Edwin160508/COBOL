      *================================================================*
      *    Copybook AGENDAREC - layout da tabela de agenda dos jobs
      *    (data/AGENDA.TAB): um programa por linha, com a
      *    frequencia e o dia do mes em que ele roda. O agendador
      *    (AGENDIA) le a tabela no inicio da cadeia noturna e decide,
      *    contra FERIADO.CAL e FISCAL.CAL, o que roda no dia; os
      *    passos periodicos do DAILYBAT so executam se a decisao do
      *    dia os previu.
      *    Frequencia D roda todo dia util. M, T e A rodam no
      *    primeiro (P) ou no ultimo (U) dia util do mes - T so nos
      *    meses de trimestre (P: 01/04/07/10, U: 03/06/09/12) e A so
      *    no mes AGD-MES. AGD-PERIODO-ABERTO = S dispensa o programa
      *    quando o periodo AAAAMM do dia ja esta fechado no
      *    calendario fiscal.
      *================================================================*
       01  AGENDA-REG.
           02 AGD-PROGRAMA        PIC X(08).
           02 AGD-FREQUENCIA      PIC X(01).
              88 AGD-DIARIO          VALUE "D".
              88 AGD-MENSAL          VALUE "M".
              88 AGD-TRIMESTRAL      VALUE "T".
              88 AGD-ANUAL           VALUE "A".
           02 AGD-MOMENTO         PIC X(01).
              88 AGD-PRIMEIRO-UTIL   VALUE "P".
              88 AGD-ULTIMO-UTIL     VALUE "U".
           02 AGD-MES             PIC 9(02).
           02 AGD-PERIODO-ABERTO  PIC X(01).
              88 AGD-EXIGE-ABERTO    VALUE "S".
           02 AGD-DESCRICAO       PIC X(30).
