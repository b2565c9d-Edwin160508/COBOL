      *    A fatura carrega as datas de emissao e de vencimento - o
      *    atraso em dias e calculado em tempo de execucao contra a
      *    data do sistema, nunca pre-gravado no arquivo.
      *    Mudou o layout, sobe LYX-VERSAO-FATURAS em
      *    copybooks/LAYAPI.CPY no mesmo pacote e o arquivo e
      *    convertido pelo LAYCONV - os programas conferem a versao
      *    contra LAYOUT.CTL ao iniciar.
      *================================================================*
       01  FAT-REC.
           05 FAT-NUMERO           PIC 9(06).
      *    CPF ou CNPJ do devedor - mesma largura de CADCLI-CPF.
           05 FAT-CPF              PIC X(14).
           05 FAT-DATA-EMISSAO     PIC 9(08).
           05 FAT-DATA-VENCTO      PIC 9(08).
      *    Largura folgada: uma unica transacao ja carrega 9(09)V99 e
      *    interface contabil. Pagamento que chegar depois e
      *    contabilizado como RECUPERACAO, nao liquidacao normal.
              88 FAT-BAIXADA          VALUE "B".
      *    Fatura cancelada por erro de faturamento (FATCANC): o
      *    credito esta na nota de credito (NOTACRED.DAT) e a fatura
      *    corrigida, quando houve, e outra. Sai do aging, dos
      *    encargos, das cartas, da provisao, da remessa e da
      *    aplicacao de caixa - nao e mais divida do cliente.
              88 FAT-CANCELADA        VALUE "C".
      *    Banco de cobranca designado na emissao (codigo do cadastro
      *    BANCO.MST - ver copybooks/BANCOREC.CPY): a remessa grava o
      *    titulo no arquivo do banco dele. Zeros = titulo antigo sem
      *    designacao, roteado para o primeiro banco do cadastro.
           05 FAT-BANCO            PIC 9(03).
      *    Desconto por pagamento antecipado, fixado na emissao pelo
      *    faturamento (regra DESCONTO-* de PARAMRUN.CTL): pagamento
      *    ate a data limite liquida a fatura pelo valor menos o
      *    desconto. Zeros = fatura sem desconto.
           05 FAT-DESCONTO-LIMITE  PIC 9(08).
           05 FAT-DESCONTO-VALOR   PIC 9(11)V99.
      *    Desconto de fato concedido na liquidacao dentro da janela
      *    (CXAPLIC, RETORNO, RECINST) - lancado na conta contabil de
      *    descontos concedidos.
           05 FAT-DESCONTO-CONCEDIDO PIC 9(11)V99.
      *    Origem da fatura, fixada por quem a emite: F = faturamento
      *    de transacoes (FATGERA); T = tarifa de manutencao de conta
      *    (TARIFMNT); V = tarifa por volume (TARIFVOL); P = parcela
      *    de acordo (PARCELA); E = prestacao de emprestimo (EMPCONC).
      *    A fatura corrigida do FATCANC herda a origem da cancelada.
      *    Brancos = fatura anterior a marca (convertida).
           05 FAT-ORIGEM           PIC X(01).
              88 FAT-DE-TARIFA        VALUE "T" "V".
      *    Nota fiscal de servico da fatura de tarifa (NFSEMES): lote
      *    de RPS em que a fatura foi enviada a prefeitura e numero da
      *    NFS-e devolvido pelo web service. Zeros = ainda nao enviada
      *    / ainda sem nota.
           05 FAT-NFSE-LOTE        PIC 9(06).
           05 FAT-NFSE-NUMERO      PIC 9(15).
      *    Prorrogacao e dispensa de encargos (FATPRORR): vencimento
      *    que a fatura tinha antes da primeira prorrogacao (zeros =
      *    nunca prorrogada) e encargos de atraso ja dispensados
      *    desde o vencimento em vigor - o ENCARGOS e o BOLETO
      *    descontam este valor do que apuram. A prorrogacao zera a
      *    dispensa: o atraso recomeca a contar do novo vencimento.
           05 FAT-VENCTO-ORIGINAL  PIC 9(08).
           05 FAT-ENCARGO-DISPENSADO PIC 9(11)V99.
