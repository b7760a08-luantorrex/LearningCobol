      *****************************************************
      *    TRPLIQREC - um registro de TRPLIQ.DAT, o liquido a
      *    pagar a uma transportadora apurado no fechamento
      *    mensal (transpfech), aberto por filial na proporcao
      *    do custo das cotacoes de cada filial no mes. O
      *    fechamento refeito no mesmo mes regrava o registro.
      *    E a saida de caixa do fluxo projetado (fluxocx).
      *****************************************************
       01  TRPLIQ-RECORD.
           05  TLQ-CHAVE.
      *        mes fechado (AAAAMM)
               10  TLQ-COMPETENCIA PIC 9(06).
               10  TLQ-TRANSP      PIC X(03).
               10  TLQ-FILIAL      PIC X(02).
      *    negativo quando glosas e cobrancas na entrega passam
      *    do frete do mes
           05  TLQ-VALOR           PIC S9(09)V99.
      *    dia de pagamento a transportadora (RATESCFG)
           05  TLQ-VENCIMENTO      PIC 9(08).
           05  TLQ-DATA-FECHAMENTO PIC 9(08).
