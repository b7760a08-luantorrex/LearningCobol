      *    diferenca tolerada para dar a fatura como quitada
      *    mesmo com pagamento um pouco abaixo dos encargos
           05  RTC-TOLERANCIA-PAG  PIC 9(04)V99.
      *    janela em dias da deteccao de pedido duplicado:
      *    mesmo cliente, produto, UF, endereco e valor de
      *    outro pedido aberto ou cotado que entrou ate esse
      *    numero de dias antes
           05  RTC-DIAS-DUPLICIDADE PIC 9(03).
      *    validade em dias corridos da proposta de frete dada
      *    por telefone; vencida, a efetivacao exige recotar
           05  RTC-VALIDADE-PROPOSTA PIC 9(03).
      *    adicional percentual sobre o frete para entrega em
      *    CEP de interior e de area remota (cadastro de faixas
      *    CEPZONA); capital nao paga adicional
           05  RTC-ADIC-INTERIOR   PIC 9(02)V99.
           05  RTC-ADIC-REMOTA     PIC 9(02)V99.
      *    taxa fixa de reentrega cobrada do cliente quando a
      *    tentativa de entrega falha por culpa dele (embreg)
           05  RTC-TAXA-REENTREGA  PIC 9(04)V99.
      *    dias livres padrao de armazenagem no deposito, para
      *    cliente sem dias livres no contrato (armazcob)
           05  RTC-DIAS-ARMAZ-LIVRE PIC 9(03).
      *    taxa da cobranca na entrega cobrada do cliente:
      *    percentual sobre o valor a cobrar do destinatario,
      *    com um valor minimo por pedido
           05  RTC-PERC-REEMB      PIC 9(02)V99.
           05  RTC-MIN-REEMB       PIC 9(04)V99.
      *    dias de tolerancia padrao de atraso de parcela de
      *    acordo de pagamento antes do rompimento automatico
      *    (acordchk); o acordo grava a sua propria
           05  RTC-TOLER-ACORDO    PIC 9(03).
      *    dia do mes em que o liquido do fechamento a pagar
      *    das transportadoras e pago (transpfech); fechamento
      *    rodado depois do dia paga no mes seguinte
           05  RTC-DIA-PAGTO-TRANSP PIC 9(02).
