      *    saldo em aberto acima disso vai para a fila de
      *    bloqueio de credito; zeros = sem limite
           02  CUS-LIMITE-CREDITO PIC 9(08)V99.
      *    envio dos eventos de embarque ao portal do cliente
      *    (extrato noturno embrast): N = cliente pediu para
      *    ficar fora; espacos nos cadastros antigos valem S
           02  CUS-RASTREIO    PIC X(01).
               88  CUS-ACEITA-RASTREIO VALUE 'S' ' '.
               88  CUS-SEM-RASTREIO    VALUE 'N'.
      *    vendedor que atende o cliente (VENDEDOR.DAT), base
      *    da comissao sobre o recebido; espacos = cliente sem
      *    vendedor, fora da comissao
           02  CUS-VENDEDOR    PIC X(04).
      *    bloqueio de credito do cliente com fatura baixada
      *    por perda: todo pedido novo vai para a fila de
      *    bloqueio de credito ate o supervisor desbloquear
           02  CUS-BLOQ-CREDITO PIC X(01).
               88  CUS-CREDITO-BLOQUEADO VALUE 'S'.
      *    nome e enderecos sobrescritos pela anonimizacao de
      *    cliente inativo (anonimiz); a conta segue com os
      *    saldos e o historico financeiro
           02  CUS-ANONIMIZADO PIC X(01).
               88  CUS-DADOS-ANONIMOS VALUE 'S'.
      *    classificacao ABC mensal (cliabc) pela receita de
      *    frete dos 12 meses terminados na competencia
      *    gravada; espacos = cliente ainda nao classificado.
      *    O alerta de perda marca o cliente na lista de
      *    ligacoes do comercial: Q = queda dos ultimos 3
      *    meses sobre a media anterior, P = parado ha mais
      *    dias que o limite, A = os dois; espacos = sem alerta
           02  CUS-CLASSE-ABC  PIC X(01).
               88  CUS-CLASSE-A        VALUE 'A'.
               88  CUS-CLASSE-B        VALUE 'B'.
               88  CUS-CLASSE-C        VALUE 'C'.
           02  CUS-ABC-COMPETENCIA PIC 9(06).
           02  CUS-RECEITA-12M PIC 9(09)V99.
           02  CUS-ALERTA-PERDA PIC X(01).
               88  CUS-SEM-ALERTA      VALUE ' '.
               88  CUS-ALERTA-QUEDA    VALUE 'Q' 'A'.
               88  CUS-ALERTA-PARADO   VALUE 'P' 'A'.
