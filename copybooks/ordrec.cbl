           05  ORD-ENTRADA         PIC 9(12).
      *    situacao no mestre: pendente de cotacao ou ja
      *    cotado pelo lote (cotado nao entra de novo no
      *    lote); espacos nas linhas antigas valem pendente.
      *    Suspeito de duplicidade fica retido fora do lote
      *    ate o operador confirmar no ordman: confirmado
      *    volta a ser pendente sem nova checagem, o que era
      *    mesmo duplicado fica cancelado
           05  ORD-STATUS          PIC X(01).
               88  ORD-PENDENTE        VALUE 'P' ' ' 'L'.
               88  ORD-COTADO          VALUE 'C'.
               88  ORD-SUSPEITO        VALUE 'D'.
               88  ORD-CONFIRMADO      VALUE 'L'.
               88  ORD-CANCELADO       VALUE 'X'.
