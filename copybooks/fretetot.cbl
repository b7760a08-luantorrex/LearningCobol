      *****************************************************
      *    FRETETOT - linhas de totais do relatorio de frete
      *    (FRETE.RPT): subtotal da UF, TOTAL GERAL, TOTAL
      *    ICMS, secoes por cliente e por filial e o resumo da
      *    consolidacao. Compartilhado pelo lote (learning9) e
      *    pela juncao das particoes (fretemrg), para o
      *    relatorio juntado sair igual ao do lote inteiro.
      *****************************************************
       01  WRK-LINHA-SUBTOTAL.
           05  FILLER              PIC X(12) VALUE 'SUBTOTAL UF '.
           05  SUB-ESTADO          PIC X(02).
           05  FILLER              PIC X(10) VALUE ' - FRETE: '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  SUB-FRETE           PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL-GERAL.
           05  FILLER              PIC X(16) VALUE 'TOTAL GERAL: '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  TOT-FRETE           PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL-ICMS.
           05  FILLER              PIC X(16) VALUE 'TOTAL ICMS: '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  TOT-ICMS            PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TIT-CLIENTE   PIC X(80)
               VALUE 'SUBTOTAIS POR CLIENTE'.

       01  WRK-LINHA-SUB-CLIENTE.
           05  FILLER              PIC X(09) VALUE 'CLIENTE: '.
           05  SUB-CLIENTE         PIC 9(06).
           05  FILLER              PIC X(10) VALUE ' - FRETE: '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  SUB-CLI-FRETE       PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TIT-FILIAL PIC X(80)
               VALUE 'SUBTOTAIS POR FILIAL'.

       01  WRK-LINHA-SUB-FILIAL.
           05  FILLER              PIC X(08) VALUE 'FILIAL: '.
           05  SUB-FILIAL          PIC X(02).
           05  FILLER              PIC X(10) VALUE ' - FRETE: '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  SUB-FIL-FRETE       PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CONSOLIDA.
           05  FILLER          PIC X(15) VALUE 'CONSOLIDACAO:  '.
           05  CON-GRUPOS      PIC ZZZ9.
           05  FILLER          PIC X(08) VALUE ' GRUPOS '.
           05  CON-PEDIDOS     PIC ZZZ9.
           05  FILLER          PIC X(19) VALUE ' PEDIDOS ECONOMIA: '.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  CON-ECONOMIA    PIC ZZ.ZZZ.ZZ9,99.
