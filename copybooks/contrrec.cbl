               88  CON-RASCUNHO        VALUE 'D'.
               88  CON-ATIVO           VALUE 'A'.
               88  CON-EXPIRADO        VALUE 'E'.
      *    dias de armazenagem livres do cliente no deposito
      *    antes de a estadia comecar a ser cobrada (armazcob);
      *    zeros = vale o padrao do RATESCFG
           05  CON-DIAS-LIVRES     PIC 9(03).
      *    garantia de prazo: credito ao cliente por entrega
      *    depois da data prometida, em percentual do frete da
      *    cotacao por dia de atraso, limitado a um teto em
      *    percentual do frete (teto zerado = 100%); percentual
      *    zerado = contrato sem garantia (garcred)
           05  CON-GAR-PERC-DIA    PIC 9(02)V99.
           05  CON-GAR-TETO        PIC 9(03).
      *    bonificacao anual por volume: fechado um ano de
      *    contrato (contado do aniversario da data de inicio),
      *    o frete do ano que alcancou o volume minimo de uma
      *    faixa rende o percentual dela sobre o ano inteiro,
      *    retroativo (bonvol). Faixas em ordem crescente de
      *    volume; volume zerado = faixa nao usada
           05  CON-BONIFICACAO.
               10  CON-BON-FAIXA OCCURS 3 TIMES.
                   15  CON-BON-VOLUME-MIN PIC 9(09)V99.
                   15  CON-BON-PERC       PIC 9(02)V99.
