      *****************************************************
      *    PROPREC - um item do PROPOSTA.DAT, o registro de
      *    propostas de frete dadas por telefone no pedmulti.
      *    Cada ligacao cotada vira uma proposta numerada
      *    (seqsrv, serie O) com validade, um registro por
      *    item; a efetivacao dentro da validade vira pedido
      *    firme pelo preco dado, depois dela o pedmulti
      *    recota pela tabela do dia. Lido pelo proprel, o
      *    relatorio mensal de conversao.
      *****************************************************
       01  PROPOSTA-RECORD.
           05  PRP-CHAVE.
               10  PRP-NUMERO      PIC 9(08).
               10  PRP-ITEM        PIC 9(02).
      *    data em que a proposta foi dada e ultimo dia em que
      *    ainda pode ser efetivada pelo preco dado (AAAAMMDD)
           05  PRP-EMISSAO         PIC 9(08).
           05  PRP-VALIDADE        PIC 9(08).
      *    atendente que deu a proposta, cliente da ligacao
      *    (zeros = nao identificado), origem e filial
           05  PRP-OPERADOR        PIC X(10).
           05  PRP-CLIENTE         PIC 9(06).
           05  PRP-UF-ORIGEM       PIC X(02).
           05  PRP-FILIAL          PIC X(02).
      *    o item como foi cotado: valor ja convertido em
      *    reais, frete cobrado, frete de tabela e o
      *    supervisor que aprovou o preco negociado (espacos
      *    quando o preco e o de tabela)
           05  PRP-PDUTO           PIC X(20).
           05  PRP-STADO           PIC X(02).
           05  PRP-VALOR           PIC 9(06)V99.
           05  PRP-PESO            PIC 9(05)V99.
           05  PRP-SEGURO          PIC X(01).
           05  PRP-PERIGOSO        PIC X(01).
           05  PRP-FRETE           PIC 9(04)V99.
           05  PRP-ICMS            PIC 9(04)V99.
           05  PRP-VALOR-SEGURO    PIC 9(05)V99.
           05  PRP-FRETE-CALC      PIC 9(04)V99.
           05  PRP-APROVADOR       PIC X(10).
      *    A = aberta (aguardando o cliente), C = convertida
      *    em pedido, E = vencida sem efetivacao; data da
      *    conversao ou de quando a vencida foi recotada
           05  PRP-SITUACAO        PIC X(01).
               88  PRP-ABERTA          VALUE 'A'.
               88  PRP-CONVERTIDA      VALUE 'C'.
               88  PRP-VENCIDA         VALUE 'E'.
           05  PRP-DATA-SITUACAO   PIC 9(08).
      *    pedido do mestre gerado na conversao (zeros no
      *    pedido negociado, que vai direto ao FRETE-LOG) e a
      *    proposta nova que recotou esta depois de vencida
           05  PRP-PEDIDO          PIC 9(08).
           05  PRP-NOVA-PROPOSTA   PIC 9(08).
      *    endereco de entrega no caderno do cliente (zeros =
      *    principal), CEP dele, zona de entrega e adicional de
      *    zona cotado
           05  PRP-ENDERECO        PIC 9(03).
           05  PRP-CEP             PIC 9(08).
           05  PRP-ZONA            PIC X(01).
           05  PRP-ADIC-ZONA       PIC 9(04)V99.
      *    adicional de alta temporada cotado
           05  PRP-SAZONAL         PIC 9(04)V99.
