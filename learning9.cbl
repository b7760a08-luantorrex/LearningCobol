      *    uma unica execucao.
      *    A taxa de markup por estado vem da FRETE-TABLE, para
      *    que novas UF possam ser cadastradas sem recompilar.
      *    Pedido de varios produtos (linhas no ORDITEM.DAT) e
      *    cotado como um embarque so, com adicional de
      *    categoria linha a linha; a abertura por item sai no
      *    relatorio e no FRETEITM.DAT, ao lado do FRETE-LOG.
      *    Pedido com cobranca na entrega (ORDREEMB.DAT) leva
      *    o valor a cobrar do destinatario para o FRETE-LOG e
      *    paga a taxa do servico em linha propria.
      *    Com o cartao FRETEPAR.CFG o lote roda como uma
      *    particao por filial: cota so os pedidos dos clientes
      *    cuja filial de referencia (a menor filial dos pedidos
      *    do cliente) esta no cartao, com checkpoint e arquivos
      *    de trabalho
      *    proprios (sufixo .Pnn), e grava as linhas do
      *    relatorio e do CSV chaveadas no FRETEPRT.Pnn - o
      *    FRETE.RPT, o FRETE.CSV e o FRETECTL.DAT saem da
      *    juncao (fretemrg) depois de todas as particoes.
      *    Cada linha do FRETE.RPT leva nas colunas 341-342 a
      *    filial a que pertence - ** no cabecalho, em branco
      *    nos totais do lote - para o rptdist separar o
      *    relatorio por filial e destinatario.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * quebra de controle por estado saia em sequencia
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

      * ORDERSRT.DAT no lote inteiro, ORDERSRT.Pnn na particao
           SELECT SORTED-ORDERS ASSIGN TO WRK-NOME-ORDSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRETE-REPORT ASSIGN TO 'FRETE.RPT'
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT FRETE-REJECTS ASSIGN TO WRK-NOME-REJEITOS
               ORGANIZATION IS LINE SEQUENTIAL.

      * pedidos com data de envio futura, carregados de volta

      * posicao do ultimo pedido processado, para reiniciar o
      * lote sem reprocessar tudo de novo depois de uma falha
           SELECT CHECKPOINT-FILE ASSIGN TO WRK-NOME-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SIMCFG-STATUS.

      * cartao da particao: cada job de particao aponta o seu
      * (numero da particao e filiais dela); sem cartao o lote
      * roda inteiro, como sempre
           SELECT PARTICAO-CONFIG ASSIGN TO 'FRETEPAR.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCFG-STATUS.

      * linhas do relatorio e do CSV da particao, chaveadas
      * para a juncao, e o fechamento dela
           SELECT PARTICAO-SAIDA ASSIGN TO WRK-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTICAO-CONTROLE ASSIGN TO WRK-NOME-PART-CTL
               ORGANIZATION IS LINE SEQUENTIAL.

      * tabela de taxas proposta (mesmo layout da FRETE-TABLE),
      * montada a partir do seed em avaliacao
           SELECT FRETE-PROPOSTA ASSIGN TO 'FRETENEW.DAT'
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

      * faixas de CEP por UF e zona de entrega: o CEP do
      * endereco tem de ser da UF do pedido, e interior e area
      * remota pagam adicional de zona em linha propria
           SELECT CEPZONA-FILE ASSIGN TO 'CEPZONA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPZ-CEP-FINAL
               FILE STATUS IS WRK-CEPZONA-STATUS.

      * cadastro de depositos de origem, que valida o
      * ORD-UF-ORIGEM digitado e da o horario de corte para o
      * rolamento da data prometida
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-CAMBIO-STATUS.

      * matriz de aliquotas de ICMS por UF de origem e de
      * destino com vigencia, carregada pelo cargaicm; par sem
      * aliquota cadastrada segue pelo FRT-ICMS do destino
           SELECT ICMSMAT-FILE ASSIGN TO 'ICMSMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-ICMSMAT-STATUS.

      * calendario de alta temporada carregado pelo cargaref;
      * sem ele nao ha adicional sazonal
           SELECT SAZONAL-FILE ASSIGN TO 'SAZONAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAZ-CHAVE
               FILE STATUS IS WRK-SAZONAL-STATUS.

      * mestre de faturas emitidas, lido no inicio do lote
      * para o saldo em aberto de cada cliente na checagem de
      * limite de credito
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDLIB-STATUS.

      * trilha dos pedidos retidos por suspeita de duplicidade,
      * a mesma do ordman, listada pelo dupsrel
           SELECT DUPSUSP-FILE ASSIGN TO 'DUPSUSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DUPSUSP-STATUS.

      * linhas de item dos pedidos de varios produtos, e a
      * abertura por item de cada cotacao gravada no log
           SELECT ORDITEM-FILE ASSIGN TO 'ORDITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIT-CHAVE
               FILE STATUS IS WRK-ORDITEM-STATUS.

           SELECT FRETE-ITEM ASSIGN TO 'FRETEITM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIT-CHAVE
               FILE STATUS IS WRK-FRETEITM-STATUS.

      * cobranca na entrega dos pedidos contra reembolso
           SELECT ORDREEMB-FILE ASSIGN TO 'ORDREEMB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORE-PEDIDO
               FILE STATUS IS WRK-ORDREEMB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
      * a linha de detalhe cresceu alem das 80 colunas com a
      * transportadora, a entrega prometida, os dois pesos e o
      * desconto contratual - o relatorio e o CSV usam linha
      * larga. Depois da linha impressa vai a filial dela para
      * a distribuicao do relatorio (rptdist)
       FD  FRETE-REPORT
           RECORD CONTAINS 342 CHARACTERS.
       01  REPORT-LINE.
           05  RPT-TEXTO       PIC X(340).
           05  RPT-FILIAL-DIST PIC X(02).

       FD  FRETE-CSV
           RECORD CONTAINS 340 CHARACTERS.
       FD  CAMBIO-FILE.
           COPY 'cambiorec.cbl'.

       FD  ICMSMAT-FILE.
           COPY 'icmsrec.cbl'.

       FD  SAZONAL-FILE.
           COPY 'sazrec.cbl'.

       FD  CONTROLE-DIA
           RECORD CONTAINS 24 CHARACTERS.
       01  CONTROLE-LINE.
           RECORD CONTAINS 80 CHARACTERS.
       01  SIMCFG-LINE PIC X(80).

      * numero da particao (colunas 1-2) e ate 10 filiais de
      * 2 posicoes separadas por um espaco a partir da coluna 4
       FD  PARTICAO-CONFIG
           RECORD CONTAINS 80 CHARACTERS.
       01  PARCFG-LINE.
           05  PARCFG-NUMERO    PIC X(02).
           05  PARCFG-FILIAIS OCCURS 10 TIMES.
               10  FILLER       PIC X(01).
               10  PARCFG-FILIAL PIC X(02).
           05  FILLER           PIC X(48).

       FD  PARTICAO-SAIDA.
           COPY 'freteprt.cbl'.

       FD  PARTICAO-CONTROLE.
           COPY 'fretepct.cbl'.

       FD  FRETE-PROPOSTA.
           COPY 'fretetab.cbl'
               REPLACING FRETE-TAB-RECORD BY PROPOSTA-TAB-RECORD
       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  CEPZONA-FILE.
           COPY 'cepzrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  CREDIT-LIBERA.
           COPY 'credlib.cbl'.

       FD  DUPSUSP-FILE.
           COPY 'dupsrec.cbl'.

       FD  ORDITEM-FILE.
           COPY 'orditrec.cbl'.

       FD  FRETE-ITEM.
           COPY 'fretitrec.cbl'.

       FD  ORDREEMB-FILE.
           COPY 'ordreerec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-EOF             PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO       VALUE 'S'.
       77  WRK-FRETE-CAND       PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MELHOR-FRETE     PIC 9(04)V99 VALUE ZEROS.

      * contrato com o teto diario das transportadoras
      * (capsrv): C consulta se o embarque cabe no que sobra
      * do dia ao comparar as candidatas, V reserva a sobra
      * para a escolhida (confere e soma de uma vez, a salvo
      * das outras particoes e do balcao) e L devolve a
      * reserva da cotacao que nao chegou ao log
       01  WRK-CAPSRV.
           05  WRK-CAP-OPERACAO PIC X(01).
           05  WRK-CAP-DATA     PIC 9(08).
           05  WRK-CAP-UF       PIC X(02).
           05  WRK-CAP-TRANSP   PIC X(03).
           05  WRK-CAP-QTD      PIC 9(05).
           05  WRK-CAP-PESO     PIC 9(07)V99.
           05  WRK-CAP-DISPONIVEL PIC X(01).
               88 CAP-DISPONIVEL    VALUE 'S'.
               88 CAP-EXCEDE-TETO   VALUE 'X'.
      * alguma transportadora elegivel ficou de fora por teto
       77  WRK-TEM-LOTADA       PIC X(01) VALUE 'N'.
           88 TRANSP-LOTADA         VALUE 'S'.
      * alguma ficou de fora porque o pedido passa do teto
      * cheio dela - nao caberia nem com o dia vazio
       77  WRK-TEM-EXCEDIDA     PIC X(01) VALUE 'N'.
           88 TRANSP-EXCEDIDA       VALUE 'S'.
      * reserva do teto da escolhida: recusada (outro levou a
      * sobra depois da consulta), o pedido e cotado de novo
       77  WRK-RESERVA-OK       PIC X(01) VALUE 'N'.
           88 RESERVA-FEITA         VALUE 'S'.
       77  WRK-TENT-RESERVA     PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-RESERVA      PIC 9(02) VALUE 05.
       77  WRK-PEDIDO-ADIAVEL   PIC X(01) VALUE 'N'.
           88 PEDIDO-ADIAVEL        VALUE 'S'.
       77  WRK-QTD-ADIADOS      PIC 9(04) VALUE ZEROS.

       77  WRK-FRETELOG-STATUS PIC X(02) VALUE '00'.
       77  WRK-SEQ-LOG          PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).
           05  FILLER           PIC X(08).
       77  WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

           COPY 'calendario.cbl'.

       77  WRK-1O-PEDIDO-OK     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-PEDIDO-VALIDO VALUE 'S'.

           COPY 'fretetot.cbl'.

      * subtotais de frete por cliente - ao contrario da quebra
      * por UF, os pedidos nao chegam ordenados por cliente, por
       77  WRK-CLIENTE-ACHADO   PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA     VALUE 'S'.

       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
      * o rejeito carrega a imagem completa do pedido original
      * depois do motivo, para o fluxo de correcao reapresentar
       77  WRK-FILIAL-ACHADA    PIC X(01) VALUE 'N'.
           88 FILIAL-NA-TABELA      VALUE 'S'.

      * caderno de enderecos: pedido que aponta um endereco
      * precisa dele existente e com a UF igual a de entrega
       77  WRK-ENDCLI-STATUS PIC X(02) VALUE '00'.
       77  WRK-QTD-PEDIDOS-CONS PIC 9(04) VALUE ZEROS.
       77  WRK-ECONOMIA-CONS    PIC 9(08)V99 VALUE ZEROS.

      * imagem do pedido corrente do grupo, relida da tabela
      * membro a membro - e dela que saem os campos de
      * trabalho e a imagem do rejeito
       77  WRK-CATEGORIA      PIC X(10) VALUE SPACES.
       77  WRK-ADICIONAL      PIC 9(04)V99 VALUE ZEROS.

      * linhas de item do pedido corrente (ORDITEM.DAT): o
      * pedido de varios produtos e cotado como um embarque so
      * - valor e peso do cabecalho, que sao os somados das
      * linhas, adicional de categoria linha a linha e seguro
      * sobre o total. Sem linhas o pedido e de um produto so
       77  WRK-ORDITEM-STATUS PIC X(02) VALUE '00'.
       77  WRK-ORDITEM-DISP   PIC X(01) VALUE 'N'.
           88 ORDITEM-DISPONIVEL  VALUE 'S'.
       77  WRK-FRETEITM-STATUS PIC X(02) VALUE '00'.
       77  WRK-EOF-ITEM       PIC X(01) VALUE 'N'.
           88 FIM-ITENS           VALUE 'S'.
       01  WRK-TABELA-ITENS.
           05  WRK-ITEM OCCURS 20 TIMES.
               10  WRK-ITM-PDUTO      PIC X(20).
               10  WRK-ITM-QUANTIDADE PIC 9(05).
               10  WRK-ITM-VALOR      PIC 9(06)V99.
               10  WRK-ITM-PESO       PIC 9(05)V99.
               10  WRK-ITM-CATEGORIA  PIC X(10).
               10  WRK-ITM-VALOR-BRL  PIC 9(06)V99.
               10  WRK-ITM-ADICIONAL  PIC 9(04)V99.
       77  WRK-QTD-ITENS      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITEM       PIC 9(02) VALUE ZEROS.
       77  WRK-ITM-SOMA-VALOR PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ITM-RATEADO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ITM-PESO-PADRAO PIC 9(09)V99 VALUE ZEROS.

      * cobranca na entrega do pedido corrente (ORDREEMB.DAT):
      * o valor a cobrar do destinatario e a taxa do servico,
      * percentual sobre esse valor com um minimo por pedido
      * (RATESCFG), em linha propria como o seguro
       77  WRK-ORDREEMB-STATUS PIC X(02) VALUE '00'.
       77  WRK-ORDREEMB-DISP  PIC X(01) VALUE 'N'.
           88 ORDREEMB-DISPONIVEL VALUE 'S'.
       77  WRK-REEMBOLSO      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TAXA-REEMB     PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PERC-REEMB     PIC 9(02)V99 VALUE 2,00.
       77  WRK-MIN-REEMB      PIC 9(04)V99 VALUE 15,00.

       01  WRK-LINHA-REEMBOLSO.
           05  FILLER          PIC X(24) VALUE
               'COBRANCA NA ENTREGA: R$ '.
           05  RMB-DET-VALOR   PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(10) VALUE ' TAXA: R$ '.
           05  RMB-DET-TAXA    PIC ZZ.ZZ9,99.

      * linha de item abaixo do detalhe do pedido
       01  WRK-LINHA-ITEM-PEDIDO.
           05  FILLER          PIC X(08) VALUE '   ITEM '.
           05  LIT-SEQ         PIC Z9.
           05  FILLER          PIC X(03) VALUE ' - '.
           05  LIT-PDUTO       PIC X(20).
           05  FILLER          PIC X(06) VALUE ' QTD: '.
           05  LIT-QUANTIDADE  PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE ' VALOR: R$ '.
           05  LIT-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' PESO: '.
           05  LIT-PESO        PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(08) VALUE ' CATEG: '.
           05  LIT-CATEGORIA   PIC X(10).
           05  FILLER          PIC X(10) VALUE ' ADIC: R$ '.
           05  LIT-ADICIONAL   PIC Z.ZZ9,99.

      * zona de entrega do CEP do endereco e o adicional dela;
      * percentuais padrao usados se o RATESCFG nao trouxer
       77  WRK-CEPZONA-STATUS PIC X(02) VALUE '00'.
       77  WRK-CEPZONA-DISP   PIC X(01) VALUE 'N'.
           88 CEPZONA-DISPONIVEL  VALUE 'S'.
       77  WRK-ZONA           PIC X(01) VALUE SPACES.
       77  WRK-UF-CEP         PIC X(02) VALUE SPACES.
       77  WRK-ADIC-ZONA      PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PERC-ZONA      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PERC-INTERIOR  PIC 9(02)V99 VALUE 10,00.
       77  WRK-PERC-REMOTA    PIC 9(02)V99 VALUE 25,00.

      * adicional de alta temporada pela data de envio: o
      * periodo da UF do pedido vale no lugar do nacional
       77  WRK-SAZONAL-STATUS PIC X(02) VALUE '00'.
       77  WRK-SAZONAL-DISP   PIC X(01) VALUE 'N'.
           88 SAZONAL-DISPONIVEL  VALUE 'S'.
       77  WRK-EOF-SAZONAL    PIC X(01) VALUE 'N'.
           88 FIM-SAZONAL         VALUE 'S'.
       77  WRK-SAZ-DA-UF      PIC X(01) VALUE 'N'.
           88 SAZONAL-DA-UF       VALUE 'S'.
       77  WRK-DATA-SAZONAL   PIC 9(08) VALUE ZEROS.
       77  WRK-SAZ-TIPO       PIC X(01) VALUE SPACES.
       77  WRK-SAZ-PERC       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SAZ-VALOR      PIC 9(04)V99 VALUE ZEROS.
       77  WRK-SAZ-DESCRICAO  PIC X(20) VALUE SPACES.
       77  WRK-SAZONAL        PIC 9(04)V99 VALUE ZEROS.

      * carga perigosa: so transportadora certificada disputa
      * o embarque; sem certificada na rota o pedido e
      * rejeitado - a tabela propria nao cobre carga perigosa
               'DECLARACAO: CARGA PERIGOSA - TRANSPORTADOR'.
           05  FILLER          PIC X(13) VALUE ' CERTIFICADO '.
           05  DEC-TRANSP      PIC X(03).

      * adicional de alta temporada em linha propria, abaixo
      * do detalhe do pedido que caiu no periodo
       01  WRK-LINHA-SAZONAL.
           05  FILLER          PIC X(19) VALUE
               'ADICIONAL SAZONAL: '.
           05  SAZ-DET-DESCRICAO PIC X(20).
           05  FILLER          PIC X(04) VALUE ' R$ '.
           05  SAZ-DET-VALOR   PIC ZZ.ZZ9,99.
       77  WRK-VALOR PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PESO  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-COMPRIMENTO PIC 9(03) VALUE ZEROS.
       77  WRK-CAMBIO-OK     PIC X(01) VALUE 'N'.
           88 CAMBIO-ENCONTRADO  VALUE 'S'.
       77  WRK-TAXA-CAMBIO   PIC 9(03)V9(04) VALUE ZEROS.

      * aliquota de ICMS do par origem/destino vigente na data
      * do lote; produto importado usa a aliquota de importado
      * do par
       77  WRK-ICMSMAT-STATUS PIC X(02) VALUE '00'.
       77  WRK-ICMSMAT-DISP   PIC X(01) VALUE 'N'.
           88 ICMSMAT-DISPONIVEL  VALUE 'S'.
       77  WRK-EOF-ICMSMAT    PIC X(01) VALUE 'N'.
           88 FIM-ICMSMAT         VALUE 'S'.
       77  WRK-PRD-ORIGEM     PIC X(01) VALUE 'N'.
           88 PRODUTO-IMPORTADO   VALUE 'I'.
       77  WRK-DATA-COTACAO  PIC 9(08) VALUE ZEROS.

      * desconto contratual do cliente: o frete bruto sai do
           88 CREDITO-LIBERADO      VALUE 'S'.
       77  WRK-QTD-CREDHOLD     PIC 9(04) VALUE ZEROS.

      * deteccao de pedido duplicado: os pedidos do mestre
      * (abertos, retidos ou cotados) carregados na abertura,
      * contra os quais cada pedido do lote e comparado. A
      * janela em dias vem do RATESCFG.DAT, padrao de 7
       77  WRK-DUPSUSP-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF-DUP          PIC X(01) VALUE 'N'.
           88 FIM-DUP               VALUE 'S'.
       01  WRK-TABELA-DUP.
           05  WRK-DUP-ENTRADA OCCURS 2000 TIMES.
               10  WRK-DUP-NUMERO   PIC 9(08).
               10  WRK-DUP-CLIENTE  PIC 9(06).
               10  WRK-DUP-PDUTO    PIC X(20).
               10  WRK-DUP-STADO    PIC X(02).
               10  WRK-DUP-ENDERECO PIC 9(03).
               10  WRK-DUP-VALOR    PIC 9(06)V99.
               10  WRK-DUP-CARIMBO  PIC 9(12).
       77  WRK-QTD-DUP          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DUP          PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-DUPLICIDADE PIC 9(03) VALUE 7.
       77  WRK-DUP-ACHADO       PIC X(01) VALUE 'N'.
           88 DUPLICIDADE-SUSPEITA  VALUE 'S'.
       77  WRK-DUP-RETIDO       PIC X(01) VALUE 'N'.
           88 PEDIDO-RETIDO         VALUE 'S'.
       77  WRK-DUP-ORIGINAL     PIC 9(08) VALUE ZEROS.
       77  WRK-DUP-DISTANCIA    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DUPLICADOS   PIC 9(04) VALUE ZEROS.
      * contagem de dias na base comercial 30/360, mesmo
      * criterio do aging do fretepag
       77  WRK-CARIMBO-PEDIDO   PIC 9(12) VALUE ZEROS.
       77  WRK-DIAS-PEDIDO      PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CANDIDATO   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-LOTE        PIC 9(07) VALUE ZEROS.
       01  WRK-DATA-DUP.
           05  WRK-DDP-ANO      PIC 9(04).
           05  WRK-DDP-MES      PIC 9(02).
           05  WRK-DDP-DIA      PIC 9(02).

       77  WRK-SEGURO           PIC X(01) VALUE 'N'.
           88 SEGURO-SOLICITADO     VALUE 'S'.
      * taxa padrao, usada se RATESCFG.DAT nao existir na primeira
       77  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.

       77  WRK-SIMCFG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-PARCFG-STATUS    PIC X(02) VALUE '00'.

      * particao por filial: numero, filiais do cartao e os
      * nomes dos arquivos de trabalho (os do lote inteiro
      * quando nao ha cartao). A particao 01 e a unica que
      * drena as filas antigas ORDRESUB/ORDPEND, que so tem
      * um gravador
       77  WRK-MODO-PARTICAO    PIC X(01) VALUE 'N'.
           88 PARTICIONADO          VALUE 'S'.
       77  WRK-PAR-NUMERO       PIC 9(02) VALUE ZEROS.
           88 PARTICAO-DAS-FILAS    VALUE 1.
       01  WRK-TABELA-PAR-FILIAIS.
           05  WRK-PAR-FILIAL OCCURS 10 TIMES PIC X(02).
       77  WRK-QTD-PAR-FILIAIS  PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PAR-FILIAL   PIC 9(02) VALUE ZEROS.
       77  WRK-PAR-FILIAL-PEDIDO PIC X(02) VALUE SPACES.
       77  WRK-FILIAL-DA-PARTICAO PIC X(01) VALUE 'N'.
           88 FILIAL-NA-PARTICAO    VALUE 'S'.
      * filial de referencia de cada cliente do lote (a menor
      * filial entre os pedidos dele no mestre): todos os
      * pedidos do cliente vao para a particao dessa filial,
      * para o limite de credito e a faixa de volume verem o
      * frete do dia inteiro do cliente numa particao so
       01  WRK-TABELA-CLI-FILIAL.
           05  WRK-CFL-ENTRADA OCCURS 2000 TIMES.
               10  WRK-CFL-CLIENTE  PIC 9(06).
               10  WRK-CFL-FILIAL   PIC X(02).
       77  WRK-QTD-CLI-FILIAL   PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CLI-FILIAL   PIC 9(04) VALUE ZEROS.
       77  WRK-CLI-FILIAL-ACHADO PIC X(01) VALUE 'N'.
           88 CLI-FILIAL-ACHADO     VALUE 'S'.
       77  WRK-AVISO-CLI-FILIAL PIC X(01) VALUE 'N'.
       77  WRK-NOME-ORDSRT      PIC X(12) VALUE 'ORDERSRT.DAT'.
       77  WRK-NOME-CHECKPOINT  PIC X(12) VALUE 'FRETECKP.DAT'.
       77  WRK-NOME-REJEITOS    PIC X(12) VALUE 'FRETEREJ.DAT'.
       77  WRK-NOME-PARTICAO    PIC X(12) VALUE 'FRETEPRT.P00'.
       77  WRK-NOME-PART-CTL    PIC X(12) VALUE 'FRETECTL.P00'.
       01  WRK-SUFIXO-PARTICAO.
           05  FILLER           PIC X(01) VALUE 'P'.
           05  WRK-SUF-NUMERO   PIC 9(02).
      * posicao do grupo no ORDERSRT da particao e linha
      * dentro do grupo, para a chave das linhas da particao
       77  WRK-PRT-POSICAO      PIC 9(06) VALUE ZEROS.
       77  WRK-PRT-SEQ-LINHA    PIC 9(04) VALUE ZEROS.
       01  WRK-LINHA-SAIDA      PIC X(340) VALUE SPACES.
      * sequencia da chave do FRETE-LOG na particao: o numero
      * da particao na frente, para duas particoes gravando no
      * mesmo segundo nao disputarem a mesma chave
       01  WRK-SEQ-CHAVE-PAR.
           05  WRK-SCP-PARTICAO PIC 9(02).
           05  WRK-SCP-SEQ      PIC 9(04).
       77  WRK-PROPOSTA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-MODO-SIMULA      PIC X(01) VALUE 'N'.
           88 SIMULACAO             VALUE 'S'.
           05  FILLER          PIC X(07) VALUE ' COMB: '.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  DET-COMBUSTIVEL PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(06) VALUE ' ZONA '.
           05  DET-ZONA        PIC X(01).
           05  FILLER          PIC X(03) VALUE ' R$'.
           05  DET-ADIC-ZONA   PIC ZZ.ZZ9,99.

       01  WRK-CABECALHO-CSV PIC X(180)
               VALUE 'PRODUTO;ESTADO;MOEDA;VALOR;FRETE;SEGURO;ICMS;TRA
      -              'NSP;ENTREGA;PESO;PESOCUB;BRUTO;DESCONTO;ADICION
      -              'AL;ROTA;COMBUSTIVEL;ZONA;ADICZONA;SAZONAL;REEMBO
      -              'LSO;TAXAREEMB'.

       01  WRK-LINHA-CSV.
           05  CSV-PDUTO       PIC X(20).
           05  CSV-ROTEAMENTO  PIC X(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  CSV-COMBUSTIVEL PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE ';'.
           05  CSV-ZONA        PIC X(01).
           05  FILLER          PIC X(01) VALUE ';'.
           05  CSV-ADIC-ZONA   PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE ';'.
           05  CSV-SAZONAL     PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE ';'.
           05  CSV-REEMBOLSO   PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE ';'.
           05  CSV-TAXA-REEMB  PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1005-LE-DATA-PROCESSO
           PERFORM 1020-LE-MODO-SIMULACAO
           IF NOT SIMULACAO
               PERFORM 1030-LE-PARTICAO
               PERFORM 1050-LE-CHECKPOINT
           END-IF
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-LOTE
               END-IF
           END-IF
      * alem da UF (quebra de controle), cliente, origem e
      * data de envio - pedidos consolidaveis chegam adjacentes;
      * a filial por ultimo mantem o grupo de cada filial
      * inteiro e a ordem igual a da juncao das particoes
           SORT SORT-WORK ON ASCENDING KEY SRT-STADO SRT-CLIENTE
                   SRT-UF-ORIGEM SRT-DATA-ENVIO SRT-FILIAL
               INPUT PROCEDURE IS 1040-ALIMENTA-SORT
               GIVING SORTED-ORDERS
           OPEN INPUT SORTED-ORDERS
               IF WRK-ORDMAST-STATUS = '00'
                   MOVE 'S' TO WRK-ORDMAST-IO
               END-IF
               OPEN EXTEND DUPSUSP-FILE
               IF WRK-DUPSUSP-STATUS = '35'
                   OPEN OUTPUT DUPSUSP-FILE
               END-IF
               OPEN I-O FRETE-ITEM
               IF WRK-FRETEITM-STATUS = '35'
                   OPEN OUTPUT FRETE-ITEM
               END-IF
           END-IF
           MOVE WRK-CONT-CHECKPOINT TO WRK-CONT-PROCESSADOS
           OPEN INPUT CATTAX-TABLE
           ELSE
               MOVE 'N' TO WRK-CATTAX-DISP
           END-IF
           OPEN INPUT ORDITEM-FILE
      * sem o cadastro de linhas todo pedido e de um produto
           IF WRK-ORDITEM-STATUS = '00'
               MOVE 'S' TO WRK-ORDITEM-DISP
           ELSE
               MOVE 'N' TO WRK-ORDITEM-DISP
           END-IF
           OPEN INPUT ORDREEMB-FILE
      * sem o cadastro nenhum pedido tem cobranca na entrega
           IF WRK-ORDREEMB-STATUS = '00'
               MOVE 'S' TO WRK-ORDREEMB-DISP
           ELSE
               MOVE 'N' TO WRK-ORDREEMB-DISP
           END-IF
           OPEN INPUT ROTA-TABLE
      * sem a tabela de rotas tudo precifica por UF de destino
           IF WRK-ROTATAB-STATUS = '00'
           ELSE
               MOVE 'N' TO WRK-ENDCLI-DISP
           END-IF
           OPEN INPUT CEPZONA-FILE
      * sem o cadastro de faixas nao ha zona a cobrar nem CEP
      * a conferir
           IF WRK-CEPZONA-STATUS = '00'
               MOVE 'S' TO WRK-CEPZONA-DISP
           ELSE
               MOVE 'N' TO WRK-CEPZONA-DISP
           END-IF
           OPEN INPUT CAMBIO-FILE
      * sem o mestre de cambio so pedidos em BRL sao cotados
           IF WRK-CAMBIO-STATUS = '00'
           ELSE
               MOVE 'N' TO WRK-CAMBIO-DISP
           END-IF
           OPEN INPUT ICMSMAT-FILE
      * sem a matriz de ICMS vale a aliquota da UF de destino
      * na FRETE-TABLE
           IF WRK-ICMSMAT-STATUS = '00'
               MOVE 'S' TO WRK-ICMSMAT-DISP
           ELSE
               MOVE 'N' TO WRK-ICMSMAT-DISP
           END-IF
           OPEN INPUT SAZONAL-FILE
           IF WRK-SAZONAL-STATUS = '00'
               MOVE 'S' TO WRK-SAZONAL-DISP
           ELSE
               MOVE 'N' TO WRK-SAZONAL-DISP
           END-IF
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-COTACAO
           PERFORM 1060-PULA-PROCESSADOS
           PERFORM 1070-LE-RATES-CONFIG
           IF MESTRE-MARCAVEL AND NOT SIMULACAO
               PERFORM 1095-CARREGA-PEDIDOS-DUP
           END-IF
           PERFORM 1075-CARREGA-HUBS
           PERFORM 1078-BUSCA-INDICE-COMB
           PERFORM 1085-CARREGA-DEPOSITOS
           PERFORM 2100-LER-ORDEM.

      * na particao o relatorio e o CSV vao para o FRETEPRT.Pnn
      * e o fechamento anterior da particao e apagado na
      * partida - a juncao so ve a particao quando ela termina
       1090-ABRE-SAIDAS.
           IF PARTICIONADO
               OPEN OUTPUT PARTICAO-CONTROLE
               CLOSE PARTICAO-CONTROLE
           END-IF
           IF WRK-CONT-CHECKPOINT > ZEROS
               IF PARTICIONADO
                   OPEN EXTEND PARTICAO-SAIDA
               ELSE
                   OPEN EXTEND FRETE-REPORT
                   OPEN EXTEND FRETE-CSV
               END-IF
               OPEN EXTEND FRETE-REJECTS
               DISPLAY 'REINICIANDO APOS O PEDIDO '
                   WRK-CONT-CHECKPOINT
           ELSE
               OPEN OUTPUT FRETE-REJECTS
               MOVE WRK-DATA-PROCESSO TO CALENDARIO
               MOVE WRK-DIA TO CAB-DIA
               MOVE WRK-MES TO CAB-MES
               MOVE WRK-ANO TO CAB-ANO
               IF PARTICIONADO
                   OPEN OUTPUT PARTICAO-SAIDA
                   PERFORM 1091-GRAVA-CABECALHOS-PAR
               ELSE
                   OPEN OUTPUT FRETE-REPORT
                   OPEN OUTPUT FRETE-CSV
                   MOVE WRK-LINHA-CABECALHO TO REPORT-LINE
                   MOVE '**' TO RPT-FILIAL-DIST
                   WRITE REPORT-LINE
                   WRITE CSV-LINE FROM WRK-CABECALHO-CSV
               END-IF
           END-IF.

      * cabecalhos com a chave em branco, na frente de tudo
      * na juncao
       1091-GRAVA-CABECALHOS-PAR.
           MOVE SPACES TO PRT-CHAVE
           MOVE WRK-PAR-NUMERO TO PRT-PARTICAO
           MOVE ZEROS TO PRT-POSICAO
           MOVE 1 TO PRT-SEQ-LINHA
           MOVE 'A' TO PRT-TIPO
           MOVE WRK-LINHA-CABECALHO TO PRT-LINHA
           WRITE PARTICAO-LINHA
           MOVE 2 TO PRT-SEQ-LINHA
           MOVE 'B' TO PRT-TIPO
           MOVE WRK-CABECALHO-CSV TO PRT-LINHA
           WRITE PARTICAO-LINHA.

      * a chave de simulacao e um arquivo de um byte: 'S' na
      * primeira posicao de FRETESIM.CFG liga o modo ensaio
      * a data de negocio vem do controle central: numa rodada
               CLOSE SIMULA-CONFIG
           END-IF.

      * cartao de particao presente: o lote cota so as filiais
      * dele e os arquivos de trabalho levam o sufixo .Pnn; no
      * runctl a particao e LEARNING9Pnn, para as particoes da
      * noite nao se recusarem umas as outras
       1030-LE-PARTICAO.
           MOVE 'N' TO WRK-MODO-PARTICAO
           MOVE ZEROS TO WRK-PAR-NUMERO WRK-QTD-PAR-FILIAIS
           OPEN INPUT PARTICAO-CONFIG
           IF WRK-PARCFG-STATUS = '00'
               READ PARTICAO-CONFIG
                   NOT AT END
                       MOVE 'S' TO WRK-MODO-PARTICAO
                       PERFORM 1031-CARREGA-PARTICAO
               END-READ
               CLOSE PARTICAO-CONFIG
           END-IF
           IF PARTICIONADO
               IF WRK-PAR-NUMERO = ZEROS OR WRK-QTD-PAR-FILIAIS = ZEROS
                   DISPLAY 'CARTAO DE PARTICAO INVALIDO - ABORTADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WRK-PAR-NUMERO TO WRK-SUF-NUMERO
               MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-ORDSRT (10:3)
               MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-CHECKPOINT (10:3)
               MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-REJEITOS (10:3)
               MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-PARTICAO (10:3)
               MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-PART-CTL (10:3)
               MOVE SPACES TO WRK-RC-PROGRAMA
               STRING 'LEARNING9' WRK-SUFIXO-PARTICAO
                   DELIMITED BY SIZE INTO WRK-RC-PROGRAMA
               DISPLAY 'LOTE EM MODO PARTICAO ' WRK-PAR-NUMERO
                   ' - ' WRK-QTD-PAR-FILIAIS ' FILIAIS'
           END-IF.

       1031-CARREGA-PARTICAO.
           IF PARCFG-NUMERO IS NUMERIC
               MOVE PARCFG-NUMERO TO WRK-PAR-NUMERO
           END-IF
           PERFORM VARYING WRK-IDX-PAR-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-PAR-FILIAL > 10
               IF PARCFG-FILIAL (WRK-IDX-PAR-FILIAL) NOT = SPACES
                   ADD 1 TO WRK-QTD-PAR-FILIAIS
                   MOVE PARCFG-FILIAL (WRK-IDX-PAR-FILIAL)
                       TO WRK-PAR-FILIAL (WRK-QTD-PAR-FILIAIS)
               END-IF
           END-PERFORM.

      * alimenta o SORT com o ORDMAST.DAT e, em seguida, com o
      * que restar nas filas antigas ORDRESUB.DAT e ORDPEND.DAT
      * (pedidos em transito da epoca anterior ao mestre -
      * corrigidos e pular registros errados de um arquivo
      * menor
       1040-ALIMENTA-SORT.
           IF PARTICIONADO
               PERFORM 1032-CARREGA-FILIAL-CLIENTE
           END-IF
           MOVE 'N' TO WRK-EOF-ENTRADA
           OPEN INPUT ORDERS-FILE
      * mestre ainda inexistente (ambiente novo) = sem pedidos
               PERFORM 1041-RELEASE-ORDERS UNTIL FIM-ENTRADA
               CLOSE ORDERS-FILE
           END-IF
      * particionado, so a particao 01 drena as filas antigas
      * (e so ela as regrava no fim)
           IF NOT PARTICIONADO OR PARTICAO-DAS-FILAS
               MOVE 'N' TO WRK-EOF-ENTRADA
               OPEN INPUT ORDERS-RESUB
               IF WRK-RESUB-STATUS = '00'
                   PERFORM 1042-RELEASE-RESUB UNTIL FIM-ENTRADA
                   CLOSE ORDERS-RESUB
               END-IF
               MOVE 'N' TO WRK-EOF-ENTRADA
               OPEN INPUT ORDERS-PEND
               IF WRK-PEND-STATUS = '00'
                   PERFORM 1044-RELEASE-PENDENTES UNTIL FIM-ENTRADA
                   CLOSE ORDERS-PEND
               END-IF
           END-IF.

      * pedidos pendentes de lotes anteriores: os que chegaram
                   SET FIM-ENTRADA TO TRUE
               NOT AT END
      * pedido ja cotado nao entra de novo no lote (e o que
      * impede a recotacao e o faturamento em dobro), nem o
      * retido por suspeita de duplicidade ou o cancelado;
      * pedido com data de envio futura fica pendente no
      * proprio mestre e entra quando a data dele chegar
                   IF RAW-ORD-STATUS = 'C' OR 'D' OR 'X'
                       CONTINUE
                   ELSE
                       IF RAW-ORD-DATA-ENVIO IS NUMERIC
                               AND RAW-ORD-DATA-ENVIO > WRK-DATA-LOTE
                           CONTINUE
                       ELSE
                           PERFORM 1047-FILIAL-DA-PARTICAO
                           IF FILIAL-NA-PARTICAO
                               PERFORM 1043-RELEASE-LINHA-ORDERS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * no lote inteiro toda filial entra; na particao so os
      * clientes cuja filial de referencia esta no cartao
      * (espacos no pedido valem 01, como no 2040)
       1047-FILIAL-DA-PARTICAO.
           IF NOT PARTICIONADO
               MOVE 'S' TO WRK-FILIAL-DA-PARTICAO
           ELSE
               MOVE 'N' TO WRK-FILIAL-DA-PARTICAO
               PERFORM 1035-FILIAL-DO-PEDIDO
               PERFORM 1036-PROCURA-CLI-FILIAL
               IF CLI-FILIAL-ACHADO
                   MOVE WRK-CFL-FILIAL (WRK-IDX-CLI-FILIAL)
                       TO WRK-PAR-FILIAL-PEDIDO
               END-IF
               PERFORM VARYING WRK-IDX-PAR-FILIAL FROM 1 BY 1
                       UNTIL WRK-IDX-PAR-FILIAL > WRK-QTD-PAR-FILIAIS
                           OR FILIAL-NA-PARTICAO
                   IF WRK-PAR-FILIAL (WRK-IDX-PAR-FILIAL)
                           = WRK-PAR-FILIAL-PEDIDO
                       MOVE 'S' TO WRK-FILIAL-DA-PARTICAO
                   END-IF
               END-PERFORM
           END-IF.

      * passada previa no mestre, com o mesmo filtro do 1041,
      * guardando a menor filial de cada cliente; toda particao
      * le o mesmo mestre e chega a mesma filial de referencia
       1032-CARREGA-FILIAL-CLIENTE.
           MOVE ZEROS TO WRK-QTD-CLI-FILIAL
           MOVE 'N' TO WRK-EOF-ENTRADA
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDMAST-STATUS = '00'
               PERFORM 1033-LE-FILIAL-CLIENTE UNTIL FIM-ENTRADA
               CLOSE ORDERS-FILE
           END-IF.

       1033-LE-FILIAL-CLIENTE.
           READ ORDERS-FILE NEXT RECORD
               AT END
                   SET FIM-ENTRADA TO TRUE
               NOT AT END
                   IF RAW-ORD-STATUS = 'C' OR 'D' OR 'X'
                       CONTINUE
                   ELSE
                       IF RAW-ORD-DATA-ENVIO IS NUMERIC
                               AND RAW-ORD-DATA-ENVIO > WRK-DATA-LOTE
                           CONTINUE
                       ELSE
                           PERFORM 1034-GUARDA-FILIAL-CLIENTE
                       END-IF
                   END-IF
           END-READ.

       1034-GUARDA-FILIAL-CLIENTE.
           PERFORM 1035-FILIAL-DO-PEDIDO
           PERFORM 1036-PROCURA-CLI-FILIAL
           IF CLI-FILIAL-ACHADO
               IF WRK-PAR-FILIAL-PEDIDO
                       < WRK-CFL-FILIAL (WRK-IDX-CLI-FILIAL)
                   MOVE WRK-PAR-FILIAL-PEDIDO
                       TO WRK-CFL-FILIAL (WRK-IDX-CLI-FILIAL)
               END-IF
           ELSE
               IF WRK-QTD-CLI-FILIAL < 2000
                   ADD 1 TO WRK-QTD-CLI-FILIAL
                   MOVE RAW-ORD-CLIENTE
                       TO WRK-CFL-CLIENTE (WRK-QTD-CLI-FILIAL)
                   MOVE WRK-PAR-FILIAL-PEDIDO
                       TO WRK-CFL-FILIAL (WRK-QTD-CLI-FILIAL)
               ELSE
                   IF WRK-AVISO-CLI-FILIAL = 'N'
                       MOVE 'S' TO WRK-AVISO-CLI-FILIAL
                       DISPLAY 'AVISO: TABELA DE CLIENTES DA '
                           'PARTICAO CHEIA - PEDIDOS PELA FILIAL'
                   END-IF
               END-IF
           END-IF.

       1035-FILIAL-DO-PEDIDO.
           IF RAW-ORD-FILIAL = SPACES
               MOVE '01' TO WRK-PAR-FILIAL-PEDIDO
           ELSE
               MOVE RAW-ORD-FILIAL TO WRK-PAR-FILIAL-PEDIDO
           END-IF.

       1036-PROCURA-CLI-FILIAL.
           MOVE 'N' TO WRK-CLI-FILIAL-ACHADO
           PERFORM VARYING WRK-IDX-CLI-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-CLI-FILIAL > WRK-QTD-CLI-FILIAL
                       OR CLI-FILIAL-ACHADO
               IF WRK-CFL-CLIENTE (WRK-IDX-CLI-FILIAL)
                       = RAW-ORD-CLIENTE
                   MOVE 'S' TO WRK-CLI-FILIAL-ACHADO
               END-IF
           END-PERFORM
           IF CLI-FILIAL-ACHADO
               SUBTRACT 1 FROM WRK-IDX-CLI-FILIAL
           END-IF.

       1043-RELEASE-LINHA-ORDERS.
           MOVE RAW-ORD-PDUTO TO SRT-PDUTO
           MOVE RAW-ORD-VALOR TO SRT-VALOR
               END-IF
           END-IF.

      * pedidos do mestre que podem ser o original de um
      * duplicado: todo aberto ou retido, e o cotado que ainda
      * cabe na janela a partir da data do lote; cancelado e
      * pedido sem carimbo de entrada ficam de fora
       1095-CARREGA-PEDIDOS-DUP.
           MOVE ZEROS TO WRK-QTD-DUP
           MOVE WRK-DATA-LOTE TO WRK-DATA-DUP
           COMPUTE WRK-DIAS-LOTE =
               (WRK-DDP-ANO * 360) + (WRK-DDP-MES * 30) +
               WRK-DDP-DIA
           MOVE 'N' TO WRK-EOF-DUP
           MOVE ZEROS TO RAW-ORD-NUMERO
           START ORDERS-FILE KEY >= RAW-ORD-NUMERO
               INVALID KEY MOVE 'S' TO WRK-EOF-DUP
           END-START
           PERFORM 1096-LE-PEDIDO-DUP UNTIL FIM-DUP.

       1096-LE-PEDIDO-DUP.
           READ ORDERS-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-DUP
           END-READ
           IF NOT FIM-DUP
               IF RAW-ORD-STATUS NOT = 'X'
                       AND RAW-ORD-ENTRADA IS NUMERIC
                       AND RAW-ORD-ENTRADA > ZEROS
                   MOVE RAW-ORD-ENTRADA (1:8) TO WRK-DATA-DUP
                   COMPUTE WRK-DIAS-CANDIDATO =
                       (WRK-DDP-ANO * 360) + (WRK-DDP-MES * 30) +
                       WRK-DDP-DIA
                   IF RAW-ORD-STATUS NOT = 'C'
                           OR WRK-DIAS-CANDIDATO +
                               WRK-DIAS-DUPLICIDADE
                               >= WRK-DIAS-LOTE
                       PERFORM 1097-GUARDA-PEDIDO-DUP
                   END-IF
               END-IF
           END-IF.

       1097-GUARDA-PEDIDO-DUP.
           IF WRK-QTD-DUP >= 2000
               DISPLAY 'AVISO: TABELA DE DUPLICIDADE CHEIA, '
                   'PEDIDO ' RAW-ORD-NUMERO ' FORA DA COMPARACAO'
           ELSE
               ADD 1 TO WRK-QTD-DUP
               MOVE RAW-ORD-NUMERO TO WRK-DUP-NUMERO (WRK-QTD-DUP)
               MOVE RAW-ORD-CLIENTE
                   TO WRK-DUP-CLIENTE (WRK-QTD-DUP)
               MOVE RAW-ORD-PDUTO TO WRK-DUP-PDUTO (WRK-QTD-DUP)
               MOVE RAW-ORD-STADO TO WRK-DUP-STADO (WRK-QTD-DUP)
               IF RAW-ORD-ENDERECO IS NUMERIC
                   MOVE RAW-ORD-ENDERECO
                       TO WRK-DUP-ENDERECO (WRK-QTD-DUP)
               ELSE
                   MOVE ZEROS TO WRK-DUP-ENDERECO (WRK-QTD-DUP)
               END-IF
               MOVE RAW-ORD-VALOR TO WRK-DUP-VALOR (WRK-QTD-DUP)
               MOVE RAW-ORD-ENTRADA
                   TO WRK-DUP-CARIMBO (WRK-QTD-DUP)
           END-IF.

      * sobrescreve a taxa de seguro padrao com o valor cadastrado
      * em RATESCFG.DAT, se o arquivo existir
       1070-LE-RATES-CONFIG.
                           MOVE RTC-TOLERANCIA-PESO
                               TO WRK-TOLERANCIA-PESO
                       END-IF
                       IF RTC-DIAS-DUPLICIDADE IS NUMERIC
                               AND RTC-DIAS-DUPLICIDADE > ZEROS
                           MOVE RTC-DIAS-DUPLICIDADE
                               TO WRK-DIAS-DUPLICIDADE
                       END-IF
      * zero cadastrado e valido: a zona deixa de pagar
                       IF RTC-ADIC-INTERIOR IS NUMERIC
                           MOVE RTC-ADIC-INTERIOR
                               TO WRK-PERC-INTERIOR
                       END-IF
                       IF RTC-ADIC-REMOTA IS NUMERIC
                           MOVE RTC-ADIC-REMOTA TO WRK-PERC-REMOTA
                       END-IF
                       IF RTC-PERC-REEMB IS NUMERIC
                           MOVE RTC-PERC-REEMB TO WRK-PERC-REEMB
                       END-IF
                       IF RTC-MIN-REEMB IS NUMERIC
                           MOVE RTC-MIN-REEMB TO WRK-MIN-REEMB
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF.
      * entrega adjacentes); grupo de um (ou cliente zeros, ou
      * simulacao) segue o fluxo individual de sempre
       2000-PROCESSA-ARQUIVO.
      * posicao do primeiro pedido do grupo no ORDERSRT, chave
      * das linhas que o grupo gravar na particao
           MOVE WRK-CONT-PROCESSADOS TO WRK-PRT-POSICAO
           MOVE ZEROS TO WRK-PRT-SEQ-LINHA
           MOVE ZEROS TO WRK-QTD-GRUPO
           MOVE ORD-STADO TO WRK-GRP-STADO
           MOVE ORD-CLIENTE TO WRK-GRP-CLIENTE
               MOVE '01' TO WRK-FILIAL
           ELSE
               MOVE GRP-FILIAL TO WRK-FILIAL
           END-IF
           PERFORM 2045-CARREGA-ITENS
           PERFORM 2047-CARREGA-REEMBOLSO.

      * linhas de item do pedido, pelo numero dele; o valor e
      * o peso do cabecalho ja sao os somados, aqui entra a
      * abertura por produto
       2045-CARREGA-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-ITM-SOMA-VALOR
           IF ORDITEM-DISPONIVEL
                   AND GRP-NUMERO IS NUMERIC AND GRP-NUMERO > ZEROS
               MOVE 'N' TO WRK-EOF-ITEM
               MOVE GRP-NUMERO TO OIT-PEDIDO
               MOVE ZEROS TO OIT-SEQ
               START ORDITEM-FILE KEY >= OIT-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-ITEM
               END-START
               PERFORM 2046-LE-ITEM UNTIL FIM-ITENS
           END-IF.

       2046-LE-ITEM.
           READ ORDITEM-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-ITEM
           END-READ
           IF NOT FIM-ITENS
               IF OIT-PEDIDO NOT = GRP-NUMERO OR WRK-QTD-ITENS = 20
                   MOVE 'S' TO WRK-EOF-ITEM
               ELSE
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE OIT-PDUTO TO WRK-ITM-PDUTO (WRK-QTD-ITENS)
                   MOVE OIT-QUANTIDADE
                       TO WRK-ITM-QUANTIDADE (WRK-QTD-ITENS)
                   MOVE OIT-VALOR TO WRK-ITM-VALOR (WRK-QTD-ITENS)
                   MOVE OIT-PESO TO WRK-ITM-PESO (WRK-QTD-ITENS)
                   MOVE SPACES TO WRK-ITM-CATEGORIA (WRK-QTD-ITENS)
                   MOVE ZEROS TO WRK-ITM-VALOR-BRL (WRK-QTD-ITENS)
                   MOVE ZEROS TO WRK-ITM-ADICIONAL (WRK-QTD-ITENS)
                   ADD OIT-VALOR TO WRK-ITM-SOMA-VALOR
               END-IF
           END-IF.

      * valor a cobrar na entrega do pedido, pelo numero dele;
      * zeros = entrega comum
       2047-CARREGA-REEMBOLSO.
           MOVE ZEROS TO WRK-REEMBOLSO
           IF ORDREEMB-DISPONIVEL
                   AND GRP-NUMERO IS NUMERIC AND GRP-NUMERO > ZEROS
               MOVE GRP-NUMERO TO ORE-PEDIDO
               READ ORDREEMB-FILE
                   KEY IS ORE-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORE-COM-REEMBOLSO AND ORE-VALOR IS NUMERIC
                           MOVE ORE-VALOR TO WRK-REEMBOLSO
                       END-IF
               END-READ
           END-IF.

      * fluxo individual de sempre, sobre o membro corrente
               IF ENTREGA-VALIDA
                   PERFORM 2200-CALCULA-FRETE
               END-IF
               IF ENTREGA-VALIDA
                   PERFORM 2290-RESERVA-TRANSP
               END-IF
               IF ENTREGA-VALIDA
                   PERFORM 2300-IMPRIME-DETALHE
                   PERFORM 2400-GRAVA-LOG
      * comum: vai para a fila de bloqueio do supervisor
                   IF WRK-COD-MOTIVO = 'CRED-LIMITE '
                       PERFORM 2710-GRAVA-CREDHOLD
                   ELSE
                   IF WRK-COD-MOTIVO = 'TRANSP-LOTAD'
                       PERFORM 2720-ADIA-PEDIDO
                   ELSE
                   IF WRK-COD-MOTIVO = 'DUPLICIDADE '
                       PERFORM 2730-RETEM-DUPLICIDADE
                   ELSE
                       PERFORM 2700-GRAVA-REJEITO
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           IF ENTREGA-VALIDA
               PERFORM 2163-VALIDA-ENDERECO
           END-IF
           IF ENTREGA-VALIDA
               PERFORM 2161-VALIDA-CEP
           END-IF
           IF ENTREGA-VALIDA
               PERFORM 2164-VALIDA-DEPOSITO
           END-IF
           IF ENTREGA-VALIDA
               PERFORM 2190-VERIFICA-DUPLICIDADE
           END-IF
           IF ENTREGA-VALIDA
               PERFORM 2166-VALIDA-CREDITO
           END-IF
               END-IF
           END-IF.

      * o CEP do endereco de entrega tem de cair numa faixa da
      * UF do pedido; CEP fora do cadastro de faixas passa sem
      * zona (nao ha como conferir)
       2161-VALIDA-CEP.
           PERFORM 2159-LOCALIZA-ZONA
           IF WRK-ZONA NOT = SPACES AND WRK-UF-CEP NOT = WRK-STADO
               MOVE 'N' TO WRK-ENTREGA-OK
               MOVE 'CEP-DIVERG  ' TO WRK-COD-MOTIVO
           END-IF.

      * zona do CEP do endereco apontado no pedido; pedido sem
      * endereco usa o 001 do caderno, desde que ele seja da
      * UF de entrega (o 001 de outra UF nao e o destino deste
      * embarque e o pedido fica sem zona)
       2159-LOCALIZA-ZONA.
           MOVE SPACES TO WRK-ZONA WRK-UF-CEP
           IF ENDCLI-DISPONIVEL AND CEPZONA-DISPONIVEL
               MOVE WRK-CLIENTE TO END-CLIENTE
               IF WRK-ENDERECO > ZEROS
                   MOVE WRK-ENDERECO TO END-SEQ
               ELSE
                   MOVE 1 TO END-SEQ
               END-IF
               READ ENDERECO-FILE
                   KEY IS END-CHAVE
                   INVALID KEY
                       MOVE ZEROS TO END-CEP
                   NOT INVALID KEY
                       IF WRK-ENDERECO = ZEROS
                               AND END-UF NOT = WRK-STADO
                           MOVE ZEROS TO END-CEP
                       END-IF
               END-READ
               IF END-CEP IS NUMERIC AND END-CEP > ZEROS
                   PERFORM 2158-BUSCA-FAIXA-CEP
               END-IF
           END-IF.

      * a faixa do CEP e a primeira com CEP final >= CEP, desde
      * que o CEP nao fique abaixo do inicio dela
       2158-BUSCA-FAIXA-CEP.
           MOVE END-CEP TO CPZ-CEP-FINAL
           START CEPZONA-FILE KEY IS NOT LESS THAN CPZ-CEP-FINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CEPZONA-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF END-CEP >= CPZ-CEP-INICIAL
                               MOVE CPZ-ZONA TO WRK-ZONA
                               MOVE CPZ-UF TO WRK-UF-CEP
                           END-IF
                   END-READ
           END-START.

      * ORD-UF-ORIGEM era texto livre e um erro de digitacao
      * trocava a rota em silencio: com o cadastro de
      * depositos montado, a UF de origem precisa bater com um
      * faturas mais o frete ja cotado hoje para o cliente
      * contra o limite do cadastro (lido pelo 2165); limite
      * zerado = sem limite, e cliente liberado hoje pelo
      * supervisor passa direto; cliente bloqueado por baixa
      * de fatura por perda vai sempre para a fila
       2166-VALIDA-CREDITO.
           IF CUS-LIMITE-CREDITO IS NUMERIC
               MOVE CUS-LIMITE-CREDITO TO WRK-LIMITE-CLIENTE
           ELSE
               MOVE ZEROS TO WRK-LIMITE-CLIENTE
           END-IF
           IF WRK-LIMITE-CLIENTE > ZEROS OR CUS-CREDITO-BLOQUEADO
               PERFORM 2167-VERIFICA-LIBERACAO
               IF NOT CREDITO-LIBERADO
                   PERFORM 2169-CALCULA-SALDO-DIA
                   IF WRK-SALDO-CLIENTE > WRK-LIMITE-CLIENTE
                           OR CUS-CREDITO-BLOQUEADO
                       MOVE 'N' TO WRK-ENTREGA-OK
                       MOVE 'CRED-LIMITE ' TO WRK-COD-MOTIVO
                   END-IF
               END-IF
           END-IF.

      * provavel duplicado: mesmo cliente, produto, UF,
      * endereco e valor de um pedido que entrou antes, ate
      * WRK-DIAS-DUPLICIDADE dias antes deste. O pedido que o
      * operador ja confirmou como legitimo passa direto
       2190-VERIFICA-DUPLICIDADE.
           MOVE 'N' TO WRK-DUP-ACHADO
           IF MESTRE-MARCAVEL AND NOT SIMULACAO
                   AND GRP-STATUS NOT = 'L'
                   AND WRK-CLIENTE > ZEROS
               IF WRK-ENTRADA > ZEROS
                   MOVE WRK-ENTRADA TO WRK-CARIMBO-PEDIDO
               ELSE
                   COMPUTE WRK-CARIMBO-PEDIDO =
                       WRK-DATA-LOTE * 10000
               END-IF
               MOVE WRK-CARIMBO-PEDIDO (1:8) TO WRK-DATA-DUP
               COMPUTE WRK-DIAS-PEDIDO =
                   (WRK-DDP-ANO * 360) + (WRK-DDP-MES * 30) +
                   WRK-DDP-DIA
               PERFORM 2191-COMPARA-PEDIDO
                   VARYING WRK-IDX-DUP FROM 1 BY 1
                   UNTIL WRK-IDX-DUP > WRK-QTD-DUP
                       OR DUPLICIDADE-SUSPEITA
           END-IF
           IF DUPLICIDADE-SUSPEITA
               MOVE 'N' TO WRK-ENTREGA-OK
               MOVE 'DUPLICIDADE ' TO WRK-COD-MOTIVO
           END-IF.

      * so o pedido que entrou depois e suspeito: o primeiro
      * segue para a cotacao normalmente
       2191-COMPARA-PEDIDO.
           IF WRK-DUP-NUMERO (WRK-IDX-DUP) NOT = GRP-NUMERO
                   AND WRK-DUP-CLIENTE (WRK-IDX-DUP) = WRK-CLIENTE
                   AND WRK-DUP-PDUTO (WRK-IDX-DUP) = WRK-PDUTO
                   AND WRK-DUP-STADO (WRK-IDX-DUP) = WRK-STADO
                   AND WRK-DUP-ENDERECO (WRK-IDX-DUP) = WRK-ENDERECO
                   AND WRK-DUP-VALOR (WRK-IDX-DUP) = WRK-VALOR
               IF WRK-DUP-CARIMBO (WRK-IDX-DUP) < WRK-CARIMBO-PEDIDO
                       OR (WRK-DUP-CARIMBO (WRK-IDX-DUP)
                           = WRK-CARIMBO-PEDIDO
                       AND WRK-DUP-NUMERO (WRK-IDX-DUP) < GRP-NUMERO)
                   MOVE WRK-DUP-CARIMBO (WRK-IDX-DUP) (1:8)
                       TO WRK-DATA-DUP
                   COMPUTE WRK-DIAS-CANDIDATO =
                       (WRK-DDP-ANO * 360) + (WRK-DDP-MES * 30) +
                       WRK-DDP-DIA
                   IF WRK-DIAS-CANDIDATO + WRK-DIAS-DUPLICIDADE
                           >= WRK-DIAS-PEDIDO
                       MOVE 'S' TO WRK-DUP-ACHADO
                       MOVE WRK-DUP-NUMERO (WRK-IDX-DUP)
                           TO WRK-DUP-ORIGINAL
                       COMPUTE WRK-DUP-DISTANCIA =
                           WRK-DIAS-PEDIDO - WRK-DIAS-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      * converte o valor do pedido para reais antes do
      * multiplicador por estado, usando a cotacao vigente
      * achada por 2175-BUSCA-CAMBIO; um pedido em moeda forte

      * barra produto nao cadastrado ou ja descontinuado antes
      * que o pedido chegue a cotacao de frete
      * pedido de varios produtos confere linha a linha
       2160-VALIDA-PRODUTO.
           MOVE 'N' TO WRK-PRD-ORIGEM
           IF WRK-QTD-ITENS > ZEROS
               MOVE 'N' TO WRK-CARGA-PERIGO
               PERFORM 2165-VALIDA-ITEM
                   VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                       OR NOT ENTREGA-VALIDA
           ELSE
               MOVE WRK-PDUTO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE 'N' TO WRK-ENTREGA-OK
                       MOVE 'PRODUTO-INV ' TO WRK-COD-MOTIVO
                   NOT INVALID KEY
                       IF PRD-DESCONTINUADO
                           MOVE 'N' TO WRK-ENTREGA-OK
                           MOVE 'PRODUTO-DESC' TO WRK-COD-MOTIVO
                       ELSE
                           MOVE PRD-CATEGORIA TO WRK-CATEGORIA
                           IF PRD-IMPORTADO
                               MOVE 'I' TO WRK-PRD-ORIGEM
                           END-IF
                           IF PRD-CATEGORIA = WRK-CATEG-PERIGOSA
                               MOVE 'S' TO WRK-CARGA-PERIGO
                           ELSE
                               MOVE 'N' TO WRK-CARGA-PERIGO
                           END-IF
                           PERFORM 2162-VALIDA-PESO-CATALOGO
                       END-IF
               END-READ
           END-IF.

      * mesma conferencia sobre cada linha: uma linha
      * importada ou perigosa vale para o embarque inteiro, e
      * o peso de catalogo (por unidade) e multiplicado pela
      * quantidade da linha
       2165-VALIDA-ITEM.
           MOVE WRK-ITM-PDUTO (WRK-IDX-ITEM) TO PRD-CODIGO
           READ PRODUCT-MASTER
               KEY IS PRD-CODIGO
               INVALID KEY
                       MOVE 'N' TO WRK-ENTREGA-OK
                       MOVE 'PRODUTO-DESC' TO WRK-COD-MOTIVO
                   ELSE
                       MOVE PRD-CATEGORIA
                           TO WRK-ITM-CATEGORIA (WRK-IDX-ITEM)
                       IF WRK-IDX-ITEM = 1
                           MOVE PRD-CATEGORIA TO WRK-CATEGORIA
                       END-IF
                       IF PRD-IMPORTADO
                           MOVE 'I' TO WRK-PRD-ORIGEM
                       END-IF
                       IF PRD-CATEGORIA = WRK-CATEG-PERIGOSA
                           MOVE 'S' TO WRK-CARGA-PERIGO
                       END-IF
                       PERFORM 2166-VALIDA-PESO-ITEM
                   END-IF
           END-READ.

       2166-VALIDA-PESO-ITEM.
           IF PRD-PESO-PADRAO > ZEROS
               COMPUTE WRK-ITM-PESO-PADRAO = PRD-PESO-PADRAO *
                   WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)
               COMPUTE WRK-DIF-PESO =
                   WRK-ITM-PESO (WRK-IDX-ITEM) - WRK-ITM-PESO-PADRAO
                   ON SIZE ERROR MOVE 99999,99 TO WRK-DIF-PESO
               END-COMPUTE
               IF WRK-DIF-PESO < ZEROS
                   COMPUTE WRK-DIF-PESO = ZEROS - WRK-DIF-PESO
               END-IF
               COMPUTE WRK-DESVIO-PESO ROUNDED =
                   (WRK-DIF-PESO / WRK-ITM-PESO-PADRAO) * 100
                   ON SIZE ERROR MOVE 99999,99 TO WRK-DESVIO-PESO
               END-COMPUTE
               IF WRK-DESVIO-PESO > WRK-TOLERANCIA-PESO
                   MOVE 'N' TO WRK-ENTREGA-OK
                   MOVE 'PESO-DIVERGE' TO WRK-COD-MOTIVO
               END-IF
           END-IF.

      * um ponto decimal escorregado em ORD-PESO muda a faixa
      * de peso em silencio - o peso digitado e conferido
      * contra o peso de catalogo e um desvio acima da
               IF TRANSP-ENCONTRADA
                   MOVE WRK-MELHOR-FRETE TO WRK-FRETE
               ELSE
      * todas as transportadoras elegiveis da UF ja no teto do
      * dia: o pedido espera a capacidade de amanha em vez de
      * cair na tabela propria ou sobrecarregar alguem
                   IF TRANSP-LOTADA
                       MOVE 'N' TO WRK-ENTREGA-OK
                       MOVE 'TRANSP-LOTAD' TO WRK-COD-MOTIVO
                   ELSE
      * maior que o teto cheio de todas as que o recusaram:
      * esperar nao resolve, vira rejeito para dividir a carga
                   IF TRANSP-EXCEDIDA
                       MOVE 'N' TO WRK-ENTREGA-OK
                       MOVE 'TRANSP-EXCED' TO WRK-COD-MOTIVO
                   ELSE
      * carga perigosa sem transportadora certificada na UF e
      * rejeicao dura - a tabela propria nao cobre esse
      * transporte
                               MOVE 'FRETE-ESTOU ' TO WRK-COD-MOTIVO
                       END-COMPUTE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF

           IF ENTREGA-VALIDA
               PERFORM 2230-APLICA-CONTRATO
               PERFORM 2235-CALCULA-ADICIONAL
               PERFORM 2236-CALCULA-ADIC-ZONA
               PERFORM 2237-CALCULA-SAZONAL
               PERFORM 2233-CALCULA-TAXA-REEMB
               PERFORM 2238-CALCULA-COMBUSTIVEL
               PERFORM 2260-CALCULA-SEGURO
               PERFORM 2270-CALCULA-ICMS
               END-COMPUTE
           END-IF.

      * taxa da cobranca na entrega: percentual sobre o valor
      * que a transportadora cobra do destinatario, nunca menos
      * que o minimo por pedido; linha propria, fora de
      * WRK-FRETE, como o adicional de alta temporada
       2233-CALCULA-TAXA-REEMB.
           MOVE ZEROS TO WRK-TAXA-REEMB
           IF WRK-REEMBOLSO > ZEROS
               COMPUTE WRK-TAXA-REEMB ROUNDED =
                   WRK-REEMBOLSO * WRK-PERC-REEMB / 100
                   ON SIZE ERROR
                       MOVE 9999,99 TO WRK-TAXA-REEMB
               END-COMPUTE
               IF WRK-TAXA-REEMB < WRK-MIN-REEMB
                   MOVE WRK-MIN-REEMB TO WRK-TAXA-REEMB
               END-IF
           END-IF.

      * aplica o desconto contratual do cliente sobre o frete
      * bruto: percentual fixo ou por faixa de volume mensal
      * (volume ja faturado no mes, carregado do FRETE-LOG)
      * criterio do seguro e do ICMS
       2235-CALCULA-ADICIONAL.
           MOVE ZEROS TO WRK-ADICIONAL
           IF WRK-QTD-ITENS > ZEROS
               MOVE ZEROS TO WRK-ITM-RATEADO
               PERFORM 2234-ADICIONAL-ITEM
                   VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
           END-IF
           IF CATTAX-DISPONIVEL AND WRK-QTD-ITENS = ZEROS
               MOVE WRK-CATEGORIA TO CTX-CATEGORIA
               READ CATTAX-TABLE
                   KEY IS CTX-CATEGORIA
               END-READ
           END-IF.

      * no pedido de varios produtos cada linha paga o
      * adicional da sua categoria: o fixo por linha, o
      * percentual sobre a parte do frete que cabe a linha
      * pelo valor dela. A mesma proporcao reparte o valor do
      * embarque em reais entre as linhas; a ultima fica com
      * a sobra do arredondamento
       2234-ADICIONAL-ITEM.
           IF WRK-IDX-ITEM = WRK-QTD-ITENS
               COMPUTE WRK-ITM-VALOR-BRL (WRK-IDX-ITEM) =
                   WRK-VALOR - WRK-ITM-RATEADO
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-ITM-VALOR-BRL (WRK-IDX-ITEM)
               END-COMPUTE
           ELSE
               COMPUTE WRK-ITM-VALOR-BRL (WRK-IDX-ITEM) ROUNDED =
                   WRK-VALOR * WRK-ITM-VALOR (WRK-IDX-ITEM)
                   / WRK-ITM-SOMA-VALOR
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-ITM-VALOR-BRL (WRK-IDX-ITEM)
               END-COMPUTE
               ADD WRK-ITM-VALOR-BRL (WRK-IDX-ITEM) TO WRK-ITM-RATEADO
           END-IF
           MOVE ZEROS TO WRK-ITM-ADICIONAL (WRK-IDX-ITEM)
           IF CATTAX-DISPONIVEL
               MOVE WRK-ITM-CATEGORIA (WRK-IDX-ITEM) TO CTX-CATEGORIA
               READ CATTAX-TABLE
                   KEY IS CTX-CATEGORIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTX-VALOR-FIXO
                           MOVE CTX-FIXO
                               TO WRK-ITM-ADICIONAL (WRK-IDX-ITEM)
                       ELSE
                           COMPUTE WRK-ITM-ADICIONAL (WRK-IDX-ITEM)
                               ROUNDED = WRK-FRETE *
                               WRK-ITM-VALOR (WRK-IDX-ITEM) /
                               WRK-ITM-SOMA-VALOR * CTX-PERC / 100
                               ON SIZE ERROR
                                   MOVE ZEROS TO WRK-ITM-ADICIONAL
                                       (WRK-IDX-ITEM)
                           END-COMPUTE
                       END-IF
               END-READ
           END-IF
           ADD WRK-ITM-ADICIONAL (WRK-IDX-ITEM) TO WRK-ADICIONAL.

      * adicional de zona do CEP de entrega: percentual da
      * zona sobre o frete liquido; capital e CEP sem zona nao
      * pagam. Linha propria, fora de WRK-FRETE, como o
      * adicional de manuseio
       2236-CALCULA-ADIC-ZONA.
           MOVE ZEROS TO WRK-ADIC-ZONA WRK-PERC-ZONA
           PERFORM 2159-LOCALIZA-ZONA
           EVALUATE WRK-ZONA
               WHEN 'I'
                   MOVE WRK-PERC-INTERIOR TO WRK-PERC-ZONA
               WHEN 'R'
                   MOVE WRK-PERC-REMOTA TO WRK-PERC-ZONA
           END-EVALUATE
           IF WRK-PERC-ZONA > ZEROS
               COMPUTE WRK-ADIC-ZONA ROUNDED =
                   WRK-FRETE * WRK-PERC-ZONA / 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-ADIC-ZONA
               END-COMPUTE
           END-IF.

      * adicional de alta temporada: o periodo do calendario
      * que contem a data de envio (pedido sem data sai na
      * data do lote), o da UF do pedido antes do nacional.
      * Percentual sobre o frete liquido ou valor fixo, em
      * linha propria como o adicional de zona
       2237-CALCULA-SAZONAL.
           MOVE ZEROS TO WRK-SAZONAL WRK-SAZ-PERC WRK-SAZ-VALOR
           MOVE SPACES TO WRK-SAZ-TIPO WRK-SAZ-DESCRICAO
           MOVE 'N' TO WRK-SAZ-DA-UF
           IF WRK-DATA-ENVIO = ZEROS
               MOVE WRK-DATA-LOTE TO WRK-DATA-SAZONAL
           ELSE
               MOVE WRK-DATA-ENVIO TO WRK-DATA-SAZONAL
           END-IF
           IF SAZONAL-DISPONIVEL
               MOVE 'N' TO WRK-EOF-SAZONAL
               MOVE ZEROS TO SAZ-DATA-INICIAL
               MOVE SPACES TO SAZ-UF
               START SAZONAL-FILE KEY >= SAZ-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SAZONAL
               END-START
               PERFORM 2239-LE-PERIODO-SAZONAL UNTIL FIM-SAZONAL
           END-IF
           EVALUATE WRK-SAZ-TIPO
               WHEN 'P'
                   COMPUTE WRK-SAZONAL ROUNDED =
                       WRK-FRETE * WRK-SAZ-PERC / 100
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-SAZONAL
                   END-COMPUTE
               WHEN 'F'
                   MOVE WRK-SAZ-VALOR TO WRK-SAZONAL
           END-EVALUATE.

      * periodos em ordem de inicio: para no primeiro que
      * comeca depois da data de envio
       2239-LE-PERIODO-SAZONAL.
           READ SAZONAL-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-SAZONAL
           END-READ
           IF NOT FIM-SAZONAL
               IF SAZ-DATA-INICIAL > WRK-DATA-SAZONAL
                   MOVE 'S' TO WRK-EOF-SAZONAL
               ELSE
                   IF SAZ-DATA-FINAL >= WRK-DATA-SAZONAL
                       AND (SAZ-UF = WRK-STADO
                       OR (SAZ-UF = SPACES AND NOT SAZONAL-DA-UF))
                       IF SAZ-UF = WRK-STADO
                           MOVE 'S' TO WRK-SAZ-DA-UF
                       END-IF
                       MOVE SAZ-TIPO TO WRK-SAZ-TIPO
                       MOVE SAZ-PERC TO WRK-SAZ-PERC
                       MOVE SAZ-VALOR TO WRK-SAZ-VALOR
                       MOVE SAZ-DESCRICAO TO WRK-SAZ-DESCRICAO
                   END-IF
               END-IF
           END-IF.

      * contrato por volume: a faixa e a primeira cujo teto
      * cobre o volume do mes; acima do ultimo teto vale o
      * percentual da ultima faixa
      * para o relatorio e para o FRETE-LOG para auditoria
       2210-COTA-TRANSPORTADORAS.
           MOVE 'N' TO WRK-TEM-TRANSP
           MOVE 'N' TO WRK-TEM-LOTADA
           MOVE 'N' TO WRK-TEM-EXCEDIDA
           MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
           MOVE ZEROS TO WRK-MELHOR-FRETE
           IF NOT TRANSP-DISPONIVEL
           END-IF.

      * um candidato cujo frete estoura o PIC de WRK-FRETE nao
      * entra na disputa - nunca seria o mais barato; o mais
      * barato que ja esgotou o teto do dia cede o pedido a
      * proxima da fila
       2220-AVALIA-TRANSP.
           READ TRANSP-TABLE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-TRANSP
                       IF CANDIDATO-OK
                           IF NOT TRANSP-ENCONTRADA
                                   OR WRK-FRETE-CAND < WRK-MELHOR-FRETE
                               MOVE 1 TO WRK-CAP-QTD
                               MOVE WRK-PESO TO WRK-CAP-PESO
                               MOVE WRK-STADO TO WRK-CAP-UF
                               PERFORM 2225-CONSULTA-TETO
                               IF CAP-DISPONIVEL
                                   MOVE 'S' TO WRK-TEM-TRANSP
                                   MOVE WRK-FRETE-CAND
                                       TO WRK-MELHOR-FRETE
                                   MOVE TRP-CODIGO
                                       TO WRK-TRANSP-ESCOLHIDA
                               ELSE
                               IF CAP-EXCEDE-TETO
                                   MOVE 'S' TO WRK-TEM-EXCEDIDA
                               ELSE
                                   MOVE 'S' TO WRK-TEM-LOTADA
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * consulta o teto do dia da transportadora lida na
      * TRANSP-TABLE para a quantidade e o peso ja montados
       2225-CONSULTA-TETO.
           MOVE 'C' TO WRK-CAP-OPERACAO
           MOVE WRK-DATA-PROCESSO TO WRK-CAP-DATA
           MOVE TRP-CODIGO TO WRK-CAP-TRANSP
           CALL 'capsrv' USING WRK-CAPSRV.

      * reserva o teto do dia da transportadora escolhida
      * para a quantidade, o peso e a UF ja montados
       2226-RESERVA-TETO.
           MOVE 'V' TO WRK-CAP-OPERACAO
           MOVE WRK-DATA-PROCESSO TO WRK-CAP-DATA
           MOVE WRK-TRANSP-ESCOLHIDA TO WRK-CAP-TRANSP
           CALL 'capsrv' USING WRK-CAPSRV.

      * a consulta do 2220 so compara; o pedido que vai ao log
      * reserva a sobra da escolhida. Outra particao (ou o
      * balcao) que levou a sobra no meio do caminho faz o
      * pedido ser cotado de novo com o consumo atualizado -
      * cai na proxima da fila ou espera como lotado.
      * Cotacao pela tabela propria nao reserva nada
       2290-RESERVA-TRANSP.
           MOVE ZEROS TO WRK-TENT-RESERVA
           MOVE 'N' TO WRK-RESERVA-OK
           PERFORM 2291-TENTA-RESERVA
               UNTIL RESERVA-FEITA OR NOT ENTREGA-VALIDA.

       2291-TENTA-RESERVA.
           IF WRK-TRANSP-ESCOLHIDA = SPACES
               MOVE 'S' TO WRK-RESERVA-OK
           ELSE
               MOVE 1 TO WRK-CAP-QTD
               MOVE WRK-PESO TO WRK-CAP-PESO
               MOVE WRK-STADO TO WRK-CAP-UF
               PERFORM 2226-RESERVA-TETO
               IF CAP-DISPONIVEL
                   MOVE 'S' TO WRK-RESERVA-OK
               ELSE
                   ADD 1 TO WRK-TENT-RESERVA
                   IF WRK-TENT-RESERVA >= WRK-MAX-RESERVA
                       MOVE 'N' TO WRK-ENTREGA-OK
                       MOVE 'TRANSP-LOTAD' TO WRK-COD-MOTIVO
                   ELSE
                       PERFORM 2200-CALCULA-FRETE
                   END-IF
               END-IF
           END-IF.

      * ICMS e o imposto estadual sobre o valor do pedido - sai
      * do frete da transportadora e vira linha propria, porque
      * contabilidade lanca os dois em contas contabeis distintas.
      * o seguro segue a mesma logica: ja sai como DET-SEGURO/
      * CSV-SEGURO, sua propria linha, entao nao entra em WRK-FRETE
      * para nao contar em dobro
      * a aliquota e a do par origem/destino na matriz de ICMS
      * (interna no mesmo estado, 7% ou 12% no interestadual,
      * 4% no importado); pedido sem origem ou par sem
      * aliquota vigente fica com o FRT-ICMS do destino
       2270-CALCULA-ICMS.
           PERFORM 2271-BUSCA-ALIQUOTA-ICMS
           COMPUTE WRK-ICMS ROUNDED = WRK-VALOR * WRK-TAXA-ICMS.

      * mesma leitura de vigencias do 2175-BUSCA-CAMBIO: as
      * vigencias do par vem em ordem de chave e a ultima que
      * ainda vale na data do lote fica
       2271-BUSCA-ALIQUOTA-ICMS.
           IF ICMSMAT-DISPONIVEL AND WRK-UF-ORIGEM NOT = SPACES
               MOVE 'N' TO WRK-EOF-ICMSMAT
               MOVE WRK-UF-ORIGEM TO ALQ-UF-ORIGEM
               MOVE WRK-STADO TO ALQ-UF-DESTINO
               MOVE ZEROS TO ALQ-DATA-VIGENCIA
               START ICMSMAT-FILE KEY >= ALQ-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-ICMSMAT
               END-START
               PERFORM 2272-LE-VIGENCIA-ICMS UNTIL FIM-ICMSMAT
           END-IF.

       2272-LE-VIGENCIA-ICMS.
           READ ICMSMAT-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-ICMSMAT
           END-READ
           IF NOT FIM-ICMSMAT
               IF ALQ-UF-ORIGEM NOT = WRK-UF-ORIGEM
                       OR ALQ-UF-DESTINO NOT = WRK-STADO
                       OR ALQ-DATA-VIGENCIA > WRK-DATA-COTACAO
                   MOVE 'S' TO WRK-EOF-ICMSMAT
               ELSE
                   IF PRODUTO-IMPORTADO
                       MOVE ALQ-ALIQ-IMPORTADO TO WRK-TAXA-ICMS
                   ELSE
                       MOVE ALQ-ALIQUOTA TO WRK-TAXA-ICMS
                   END-IF
               END-IF
           END-IF.

       2260-CALCULA-SEGURO.
           MOVE ZEROS TO WRK-VALOR-SEGURO
           IF SEGURO-SOLICITADO
           MOVE WRK-ADICIONAL TO DET-ADICIONAL
           MOVE WRK-ROTEAMENTO TO DET-ROTEAMENTO
           MOVE WRK-COMBUSTIVEL TO DET-COMBUSTIVEL
           MOVE WRK-ZONA TO DET-ZONA
           MOVE WRK-ADIC-ZONA TO DET-ADIC-ZONA
           MOVE WRK-DETALHE TO WRK-LINHA-SAIDA
           PERFORM 2320-GRAVA-LINHA-RELATORIO
      * embarque perigoso leva a linha de declaracao com a
      * transportadora certificada que o carrega
           IF CARGA-PERIGOSA
               MOVE WRK-TRANSP-ESCOLHIDA TO DEC-TRANSP
               MOVE WRK-LINHA-PERIGO TO WRK-LINHA-SAIDA
               PERFORM 2320-GRAVA-LINHA-RELATORIO
           END-IF
           IF WRK-SAZONAL > ZEROS
               MOVE WRK-SAZ-DESCRICAO TO SAZ-DET-DESCRICAO
               MOVE WRK-SAZONAL TO SAZ-DET-VALOR
               MOVE WRK-LINHA-SAZONAL TO WRK-LINHA-SAIDA
               PERFORM 2320-GRAVA-LINHA-RELATORIO
           END-IF
           IF WRK-REEMBOLSO > ZEROS
               MOVE WRK-REEMBOLSO TO RMB-DET-VALOR
               MOVE WRK-TAXA-REEMB TO RMB-DET-TAXA
               MOVE WRK-LINHA-REEMBOLSO TO WRK-LINHA-SAIDA
               PERFORM 2320-GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM 2305-IMPRIME-ITEM
               VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
           PERFORM 2310-EXPORTA-CSV.

      * abertura do pedido de varios produtos, uma linha por
      * item com a parte dele no valor e o adicional dele
       2305-IMPRIME-ITEM.
           MOVE WRK-IDX-ITEM TO LIT-SEQ
           MOVE WRK-ITM-PDUTO (WRK-IDX-ITEM) TO LIT-PDUTO
           MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM) TO LIT-QUANTIDADE
           MOVE WRK-ITM-VALOR-BRL (WRK-IDX-ITEM) TO LIT-VALOR
           MOVE WRK-ITM-PESO (WRK-IDX-ITEM) TO LIT-PESO
           MOVE WRK-ITM-CATEGORIA (WRK-IDX-ITEM) TO LIT-CATEGORIA
           MOVE WRK-ITM-ADICIONAL (WRK-IDX-ITEM) TO LIT-ADICIONAL
           MOVE WRK-LINHA-ITEM-PEDIDO TO WRK-LINHA-SAIDA
           PERFORM 2320-GRAVA-LINHA-RELATORIO.

      * mesma linha do relatorio, em formato CSV
       2310-EXPORTA-CSV.
           MOVE WRK-PDUTO TO CSV-PDUTO
           MOVE WRK-ADICIONAL TO CSV-ADICIONAL
           MOVE WRK-ROTEAMENTO TO CSV-ROTEAMENTO
           MOVE WRK-COMBUSTIVEL TO CSV-COMBUSTIVEL
           MOVE WRK-ZONA TO CSV-ZONA
           MOVE WRK-ADIC-ZONA TO CSV-ADIC-ZONA
           MOVE WRK-SAZONAL TO CSV-SAZONAL
           MOVE WRK-REEMBOLSO TO CSV-REEMBOLSO
           MOVE WRK-TAXA-REEMB TO CSV-TAXA-REEMB
           MOVE WRK-LINHA-CSV TO WRK-LINHA-SAIDA
           PERFORM 2330-GRAVA-LINHA-CSV.

      * linha do relatorio: direto no FRETE.RPT no lote
      * inteiro, chaveada no FRETEPRT.Pnn na particao
       2320-GRAVA-LINHA-RELATORIO.
           IF PARTICIONADO
               MOVE 'R' TO PRT-TIPO
               MOVE WRK-LINHA-SAIDA TO PRT-LINHA
               PERFORM 2340-GRAVA-LINHA-PARTICAO
           ELSE
               MOVE WRK-LINHA-SAIDA TO REPORT-LINE
               MOVE WRK-FILIAL TO RPT-FILIAL-DIST
               WRITE REPORT-LINE
           END-IF.

       2330-GRAVA-LINHA-CSV.
           IF PARTICIONADO
               MOVE 'C' TO PRT-TIPO
               MOVE WRK-LINHA-SAIDA TO PRT-LINHA
               PERFORM 2340-GRAVA-LINHA-PARTICAO
           ELSE
               WRITE CSV-LINE FROM WRK-LINHA-SAIDA
           END-IF.

      * chave do SORT do pedido corrente do grupo, mais a
      * posicao do grupo e a linha dentro dele
       2340-GRAVA-LINHA-PARTICAO.
           ADD 1 TO WRK-PRT-SEQ-LINHA
           MOVE GRP-STADO TO PRT-STADO
           MOVE GRP-CLIENTE TO PRT-CLIENTE
           MOVE GRP-UF-ORIGEM TO PRT-UF-ORIGEM
           MOVE GRP-DATA-ENVIO TO PRT-DATA-ENVIO
           MOVE GRP-FILIAL TO PRT-FILIAL
           MOVE WRK-PAR-NUMERO TO PRT-PARTICAO
           MOVE WRK-PRT-POSICAO TO PRT-POSICAO
           MOVE WRK-PRT-SEQ-LINHA TO PRT-SEQ-LINHA
           WRITE PARTICAO-LINHA.

       2400-GRAVA-LOG.
           ADD 1 TO WRK-SEQ-LOG
           MOVE WRK-DATA-PROCESSO TO WRK-DHS-DATA
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:6) TO WRK-DHS-HORA
           MOVE WRK-DHS-DATA TO LOG-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO LOG-DATA-HORA (9:6)
           IF PARTICIONADO
               MOVE WRK-PAR-NUMERO TO WRK-SCP-PARTICAO
               MOVE WRK-SEQ-LOG TO WRK-SCP-SEQ
               STRING WRK-DHS-DATA WRK-DHS-HORA WRK-SEQ-CHAVE-PAR
                   DELIMITED BY SIZE INTO LOG-CHAVE
           ELSE
               STRING WRK-DHS-DATA WRK-DHS-HORA WRK-SEQ-LOG
                   DELIMITED BY SIZE INTO LOG-CHAVE
           END-IF
           MOVE WRK-PDUTO TO LOG-PDUTO
           MOVE WRK-STADO TO LOG-STADO
           MOVE WRK-VALOR TO LOG-VALOR
           MOVE SPACES TO LOG-APROVADOR
           MOVE WRK-FILIAL TO LOG-FILIAL
           MOVE GRP-NUMERO TO LOG-PEDIDO
           MOVE WRK-ZONA TO LOG-ZONA
           MOVE WRK-ADIC-ZONA TO LOG-ADIC-ZONA
           MOVE WRK-SAZONAL TO LOG-SAZONAL
           MOVE WRK-REEMBOLSO TO LOG-REEMBOLSO
           MOVE WRK-TAXA-REEMB TO LOG-TAXA-REEMB
           PERFORM 2450-PROXIMO-SEQ-ID
           MOVE WRK-PROX-SEQ-ID TO LOG-SEQ-ID
           WRITE FRETE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO FRETE-LOG: ' LOG-CHAVE
                   PERFORM 2480-DEVOLVE-RESERVA
               NOT INVALID KEY
                   IF LOG-SEQ-ID > ZEROS
                       PERFORM 2490-GRAVA-ITEM-LOG
                           VARYING WRK-IDX-ITEM FROM 1 BY 1
                           UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                   END-IF
           END-WRITE
           PERFORM 2460-MARCA-PEDIDO-COTADO.

      * abertura por item da cotacao, chaveada pelo LOG-SEQ-ID
      * para etiqueta e fatura; um restart que regrava a mesma
      * cotacao encontra as linhas ja gravadas
       2490-GRAVA-ITEM-LOG.
           MOVE LOG-SEQ-ID TO FIT-SEQ-ID
           MOVE WRK-IDX-ITEM TO FIT-SEQ
           MOVE GRP-NUMERO TO FIT-PEDIDO
           MOVE WRK-ITM-PDUTO (WRK-IDX-ITEM) TO FIT-PDUTO
           MOVE WRK-ITM-CATEGORIA (WRK-IDX-ITEM) TO FIT-CATEGORIA
           MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM) TO FIT-QUANTIDADE
           MOVE WRK-ITM-VALOR-BRL (WRK-IDX-ITEM) TO FIT-VALOR
           MOVE WRK-ITM-PESO (WRK-IDX-ITEM) TO FIT-PESO
           MOVE WRK-ITM-ADICIONAL (WRK-IDX-ITEM) TO FIT-ADICIONAL
           WRITE FRETE-ITEM-RECORD
               INVALID KEY
                   IF WRK-FRETEITM-STATUS NOT = '22'
                       DISPLAY 'ERRO GRAVANDO FRETEITM: ' FIT-CHAVE
                   END-IF
           END-WRITE.

      * o custo da transportadora vencedora e o frete dela
      * antes do desconto contratual (o que ela vai nos
      * faturar): e o bruto do pedido quando houve escolha
               MOVE ZEROS TO LOG-CUSTO-TRANSP
           END-IF.

      * cotacao que nao entrou no log devolve o embarque
      * reservado no teto da transportadora (o membro do grupo
      * devolve a sua parte da reserva do grupo)
       2480-DEVOLVE-RESERVA.
           IF LOG-TRANSP NOT = SPACES
               MOVE 'L' TO WRK-CAP-OPERACAO
               MOVE WRK-DATA-PROCESSO TO WRK-CAP-DATA
               MOVE LOG-STADO TO WRK-CAP-UF
               MOVE LOG-TRANSP TO WRK-CAP-TRANSP
               MOVE 1 TO WRK-CAP-QTD
               MOVE LOG-PESO TO WRK-CAP-PESO
               CALL 'capsrv' USING WRK-CAPSRV
           END-IF.

      * numeracao via servico central (seqsrv): o lote reserva
      * um bloco de numeros por vez e distribui localmente,
      * sem tocar o contador a cada cotacao
           ADD WRK-FRETE TO WRK-TOTAL-GERAL
           ADD WRK-ICMS TO WRK-TOTAL-ICMS
           PERFORM 2510-ACUMULA-CLIENTE
           PERFORM 2520-ACUMULA-FILIAL
           IF PARTICIONADO
               PERFORM 2530-GRAVA-TOTAIS-PARTICAO
           END-IF.

      * valores do pedido cotado para a juncao refazer a quebra
      * por UF, os totais e as secoes na ordem do lote inteiro
       2530-GRAVA-TOTAIS-PARTICAO.
           MOVE SPACES TO PRT-LINHA
           MOVE WRK-STADO TO PRT-TOT-STADO
           MOVE WRK-CLIENTE TO PRT-TOT-CLIENTE
           MOVE WRK-FILIAL TO PRT-TOT-FILIAL
           MOVE WRK-FRETE TO PRT-TOT-FRETE
           MOVE WRK-ICMS TO PRT-TOT-ICMS
           MOVE 'T' TO PRT-TIPO
           PERFORM 2340-GRAVA-LINHA-PARTICAO.

      * soma o frete do pedido na entrada do cliente na tabela,
      * criando a entrada na primeira cotacao daquele cliente;
       2550-QUEBRA-SUBTOTAL.
           MOVE WRK-STADO-ANTERIOR TO SUB-ESTADO
           MOVE WRK-SUBTOTAL-FRETE TO SUB-FRETE
      * na particao o subtotal sai da juncao
           IF NOT PARTICIONADO
               WRITE REPORT-LINE FROM WRK-LINHA-SUBTOTAL
           END-IF
           MOVE ZEROS TO WRK-SUBTOTAL-FRETE.

       2600-IMPRIME-TOTAIS.
                   MOVE WRK-FIL-COD (WRK-IDX-FILIAL) TO SUB-FILIAL
                   MOVE WRK-FIL-FRETE (WRK-IDX-FILIAL)
                       TO SUB-FIL-FRETE
                   MOVE WRK-LINHA-SUB-FILIAL TO REPORT-LINE
                   MOVE WRK-FIL-COD (WRK-IDX-FILIAL)
                       TO RPT-FILIAL-DIST
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
      * resumo do que a consolidacao de embarques poupou
           WRITE CONTROLE-LINE
           CLOSE CONTROLE-DIA.

      * fechamento da particao para a juncao: so existe quando
      * a particao terminou completa (apagado na partida)
       2670-GRAVA-CONTROLE-PARTICAO.
           OPEN OUTPUT PARTICAO-CONTROLE
           MOVE WRK-DATA-LOTE TO PCT-DATA
           MOVE WRK-PAR-NUMERO TO PCT-PARTICAO
           MOVE WRK-SEQ-LOG TO PCT-QTD
           MOVE WRK-TOTAL-GERAL TO PCT-TOTAL-GERAL
           MOVE WRK-TOTAL-ICMS TO PCT-TOTAL-ICMS
           MOVE WRK-QTD-GRUPOS-CONS TO PCT-GRUPOS-CONS
           MOVE WRK-QTD-PEDIDOS-CONS TO PCT-PEDIDOS-CONS
           MOVE WRK-ECONOMIA-CONS TO PCT-ECONOMIA-CONS
           WRITE PARTICAO-CONTROLE-LINE
           CLOSE PARTICAO-CONTROLE.

      * secao de subtotais por cliente, depois dos totais do
      * relatorio - uma linha por cliente que teve pedido valido
       2650-IMPRIME-CLIENTES.
           IF GRUPO-PRECIFICADO
               PERFORM 2945-CONFERE-RATEIO
           END-IF
           IF GRUPO-PRECIFICADO
               PERFORM 2930-RESERVA-GRUPO
           END-IF
           IF GRUPO-PRECIFICADO
               PERFORM 2950-RATEIA-E-LOGA
               PERFORM 2960-ACUMULA-ECONOMIA
           ELSE
               IF WRK-COD-MOTIVO = 'CRED-LIMITE '
                   PERFORM 2710-GRAVA-CREDHOLD
               ELSE
               IF WRK-COD-MOTIVO = 'TRANSP-LOTAD'
                   PERFORM 2720-ADIA-PEDIDO
               ELSE
               IF WRK-COD-MOTIVO = 'DUPLICIDADE '
                   PERFORM 2730-RETEM-DUPLICIDADE
               ELSE
                   PERFORM 2700-GRAVA-REJEITO
               END-IF
               END-IF
               END-IF
           END-IF.

      * preco do grupo: faixa unica pelo maior entre os pesos
      * qualquer carga perigosa so disputa entre certificadas
       2925-COTA-TRANSP-GRUPO.
           MOVE 'N' TO WRK-GRP-TEM-TRANSP
           MOVE 'N' TO WRK-TEM-LOTADA
           MOVE SPACES TO WRK-GRP-TRANSP
           MOVE ZEROS TO WRK-GRP-MELHOR
           IF NOT TRANSP-DISPONIVEL
                       IF GRP-CANDIDATO-OK
                           IF NOT GRP-TRANSP-ENCONTRADA
                                   OR WRK-GRP-CAND < WRK-GRP-MELHOR
      * o grupo viaja junto: o teto tem que comportar todos
      * os membros validos e o peso somado
                               MOVE WRK-QTD-GRP-VALIDOS TO WRK-CAP-QTD
                               MOVE WRK-GRP-PESO TO WRK-CAP-PESO
                               MOVE WRK-GRP-STADO TO WRK-CAP-UF
                               PERFORM 2225-CONSULTA-TETO
      * lotada ou acima do teto cheio, o grupo se desfaz e
      * cada membro disputa sozinho
                               IF CAP-DISPONIVEL
                                   MOVE 'S' TO WRK-GRP-TEM-TRANSP
                                   MOVE WRK-GRP-CAND TO WRK-GRP-MELHOR
                                   MOVE TRP-CODIGO TO WRK-GRP-TRANSP
                               ELSE
                                   MOVE 'S' TO WRK-TEM-LOTADA
                               END-IF
                           END-IF
                       END-IF
                   END-IF

       2927-FECHA-PRECO-GRUPO.
           MOVE 'N' TO WRK-GRP-PRECIFICADO
      * grupo sem transportadora com teto para ele inteiro
      * nao sai pela tabela propria: os membros voltam ao
      * fluxo individual e cada um disputa o que sobrou
           IF NOT GRP-TRANSP-ENCONTRADA AND TRANSP-LOTADA
               CONTINUE
           ELSE
           IF GRP-TRANSP-ENCONTRADA
               MOVE WRK-GRP-MELHOR TO WRK-GRP-BRUTO
               MOVE WRK-GRP-TRANSP TO WRK-TRANSP-ESCOLHIDA
                   END-IF
               END-IF
           END-IF
           END-IF
           IF GRUPO-PRECIFICADO
               PERFORM 2928-APLICA-CONTRATO-GRUPO
           END-IF.
                   TO WRK-FRETE-BRUTO
               COMPUTE WRK-DESCONTO =
                   WRK-FRETE-BRUTO - WRK-FRETE
      * adicional, zona, temporada, combustivel, seguro e
      * ICMS continuam por pedido - dependem do valor, da categoria e do
      * endereco de cada um
               PERFORM 2160-VALIDA-PRODUTO
               PERFORM 2235-CALCULA-ADICIONAL
               PERFORM 2236-CALCULA-ADIC-ZONA
               PERFORM 2237-CALCULA-SAZONAL
               PERFORM 2233-CALCULA-TAXA-REEMB
               PERFORM 2238-CALCULA-COMBUSTIVEL
               PERFORM 2260-CALCULA-SEGURO
               PERFORM 2270-CALCULA-ICMS
               PERFORM 2500-ACUMULA-TOTAIS
           END-IF.

      * o grupo reserva de uma vez todos os membros validos e
      * o peso somado na escolhida; recusada a reserva, o
      * grupo se desfaz e cada membro cota e reserva sozinho
       2930-RESERVA-GRUPO.
           IF WRK-TRANSP-ESCOLHIDA NOT = SPACES
               MOVE WRK-QTD-GRP-VALIDOS TO WRK-CAP-QTD
               MOVE WRK-GRP-PESO TO WRK-CAP-PESO
               MOVE WRK-GRP-STADO TO WRK-CAP-UF
               PERFORM 2226-RESERVA-TETO
               IF NOT CAP-DISPONIVEL
                   MOVE 'N' TO WRK-GRP-PRECIFICADO
               END-IF
           END-IF.

      * fallback sem preco de grupo: cada membro valido segue
      * o fluxo individual (os invalidos ja foram rejeitados)
       2940-PROCESSA-VALIDO.
               IF ENTREGA-VALIDA
                   PERFORM 2200-CALCULA-FRETE
               END-IF
               IF ENTREGA-VALIDA
                   PERFORM 2290-RESERVA-TRANSP
               END-IF
               IF ENTREGA-VALIDA
                   PERFORM 2300-IMPRIME-DETALHE
                   PERFORM 2400-GRAVA-LOG
      * o pedido segue para a fila ou o rejeito, nunca some
                   IF WRK-COD-MOTIVO = 'CRED-LIMITE '
                       PERFORM 2710-GRAVA-CREDHOLD
                   ELSE
                   IF WRK-COD-MOTIVO = 'TRANSP-LOTAD'
                       PERFORM 2720-ADIA-PEDIDO
                   ELSE
                   IF WRK-COD-MOTIVO = 'DUPLICIDADE '
                       PERFORM 2730-RETEM-DUPLICIDADE
                   ELSE
                       PERFORM 2700-GRAVA-REJEITO
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * mestre nao o reapresenta
           PERFORM 2460-MARCA-PEDIDO-COTADO.

      * teto do dia esgotado em todas as transportadoras
      * elegiveis: pedido do mestre ainda pendente fica como
      * esta (nao e marcado como cotado) e volta no lote de
      * amanha; o que nao tem onde esperar vira rejeito
       2720-ADIA-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ADIAVEL
           IF MESTRE-MARCAVEL
               AND GRP-NUMERO IS NUMERIC AND GRP-NUMERO > ZEROS
               MOVE GRP-NUMERO TO RAW-ORD-NUMERO
               READ ORDERS-FILE
                   KEY IS RAW-ORD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RAW-ORD-STATUS NOT = 'C'
                           MOVE 'S' TO WRK-PEDIDO-ADIAVEL
                       END-IF
               END-READ
           END-IF
           IF PEDIDO-ADIAVEL
               ADD 1 TO WRK-QTD-ADIADOS
               PERFORM 2750-GRAVA-ERRO
           ELSE
               PERFORM 2700-GRAVA-REJEITO
           END-IF.

      * suspeita de duplicidade nao e rejeito: o pedido fica
      * retido no mestre (sai do lote) ate o operador
      * confirmar no ordman, e vai para a trilha listada pelo
      * dupsrel; o que nao esta no mestre vira rejeito
       2730-RETEM-DUPLICIDADE.
           MOVE 'N' TO WRK-DUP-RETIDO
           IF GRP-NUMERO IS NUMERIC AND GRP-NUMERO > ZEROS
               MOVE GRP-NUMERO TO RAW-ORD-NUMERO
               READ ORDERS-FILE
                   KEY IS RAW-ORD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RAW-ORD-STATUS NOT = 'C'
                           MOVE 'D' TO RAW-ORD-STATUS
                           REWRITE RAW-ORDER-RECORD
                           MOVE 'S' TO WRK-DUP-RETIDO
                       END-IF
               END-READ
           END-IF
           IF PEDIDO-RETIDO
               ADD 1 TO WRK-QTD-DUPLICADOS
               PERFORM 2750-GRAVA-ERRO
               MOVE ERR-DATA-HORA TO DUP-DATA-HORA
               MOVE 'LEARNING9' TO DUP-PROGRAMA
               MOVE GRP-NUMERO TO DUP-PEDIDO
               MOVE WRK-DUP-ORIGINAL TO DUP-ORIGINAL
               MOVE WRK-DUP-DISTANCIA TO DUP-DIAS
               MOVE WRK-CLIENTE TO DUP-CLIENTE
               MOVE WRK-PDUTO TO DUP-PDUTO
               MOVE WRK-STADO TO DUP-STADO
               MOVE WRK-ENDERECO TO DUP-ENDERECO
               MOVE WRK-VALOR TO DUP-VALOR
               WRITE DUPSUSP-RECORD
           ELSE
               PERFORM 2700-GRAVA-REJEITO
           END-IF.

      * registra a excecao na trilha comum a todos os programas
       2750-GRAVA-ERRO.
           MOVE 'LEARNING9' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:6) TO WRK-DHS-HORA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           IF SIMULACAO
               PERFORM 3100-FECHA-SIMULACAO
           ELSE
      * particionado, totais e secoes saem da juncao
               IF NOT PARTICIONADO
                   PERFORM 2600-IMPRIME-TOTAIS
               END-IF
               MOVE ZEROS TO WRK-CONT-PROCESSADOS
               PERFORM 2110-GRAVA-CHECKPOINT
               IF PARTICIONADO
                   CLOSE PARTICAO-SAIDA
               ELSE
                   CLOSE FRETE-REPORT
                   CLOSE FRETE-CSV
               END-IF
               CLOSE FRETE-REJECTS
               CLOSE FRETE-LOG
               CLOSE ERROR-LOG
               CLOSE CREDIT-HOLD
               IF WRK-DUPSUSP-STATUS = '00'
                   CLOSE DUPSUSP-FILE
               END-IF
               IF MESTRE-MARCAVEL
                   CLOSE ORDERS-FILE
               END-IF
               IF WRK-FRETEITM-STATUS = '00' OR '22'
                   CLOSE FRETE-ITEM
               END-IF
               IF WRK-QTD-DUPLICADOS > ZEROS
                   DISPLAY 'PEDIDOS RETIDOS POR SUSPEITA DE '
                       'DUPLICIDADE: ' WRK-QTD-DUPLICADOS
               END-IF
               IF WRK-QTD-CREDHOLD > ZEROS
                   DISPLAY 'PEDIDOS BLOQUEADOS POR LIMITE DE '
                       'CREDITO: ' WRK-QTD-CREDHOLD
               END-IF
               IF WRK-QTD-ADIADOS > ZEROS
                   DISPLAY 'PEDIDOS ADIADOS POR TETO DAS '
                       'TRANSPORTADORAS: ' WRK-QTD-ADIADOS
               END-IF
               MOVE 'F' TO WRK-RC-OPERACAO
               MOVE WRK-SEQ-LOG TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
      * cotados, a fila pode comecar vazia amanha; e so agora
      * a fila de pendentes e regravada sem os pedidos que
      * entraram no lote de hoje
               IF NOT PARTICIONADO OR PARTICAO-DAS-FILAS
                   PERFORM 3200-ESVAZIA-RESUB
                   PERFORM 1045-REGRAVA-PENDENTES
               END-IF
               IF PARTICIONADO
                   PERFORM 2670-GRAVA-CONTROLE-PARTICAO
               END-IF
           END-IF
           CLOSE SORTED-ORDERS
           CLOSE FRETE-TABLE
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO-FILE
           END-IF
           IF ICMSMAT-DISPONIVEL
               CLOSE ICMSMAT-FILE
           END-IF
           IF SAZONAL-DISPONIVEL
               CLOSE SAZONAL-FILE
           END-IF
           IF CONTRATO-DISPONIVEL
               CLOSE CONTRATO-FILE
           END-IF
           IF CATTAX-DISPONIVEL
               CLOSE CATTAX-TABLE
           END-IF
           IF ORDITEM-DISPONIVEL
               CLOSE ORDITEM-FILE
           END-IF
           IF ORDREEMB-DISPONIVEL
               CLOSE ORDREEMB-FILE
           END-IF
           IF ENDCLI-DISPONIVEL
               CLOSE ENDERECO-FILE
           END-IF
           IF CEPZONA-DISPONIVEL
               CLOSE CEPZONA-FILE
           END-IF.

      * esvazia so a parte do ORDRESUB.DAT que este lote
