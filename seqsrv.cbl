      *    - QUOTESEQ.DAT para cotacoes e lancamentos de nota,
      *    ORDSEQ.DAT para os numeros de pedido do mestre
      *    indexado, VERIFSEQ.DAT para os numeros de
      *    verificacao de documentos, PROPSEQ.DAT para as
      *    propostas de frete do balcao, ALTSEQ.DAT para as
      *    alteracoes de cadastro sensivel: os programas CALLam
      *    pedindo um numero (ou um bloco de numeros para um
      *    lote) e recebem o primeiro numero reservado. O
      *    contador fica aberto em I-O so durante a reserva -
      *    lancamentos (QUOTESEQ.DAT), P = pedidos do mestre
      *    ORDMAST.DAT (ORDSEQ.DAT), V = numeros de
      *    verificacao de certificados e historicos oficiais
      *    (VERIFSEQ.DAT), C = cargas de veiculo do plano de
      *    carga (CARGASEQ.DAT), O = propostas de frete dadas
      *    por telefone (PROPSEQ.DAT), M = alteracoes de
      *    cadastro sensivel a aprovar (ALTSEQ.DAT), cada
      *    serie com seu contador proprio para o seqaudit
      *    continuar provando a continuidade das cotacoes
           05  LNK-SERIE       PIC X(01).
               88  LNK-SERIE-PEDIDO VALUE 'P'.
               88  LNK-SERIE-VERIF  VALUE 'V'.
               88  LNK-SERIE-CARGA  VALUE 'C'.
               88  LNK-SERIE-PROPOSTA VALUE 'O'.
               88  LNK-SERIE-ALTERACAO VALUE 'M'.

       PROCEDURE DIVISION USING LNK-SEQSRV.
       0000-MAIN-PROCESS.
                   MOVE 'ORDSEQ.DAT' TO WRK-NOME-CONTADOR
               WHEN LNK-SERIE-VERIF
                   MOVE 'VERIFSEQ.DAT' TO WRK-NOME-CONTADOR
               WHEN LNK-SERIE-CARGA
                   MOVE 'CARGASEQ.DAT' TO WRK-NOME-CONTADOR
               WHEN LNK-SERIE-PROPOSTA
                   MOVE 'PROPSEQ.DAT' TO WRK-NOME-CONTADOR
               WHEN LNK-SERIE-ALTERACAO
                   MOVE 'ALTSEQ.DAT' TO WRK-NOME-CONTADOR
               WHEN OTHER
                   MOVE 'QUOTESEQ.DAT' TO WRK-NOME-CONTADOR
           END-EVALUATE
