      *****************************************************
      *    BOLRENREC - um registro de BOLRENOV.DAT, a proposta
      *    de renovacao de uma bolsa do BOLSA.DAT gerada pela
      *    revisao anual (bolrenov) depois do encerramento do
      *    ano letivo, chaveada pelo ano encerrado e pela
      *    matricula. Guarda os indicadores do ano que levaram
      *    a proposta; o administrador aprova ou recusa no
      *    bolaprov e a aprovacao grava o novo desconto no
      *    BOLSA.DAT para o mensfat do ano seguinte.
      *****************************************************
       01  BOLSA-RENOV-RECORD.
           05  BRN-CHAVE.
               10  BRN-ANO         PIC 9(04).
               10  BRN-ALUNO       PIC 9(06).
           05  BRN-NOME            PIC X(30).
           05  BRN-DATA-REVISAO    PIC 9(08).
           05  BRN-MOTIVO          PIC X(03).
           05  BRN-PERC-ATUAL      PIC 9(02)V99.
           05  BRN-PERC-PROPOSTO   PIC 9(02)V99.
           05  BRN-ACAO            PIC X(01).
               88  BRN-RENOVA          VALUE 'R'.
               88  BRN-REDUZ           VALUE 'D'.
               88  BRN-CANCELA         VALUE 'C'.
      *    indicadores do ano encerrado: media e frequencia do
      *    historico arquivado (TRANSARQ.DAT), mensalidades
      *    vencidas em aberto e irmaos ativos do mesmo
      *    responsavel
           05  BRN-MEDIA           PIC 9(02)V9.
           05  BRN-FREQ            PIC 9(03)V99.
           05  BRN-QTD-ATRASO      PIC 9(02).
           05  BRN-QTD-IRMAOS      PIC 9(02).
      *    criterios nao atendidos, S em cada um que falhou
           05  BRN-FALHAS.
               10  BRN-FALHA-MATRICULA PIC X(01).
               10  BRN-FALHA-HISTORICO PIC X(01).
               10  BRN-FALHA-MEDIA     PIC X(01).
               10  BRN-FALHA-FREQ      PIC X(01).
               10  BRN-FALHA-ATRASO    PIC X(01).
               10  BRN-FALHA-IRMAO     PIC X(01).
           05  BRN-SITUACAO        PIC X(01).
               88  BRN-PENDENTE        VALUE 'P'.
               88  BRN-APROVADA        VALUE 'A'.
               88  BRN-RECUSADA        VALUE 'R'.
      *        pendente de ano anterior, substituida pela
      *        revisao seguinte
               88  BRN-EXPIRADA        VALUE 'E'.
           05  BRN-APROVADOR       PIC X(10).
           05  BRN-DATA-DECISAO    PIC 9(08).
      *    desconto do cadastro substituido na aprovacao
           05  BRN-PERC-ANTERIOR   PIC 9(02)V99.
