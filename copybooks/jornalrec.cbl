      *****************************************************
      *    JORNALREC - uma linha do JORNAL.DAT, o diario de
      *    recuperacao dos mestres indexados. Cada inclusao,
      *    alteracao ou exclusao feita pelas manutencoes de
      *    console entra aqui (jrnsrv) com a imagem inteira
      *    do registro antes e depois da gravacao, na ordem
      *    em que aconteceu. A recuperacao do bkpmast
      *    restaura o backup da noite e reaplica o diario
      *    desde o carimbo do backup ate a hora pedida.
      *****************************************************
       01  JORNAL-RECORD.
           05  JRN-DATA-HORA       PIC X(14).
           05  JRN-PROGRAMA        PIC X(10).
           05  JRN-OPERADOR        PIC X(10).
      *    mestre gravado, pelo nome do arquivo sem extensao
      *    (o mesmo nome da trava do lockmgr)
           05  JRN-ARQUIVO         PIC X(12).
           05  JRN-CHAVE           PIC X(20).
           05  JRN-OPERACAO        PIC X(01).
               88  JRN-INCLUSAO        VALUE 'I'.
               88  JRN-ALTERACAO       VALUE 'A'.
               88  JRN-EXCLUSAO        VALUE 'E'.
      *    imagens no mesmo tamanho da linha de backup do
      *    bkpmast; espacos na imagem antes da inclusao e na
      *    imagem depois da exclusao
           05  JRN-IMAGEM-ANTES    PIC X(300).
           05  JRN-IMAGEM-DEPOIS   PIC X(300).
