      *    de erro e sessao (ERRARQ.DAT e SESARQ.DAT). As
      *    consultas fatqry e sinreg enxergam os arquivos
      *    mortos quando o registro ja saiu do mestre. As
      *    contagens movidas saem no console. As linhas CLIENTE
      *    e ALUNO do RETEN.CFG sao da anonimizacao (anonimiz).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  FATURAS-ARCHIVE.
       01  FATURA-ARC-RECORD.
           05  AFA-NUMERO      PIC 9(08).
           05  AFA-REGISTRO    PIC X(200).

       FD  SINISTRO-FILE.
           COPY 'sinrec.cbl'.
                       MOVE CFG-MESES TO WRK-RET-ERRLOG
                   WHEN 'SESSION.LOG '
                       MOVE CFG-MESES TO WRK-RET-SESLOG
      * prazos de dado pessoal, lidos pela anonimizacao
                   WHEN 'CLIENTE     '
                   WHEN 'ALUNO       '
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'RETEN.CFG: ARQUIVO DESCONHECIDO: '
                           CFG-ARQUIVO
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF (ORD-COTADO OR ORD-CANCELADO)
                   AND ORD-ENTRADA (1:6) < WRK-ANOMES-CORTE
                   MOVE ORD-NUMERO TO AOR-NUMERO
                   MOVE ORDER-RECORD TO AOR-REGISTRO
