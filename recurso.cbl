      *    aplica a nota no historico pelo mesmo rollup
      *    controlado da correcao de nota, com auditoria no
      *    ERROR.LOG. O relatorio semanal de prazos e o
      *    recprazo. A decisao vai para a central de
      *    notificacoes (notsrv) para o aviso a familia.
      *    A regravacao do historico vai tambem para o diario
      *    de recuperacao JORNAL.DAT (jrnsrv) com as imagens
      *    antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
                           IF WRK-DECISAO = 'D'
                               PERFORM 4100-APLICA-DEFERIMENTO
                           END-IF
                           PERFORM 4400-NOTIFICA-FAMILIA
                           DISPLAY 'RECURSO DECIDIDO'
                       ELSE
                           DISPLAY 'DECISAO INVALIDA'
                       DISPLAY 'MATERIA SEM LANCAMENTO NO '
                           'HISTORICO - DEFERIMENTO MANUAL'
                   ELSE
                       MOVE TRANSCRIPT-RECORD TO WRK-JRN-ANTES
                       MOVE REC-NOTA-PEDIDA TO
                           TRA-MAT-BIM-MEDIA
                               (WRK-IDX-MAT, REC-BIMESTRE)
                               DISPLAY 'ERRO REGRAVANDO '
                                   'HISTORICO: ' TRA-ID
                           NOT INVALID KEY
                               MOVE TRANSCRIPT-RECORD
                                   TO WRK-JRN-DEPOIS
                               MOVE 'A' TO WRK-JRN-OPERACAO
                               PERFORM 4500-GRAVA-JORNAL
                               PERFORM 4300-GRAVA-AUDITORIA
                       END-REWRITE
                   END-IF
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       4400-NOTIFICA-FAMILIA.
           MOVE REC-MATRICULA TO WRK-NTF-ALUNO
           MOVE 'C' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           MOVE REC-ID TO WRK-NTF-REFERENCIA
           MOVE 'RECURSO' TO WRK-NTF-PROGRAMA
           IF REC-DEFERIDO
               STRING 'RECURSO ' REC-ID ' CONTRA A NOTA DE '
                   REC-MATERIA ' DO BIMESTRE ' REC-BIMESTRE
                   ': DEFERIDO - NOTA CORRIGIDA NO HISTORICO'
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           ELSE
               STRING 'RECURSO ' REC-ID ' CONTRA A NOTA DE '
                   REC-MATERIA ' DO BIMESTRE ' REC-BIMESTRE
                   ': INDEFERIDO - NOTA MANTIDA'
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           END-IF
           CALL 'notsrv' USING WRK-NOTSRV.

       4500-GRAVA-JORNAL.
           MOVE 'RECURSO' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'STUTRANS' TO WRK-JRN-ARQUIVO
           MOVE TRA-ID TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

       5000-EXIBE.
           DISPLAY 'NUMERO DO RECURSO: '
           ACCEPT WRK-REC-BUSCA FROM CONSOLE
