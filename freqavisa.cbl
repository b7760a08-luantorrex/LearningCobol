      *    faltas ainda cabem - no estilo paginado do boletim,
      *    antes que a regra de falta reprove na apuracao. O
      *    historico AVISOHIST.DAT faz o segundo aviso do
      *    mesmo bimestre escalar para o coordenador. Cada
      *    carta vai tambem para a central de notificacoes
      *    (notsrv) para o envio eletronico a familia.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CAR-FALTAS      PIC -ZZZ9.

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).
       77  WRK-PERC-EDIT        PIC ZZ9,99.

       01  WRK-LINHA-ESCALADA   PIC X(80) VALUE
           'SEGUNDO AVISO DO BIMESTRE - ENCAMINHADO AO COORDENADOR'.

           END-IF
           PERFORM 2300-IMPRIME-CARTA
           PERFORM 2400-GRAVA-HISTORICO
           PERFORM 2500-NOTIFICA-FAMILIA
           ADD 1 TO WRK-QTD-CARTAS.

       2200-CONSULTA-HISTORICO.
               END-WRITE
           END-IF.

      * a referencia ano + bimestre + nivel deixa o segundo
      * aviso do bimestre sair como mensagem nova
       2500-NOTIFICA-FAMILIA.
           MOVE FRQ-ID TO WRK-NTF-ALUNO
           MOVE 'F' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           STRING ANO-SYS WRK-BIMESTRE WRK-NIVEL DELIMITED BY SIZE
               INTO WRK-NTF-REFERENCIA
           MOVE 'FREQAVISA' TO WRK-NTF-PROGRAMA
           MOVE WRK-FREQ-PERC TO WRK-PERC-EDIT
           IF WRK-NIVEL = 2
               STRING 'SEGUNDO AVISO DE FREQUENCIA - BIMESTRE '
                   WRK-BIMESTRE ': ' WRK-PERC-EDIT
                   ' PCT (MINIMO 75). CASO ENCAMINHADO AO '
                   'COORDENADOR'
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           ELSE
               STRING 'AVISO DE FREQUENCIA - BIMESTRE '
                   WRK-BIMESTRE ': ' WRK-PERC-EDIT
                   ' PCT (MINIMO 75)'
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           END-IF
           CALL 'notsrv' USING WRK-NOTSRV.

       9000-FINALIZA.
           DISPLAY 'CARTAS DE AVISO EMITIDAS: ' WRK-QTD-CARTAS
           DISPLAY 'ESCALADAS AO COORDENADOR: ' WRK-QTD-ESCALADAS
