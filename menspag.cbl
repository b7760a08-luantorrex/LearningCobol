      *    pagamento parcial ou sem mensalidade, e no final
      *    imprime o aging das mensalidades em aberto agrupado
      *    pelo responsavel do aluno (ALUMAST.DAT) - e a
      *    familia que paga, nao a matricula. Cada mensalidade
      *    vencida vai uma vez para a central de notificacoes
      *    (notsrv) para a cobranca eletronica a familia.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-VEN-DIA      PIC 9(02).

       77  WRK-SALDO-ABERTO     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SALDO-EDIT       PIC ZZZ.ZZ9,99.

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).
       77  WRK-RESPONSAVEL      PIC X(30) VALUE SPACES.

      * aging por responsavel acumulado em tabela, mesma
                       WRK-DIAS-HOJE - WRK-DIAS-VENC
                   PERFORM 3150-BUSCA-RESPONSAVEL
                   PERFORM 3200-ACUMULA-AGING
                   IF WRK-DIAS-ATRASO > ZEROS
                       PERFORM 3250-NOTIFICA-FAMILIA
                   END-IF
               END-IF
           END-IF.

               END-EVALUATE
           END-IF.

      * a referencia e o numero da mensalidade: a familia
      * recebe um aviso por mensalidade vencida, nao um por
      * execucao da baixa
       3250-NOTIFICA-FAMILIA.
           MOVE MEN-ALUNO TO WRK-NTF-ALUNO
           MOVE 'M' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           MOVE MEN-NUMERO TO WRK-NTF-REFERENCIA
           MOVE 'MENSPAG' TO WRK-NTF-PROGRAMA
           MOVE WRK-SALDO-ABERTO TO WRK-SALDO-EDIT
           STRING 'MENSALIDADE DA COMPETENCIA ' MEN-COMPETENCIA
               ' VENCIDA EM ' MEN-VENCIMENTO
               ' COM SALDO EM ABERTO DE R$ ' WRK-SALDO-EDIT
               DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           CALL 'notsrv' USING WRK-NOTSRV.

       3300-IMPRIME-RESPONSAVEIS.
           PERFORM VARYING WRK-IDX-AGING FROM 1 BY 1
                   UNTIL WRK-IDX-AGING > WRK-QTD-AGING
