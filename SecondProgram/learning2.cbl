       77 WRK-MOEDA-PREF PIC X(03) VALUE SPACES.
       77 WRK-SEGURO-PADRAO PIC X(01) VALUE 'N'.
       77 WRK-LIMITE-CREDITO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RASTREIO PIC X(01) VALUE 'S'.
      *                9(03) VALUE ZEROS.

       77 WRK-CUSTMAST-STATUS PIC X(02) VALUE '00'.
           END-IF.

      * perfil padrao usado pela cotacao por telefone: UF de
      * entrega habitual, moeda preferida e opcao de seguro;
      * o cliente pode recusar o extrato de rastreio do portal
       PEDE-PERFIL.
           DISPLAY 'UF PADRAO DE ENTREGA: '
           ACCEPT WRK-UF-PADRAO FROM CONSOLE
           ACCEPT WRK-LIMITE-CREDITO FROM CONSOLE
           IF WRK-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS TO WRK-LIMITE-CREDITO
           END-IF
           DISPLAY 'ENVIA RASTREIO DE EMBARQUES AO PORTAL? (S/N): '
           ACCEPT WRK-RASTREIO FROM CONSOLE
           IF WRK-RASTREIO NOT = 'N'
               MOVE 'S' TO WRK-RASTREIO
           END-IF.

      * mantem o proximo id em CUSTSEQ.DAT, um unico registro
           MOVE WRK-MOEDA-PREF TO CUS-MOEDA-PREF
           MOVE WRK-SEGURO-PADRAO TO CUS-SEGURO-PADRAO
           MOVE WRK-LIMITE-CREDITO TO CUS-LIMITE-CREDITO
           MOVE WRK-RASTREIO TO CUS-RASTREIO
           MOVE SPACES TO CUS-VENDEDOR
           MOVE 'N' TO CUS-BLOQ-CREDITO
           MOVE 'N' TO CUS-ANONIMIZADO
           MOVE SPACES TO CUS-CLASSE-ABC CUS-ALERTA-PERDA
           MOVE ZEROS TO CUS-ABC-COMPETENCIA CUS-RECEITA-12M
           OPEN I-O CUSTOMER-MASTER
           WRITE CUSTOMER-RECORD
               INVALID KEY
