      *    supervisor tudo menos a administracao, operador so
      *    a rotina de balcao - um estagiario nao dispara mais
      *    o lote de frete. Login recusado e acesso negado
      *    tambem viram linha no SESSION-LOG, assim como a
      *    entrada (LOGIN) e a saida (LOGOUT) do menu.
      * *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 OPCAO-ENDERECOS                VALUE 14.
           88 OPCAO-SEG-CHAMADA               VALUE 15.
           88 OPCAO-TRAVAS                     VALUE 16.
           88 OPCAO-COLETA                      VALUE 17.
           88 OPCAO-BAIXA-PERDA                  VALUE 18.
           88 OPCAO-REVISAO-LIMITE                VALUE 19.
           88 OPCAO-FUSAO-CLIENTES                 VALUE 20.
           88 OPCAO-APROV-ALTERACAO                 VALUE 21.
           88 OPCAO-SAIR                  VALUE 22.

       77 WRK-OPERMAST-STATUS PIC X(02) VALUE '00'.
       77 WRK-OPERADOR PIC X(10) VALUE SPACES.

       01 WRK-DATA-HORA-SYS.
           05 WRK-DHS-DATA PIC 9(08).
           05 WRK-DHS-HORA PIC 9(08).

       PROCEDURE DIVISION.
           OPEN EXTEND SESSION-LOG
           PERFORM PEDE-OPERADOR
      * entrada e saida do menu delimitam o tempo logado do
      * operador no relatorio de produtividade (oprprod)
           MOVE 'LOGIN' TO WRK-PROGRAMA
           PERFORM GRAVA-SESSAO
           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBE-MENU
               ACCEPT WRK-OPCAO FROM CONSOLE
                   PERFORM EXECUTA-OPCAO
               END-IF
           END-PERFORM
           MOVE 'LOGOUT' TO WRK-PROGRAMA
           PERFORM GRAVA-SESSAO
           CLOSE SESSION-LOG
           STOP RUN.

                   MOVE 'LOCKADM' TO WRK-PROGRAMA
                   PERFORM GRAVA-SESSAO
                   CALL 'lockadm'
               WHEN OPCAO-COLETA
                   MOVE 'COLMAN' TO WRK-PROGRAMA
                   PERFORM GRAVA-SESSAO
                   CALL 'colman' USING WRK-OPERADOR
               WHEN OPCAO-BAIXA-PERDA
                   MOVE 'PERDAS' TO WRK-PROGRAMA
                   PERFORM GRAVA-SESSAO
                   CALL 'perdas' USING WRK-OPERADOR
               WHEN OPCAO-REVISAO-LIMITE
                   MOVE 'LIMAPROV' TO WRK-PROGRAMA
                   PERFORM GRAVA-SESSAO
                   CALL 'limaprov' USING WRK-OPERADOR
               WHEN OPCAO-FUSAO-CLIENTES
                   MOVE 'CLIMERGE' TO WRK-PROGRAMA
                   PERFORM GRAVA-SESSAO
                   CALL 'climerge' USING WRK-OPERADOR
               WHEN OPCAO-APROV-ALTERACAO
                   MOVE 'ALTAPROV' TO WRK-PROGRAMA
                   PERFORM GRAVA-SESSAO
                   CALL 'altaprov' USING WRK-OPERADOR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
      * regra de acesso por perfil: administrador tudo;
      * supervisor tudo menos a administracao de operadores;
      * operador so a rotina de balcao - nada de lote de
      * frete, manutencao de cadastros ou correcao de nota;
      * a baixa por perda fica aberta a todos porque o
      * operador so propoe - a aprovacao confere a alcada
      * dentro do proprio programa; a revisao de limite de
      * credito, a fusao de clientes duplicados e a aprovacao
      * das alteracoes de cadastro sensivel sao decisao de
      * supervisor
       VALIDA-ACESSO.
           MOVE 'N' TO WRK-ACESSO
           EVALUATE TRUE
               WHEN WRK-OPCAO-TESTE = 22
                   MOVE 'S' TO WRK-ACESSO
               WHEN PERFIL-ADMIN
                   MOVE 'S' TO WRK-ACESSO
                   END-IF
               WHEN PERFIL-OPERADOR
                   IF WRK-OPCAO-TESTE = 2 OR 3 OR 4 OR 5 OR 6
                           OR 8 OR 10 OR 13 OR 17 OR 18
                       MOVE 'S' TO WRK-ACESSO
                   END-IF
           END-EVALUATE.
           MOVE WRK-OPERADOR TO SES-OPERADOR
           MOVE WRK-PROGRAMA TO SES-PROGRAMA
           MOVE WRK-DHS-DATA TO SES-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA (1:6) TO SES-DATA-HORA (9:6)
           WRITE SESSION-LOG-RECORD.

      * so as opcoes que o perfil logado pode usar aparecem
           IF ACESSO-LIBERADO
               DISPLAY '16 - TRAVAS DE REGISTRO'
           END-IF
           MOVE 17 TO WRK-OPCAO-TESTE
           PERFORM VALIDA-ACESSO
           IF ACESSO-LIBERADO
               DISPLAY '17 - AGENDA DE COLETA'
           END-IF
           MOVE 18 TO WRK-OPCAO-TESTE
           PERFORM VALIDA-ACESSO
           IF ACESSO-LIBERADO
               DISPLAY '18 - BAIXA DE FATURA POR PERDA'
           END-IF
           MOVE 19 TO WRK-OPCAO-TESTE
           PERFORM VALIDA-ACESSO
           IF ACESSO-LIBERADO
               DISPLAY '19 - REVISAO DE LIMITE DE CREDITO'
           END-IF
           MOVE 20 TO WRK-OPCAO-TESTE
           PERFORM VALIDA-ACESSO
           IF ACESSO-LIBERADO
               DISPLAY '20 - FUSAO DE CLIENTES DUPLICADOS'
           END-IF
           MOVE 21 TO WRK-OPCAO-TESTE
           PERFORM VALIDA-ACESSO
           IF ACESSO-LIBERADO
               DISPLAY '21 - APROVACAO DE ALTERACAO SENSIVEL'
           END-IF
           DISPLAY '22 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '.
