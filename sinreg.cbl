      *    data, valor reclamado e status, e permite atualizar
      *    o status e o valor pago quando a seguradora fecha o
      *    caso. Os sinistros alimentam o relatorio mensal de
      *    premios x sinistros por UF (sinrel). A avaria fica
      *    atribuida a transportadora da cotacao; no pagamento
      *    o atendente confirma a atribuicao, e o sinistro
      *    pago atribuido e glosado dela no transpfech.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       FD  SINISTRO-SEQ
           RECORD CONTAINS 8 CHARACTERS.
       77  WRK-EOF-ARQ          PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO-MORTO     VALUE 'S'.
       77  WRK-UF-COTACAO       PIC X(02) VALUE SPACES.
       77  WRK-TRANSP-COTACAO   PIC X(03) VALUE SPACES.
       77  WRK-CONFIRMA-TRANSP  PIC X(01) VALUE SPACES.

       77  WRK-PROX-SIN         PIC 9(08) VALUE ZEROS.
       77  WRK-SIN-BUSCA        PIC 9(08) VALUE ZEROS.
               MOVE WRK-PROX-SIN TO SIN-ID
               MOVE WRK-SEQ-BUSCA TO SIN-SEQ-COTACAO
               MOVE WRK-UF-COTACAO TO SIN-STADO
               MOVE WRK-TRANSP-COTACAO TO SIN-TRANSP
               MOVE WRK-DATA-SIN TO SIN-DATA
               MOVE WRK-VALOR-SIN TO SIN-VALOR-RECLAMADO
               MOVE ZEROS TO SIN-VALOR-PAGO

      * a cotacao precisa existir: varre o log ativo e depois o
      * arquivo morto pelo LOG-SEQ-ID, mesma busca do freteqry,
      * guardando a UF para o relatorio por estado e a
      * transportadora que levou a carga
       3100-VALIDA-COTACAO.
           MOVE 'N' TO WRK-ACHOU
           MOVE SPACES TO WRK-TRANSP-COTACAO
           MOVE 'N' TO WRK-EOF-LOG
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               IF LOG-SEQ-ID = WRK-SEQ-BUSCA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE LOG-STADO TO WRK-UF-COTACAO
                   MOVE LOG-TRANSP TO WRK-TRANSP-COTACAO
               END-IF
           END-IF.

               IF ARC-SEQ-ID = WRK-SEQ-BUSCA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE ARC-STADO TO WRK-UF-COTACAO
                   MOVE ARC-TRANSP TO WRK-TRANSP-COTACAO
               END-IF
           END-IF.

                           DISPLAY 'VALOR PAGO: '
                           ACCEPT WRK-VALOR-PAGO FROM CONSOLE
                           MOVE WRK-VALOR-PAGO TO SIN-VALOR-PAGO
                           PERFORM 4200-CONFIRMA-TRANSP
                       END-IF
                       REWRITE SINISTRO-RECORD
                       DISPLAY 'SINISTRO ' SIN-ID ' ATUALIZADO'
                   END-IF
           END-READ.

      * sinistro pago com transportadora atribuida e glosado
      * dela no fechamento a pagar: o atendente confirma se a
      * avaria foi mesmo dela antes de gravar o pagamento
       4200-CONFIRMA-TRANSP.
           IF SIN-TRANSP NOT = SPACES
               DISPLAY 'AVARIA ATRIBUIDA A TRANSPORTADORA '
                   SIN-TRANSP ' (S/N): '
               ACCEPT WRK-CONFIRMA-TRANSP FROM CONSOLE
               IF WRK-CONFIRMA-TRANSP = 'N'
                   MOVE SPACES TO SIN-TRANSP
                   DISPLAY 'SINISTRO SEM TRANSPORTADORA - NAO '
                       'SERA GLOSADO'
               END-IF
           END-IF.

       5000-EXIBE.
           DISPLAY 'NUMERO DO SINISTRO: '
           ACCEPT WRK-SIN-BUSCA FROM CONSOLE
           DISPLAY 'SINISTRO: ' SIN-ID ' COTACAO: '
               SIN-SEQ-COTACAO ' UF: ' SIN-STADO
           DISPLAY 'DATA: ' SIN-DATA ' STATUS: ' SIN-STATUS
               ' TRANSP: ' SIN-TRANSP
           DISPLAY 'RECLAMADO: ' WRK-ED-VALOR
               ' PAGO: ' WRK-ED-PAGO.

