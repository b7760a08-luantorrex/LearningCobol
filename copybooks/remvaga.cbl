      *****************************************************
      *    REMVAGA - apuracao de vagas da serie no ano
      *    letivo da rematricula e convocacao da lista de
      *    espera, compartilhada pela geracao das ofertas
      *    (rematger) e pelo console da campanha (remman).
      *    Ocupa lugar na turma a oferta de rematricula
      *    ofertada, bloqueada ou confirmada e o candidato ja
      *    convocado da lista de espera; a vaga livre vai para
      *    a turma da serie com mais lugares sobrando. Lugar
      *    que vaga na serie vai primeiro para o aluno da casa
      *    que ficou sem vaga e so depois para a lista de
      *    espera. Cada convocacao e cada oferta assentada vai
      *    tambem para o diario de recuperacao (jrnsrv).
      *
      *    Requer TURMA-MASTER, REMATRICULA-FILE e ESPERA-FILE
      *    abertos (ESPERA-FILE em I-O para a convocacao) e na
      *    WORKING-STORAGE de quem chama:
      *      WRK-VAG-ANO        PIC 9(04) - ano letivo
      *      WRK-VAG-SERIE      PIC 9(02) - serie apurada
      *      WRK-VAG-DATA       PIC 9(08) - data da convocacao
      *      WRK-VAG-TURMA      PIC X(03) - turma com mais vaga
      *      WRK-VAG-LIVRES     PIC 9(04) - vagas livres na serie
      *      WRK-VAG-CONVOCADOS PIC 9(04) - convocados da espera
      *      WRK-VAG-ASSENTADOS PIC 9(04) - ofertas sem vaga que
      *                                    ganharam turma
      *      WRK-VAG-PROCURA    PIC X(03) - turma de trabalho
      *      WRK-VAG-FIM        PIC X(01) - fim de leitura
      *      WRK-VAG-IDX        PIC 9(03) - indice de trabalho
      *      WRK-VAG-QTD        PIC 9(03) - turmas na tabela
      *      WRK-VAG-SOBRA      PIC 9(03) - lugares da turma
      *      WRK-VAG-MAIOR      PIC 9(03) - maior sobra achada
      *      WRK-VAG-ITEM OCCURS 50, com WRK-VAG-COD X(03),
      *        WRK-VAG-CAPAC 9(03) e WRK-VAG-OCUP 9(03)
      *      WRK-JRNSRV         - contrato do jrnsrv, com
      *        WRK-JRN-PROGRAMA e WRK-JRN-OPERADOR ja movidos
      *****************************************************
       APURA-VAGAS-SERIE.
           MOVE ZEROS TO WRK-VAG-QTD
           MOVE 'N' TO WRK-VAG-FIM
           MOVE WRK-VAG-ANO TO TUR-ANO
           MOVE LOW-VALUES TO TUR-CODIGO
           START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY MOVE 'S' TO WRK-VAG-FIM
           END-START
           PERFORM APURA-VAGAS-LE-TURMA UNTIL WRK-VAG-FIM = 'S'

           MOVE 'N' TO WRK-VAG-FIM
           MOVE WRK-VAG-ANO TO REM-ANO
           MOVE ZEROS TO REM-ALUNO
           START REMATRICULA-FILE KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY MOVE 'S' TO WRK-VAG-FIM
           END-START
           PERFORM APURA-VAGAS-LE-REMAT UNTIL WRK-VAG-FIM = 'S'

           MOVE 'N' TO WRK-VAG-FIM
           MOVE WRK-VAG-ANO TO ESP-ANO
           MOVE WRK-VAG-SERIE TO ESP-SERIE
           MOVE ZEROS TO ESP-SEQ
           START ESPERA-FILE KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY MOVE 'S' TO WRK-VAG-FIM
           END-START
           PERFORM APURA-VAGAS-LE-ESPERA UNTIL WRK-VAG-FIM = 'S'

           PERFORM ESCOLHE-TURMA-VAGA.

       APURA-VAGAS-LE-TURMA.
           READ TURMA-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-VAG-FIM
           END-READ
           IF WRK-VAG-FIM = 'N'
               IF TUR-ANO NOT = WRK-VAG-ANO
                   MOVE 'S' TO WRK-VAG-FIM
               ELSE
                   IF TUR-SERIE = WRK-VAG-SERIE
                           AND WRK-VAG-QTD < 50
                       ADD 1 TO WRK-VAG-QTD
                       MOVE TUR-CODIGO
                           TO WRK-VAG-COD (WRK-VAG-QTD)
                       MOVE TUR-CAPACIDADE
                           TO WRK-VAG-CAPAC (WRK-VAG-QTD)
                       MOVE ZEROS TO WRK-VAG-OCUP (WRK-VAG-QTD)
                   END-IF
               END-IF
           END-IF.

       APURA-VAGAS-LE-REMAT.
           READ REMATRICULA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-VAG-FIM
           END-READ
           IF WRK-VAG-FIM = 'N'
               IF REM-ANO NOT = WRK-VAG-ANO
                   MOVE 'S' TO WRK-VAG-FIM
               ELSE
                   IF REM-SERIE = WRK-VAG-SERIE
                           AND REM-OCUPA-VAGA
                       MOVE REM-TURMA TO WRK-VAG-PROCURA
                       PERFORM SOMA-OCUPACAO-TURMA
                   END-IF
               END-IF
           END-IF.

       APURA-VAGAS-LE-ESPERA.
           READ ESPERA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-VAG-FIM
           END-READ
           IF WRK-VAG-FIM = 'N'
               IF ESP-ANO NOT = WRK-VAG-ANO
                       OR ESP-SERIE NOT = WRK-VAG-SERIE
                   MOVE 'S' TO WRK-VAG-FIM
               ELSE
                   IF ESP-CONVOCADO
                       MOVE ESP-TURMA TO WRK-VAG-PROCURA
                       PERFORM SOMA-OCUPACAO-TURMA
                   END-IF
               END-IF
           END-IF.

       SOMA-OCUPACAO-TURMA.
           PERFORM VARYING WRK-VAG-IDX FROM 1 BY 1
                   UNTIL WRK-VAG-IDX > WRK-VAG-QTD
               IF WRK-VAG-COD (WRK-VAG-IDX) = WRK-VAG-PROCURA
                   ADD 1 TO WRK-VAG-OCUP (WRK-VAG-IDX)
               END-IF
           END-PERFORM.

      * turma com capacidade reduzida abaixo da ocupacao nao
      * tem sobra - nao desconta das outras turmas da serie
       ESCOLHE-TURMA-VAGA.
           MOVE SPACES TO WRK-VAG-TURMA
           MOVE ZEROS TO WRK-VAG-LIVRES WRK-VAG-MAIOR
           PERFORM VARYING WRK-VAG-IDX FROM 1 BY 1
                   UNTIL WRK-VAG-IDX > WRK-VAG-QTD
               IF WRK-VAG-CAPAC (WRK-VAG-IDX)
                       > WRK-VAG-OCUP (WRK-VAG-IDX)
                   COMPUTE WRK-VAG-SOBRA =
                       WRK-VAG-CAPAC (WRK-VAG-IDX)
                       - WRK-VAG-OCUP (WRK-VAG-IDX)
                   ADD WRK-VAG-SOBRA TO WRK-VAG-LIVRES
                   IF WRK-VAG-SOBRA > WRK-VAG-MAIOR
                       MOVE WRK-VAG-SOBRA TO WRK-VAG-MAIOR
                       MOVE WRK-VAG-COD (WRK-VAG-IDX)
                           TO WRK-VAG-TURMA
                   END-IF
               END-IF
           END-PERFORM.

      * o aluno da casa com oferta sem vaga na serie pega o
      * lugar livre antes da lista de espera; depois convoca,
      * pela ordem de inscricao, os candidatos ainda
      * esperando enquanto houver vaga livre
       PROMOVE-LISTA-ESPERA.
           MOVE ZEROS TO WRK-VAG-CONVOCADOS WRK-VAG-ASSENTADOS
           PERFORM APURA-VAGAS-SERIE
           IF WRK-VAG-LIVRES > ZEROS
               PERFORM ASSENTA-SEM-VAGA
           END-IF
           IF WRK-VAG-LIVRES > ZEROS
               MOVE 'N' TO WRK-VAG-FIM
               MOVE WRK-VAG-ANO TO ESP-ANO
               MOVE WRK-VAG-SERIE TO ESP-SERIE
               MOVE ZEROS TO ESP-SEQ
               START ESPERA-FILE KEY IS NOT LESS THAN ESP-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-VAG-FIM
               END-START
               PERFORM PROMOVE-LE-ESPERA UNTIL WRK-VAG-FIM = 'S'
           END-IF.

       PROMOVE-LE-ESPERA.
           READ ESPERA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-VAG-FIM
           END-READ
           IF WRK-VAG-FIM = 'N'
               IF ESP-ANO NOT = WRK-VAG-ANO
                       OR ESP-SERIE NOT = WRK-VAG-SERIE
                   MOVE 'S' TO WRK-VAG-FIM
               ELSE
                   IF ESP-ESPERANDO
                       PERFORM PROMOVE-CONVOCA-CANDIDATO
                   END-IF
               END-IF
           END-IF.

       PROMOVE-CONVOCA-CANDIDATO.
           MOVE ESPERA-RECORD TO WRK-JRN-ANTES
           MOVE 'C' TO ESP-SITUACAO
           MOVE WRK-VAG-TURMA TO ESP-TURMA
           MOVE WRK-VAG-DATA TO ESP-DATA-SITUACAO
           REWRITE ESPERA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO ESPERA: ' ESP-CHAVE
               NOT INVALID KEY
                   MOVE ESPERA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'ESPERA' TO WRK-JRN-ARQUIVO
                   MOVE ESP-CHAVE TO WRK-JRN-CHAVE
                   PERFORM JORNAL-VAGA
                   ADD 1 TO WRK-VAG-CONVOCADOS
                   DISPLAY 'CONVOCADO DA LISTA DE ESPERA: '
                       ESP-NOME ' TURMA ' ESP-TURMA
                   MOVE ESP-TURMA TO WRK-VAG-PROCURA
                   PERFORM SOMA-OCUPACAO-TURMA
                   PERFORM ESCOLHE-TURMA-VAGA
                   IF WRK-VAG-LIVRES = ZEROS
                       MOVE 'S' TO WRK-VAG-FIM
                   END-IF
           END-REWRITE.

      * ofertas sem vaga da serie, pela ordem de aluno, ganham
      * a turma com mais lugares sobrando e voltam a ofertada;
      * o atraso da familia e conferido de novo na confirmacao
       ASSENTA-SEM-VAGA.
           MOVE 'N' TO WRK-VAG-FIM
           MOVE WRK-VAG-ANO TO REM-ANO
           MOVE ZEROS TO REM-ALUNO
           START REMATRICULA-FILE KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY MOVE 'S' TO WRK-VAG-FIM
           END-START
           PERFORM ASSENTA-LE-REMAT UNTIL WRK-VAG-FIM = 'S'.

       ASSENTA-LE-REMAT.
           READ REMATRICULA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-VAG-FIM
           END-READ
           IF WRK-VAG-FIM = 'N'
               IF REM-ANO NOT = WRK-VAG-ANO
                   MOVE 'S' TO WRK-VAG-FIM
               ELSE
                   IF REM-SERIE = WRK-VAG-SERIE
                           AND REM-SEM-VAGA
                       PERFORM ASSENTA-OFERTA
                   END-IF
               END-IF
           END-IF.

       ASSENTA-OFERTA.
           MOVE REMATRICULA-RECORD TO WRK-JRN-ANTES
           MOVE 'O' TO REM-SITUACAO
           MOVE WRK-VAG-TURMA TO REM-TURMA
           MOVE WRK-VAG-DATA TO REM-DATA-SITUACAO
           REWRITE REMATRICULA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO REMAT: ' REM-CHAVE
               NOT INVALID KEY
                   MOVE REMATRICULA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'REMAT' TO WRK-JRN-ARQUIVO
                   MOVE REM-CHAVE TO WRK-JRN-CHAVE
                   PERFORM JORNAL-VAGA
                   ADD 1 TO WRK-VAG-ASSENTADOS
                   DISPLAY 'VAGA PARA OFERTA SEM VAGA: '
                       REM-NOME ' TURMA ' REM-TURMA
                   MOVE REM-TURMA TO WRK-VAG-PROCURA
                   PERFORM SOMA-OCUPACAO-TURMA
                   PERFORM ESCOLHE-TURMA-VAGA
                   IF WRK-VAG-LIVRES = ZEROS
                       MOVE 'S' TO WRK-VAG-FIM
                   END-IF
           END-REWRITE.

       JORNAL-VAGA.
           MOVE 'A' TO WRK-JRN-OPERACAO
           CALL 'jrnsrv' USING WRK-JRNSRV.
