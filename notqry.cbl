       IDENTIFICATION DIVISION.
       PROGRAM-ID. notqry.
      ********************************************************
      *    Consulta de avisos enviados a uma familia no console
      *    A secretaria digita a matricula de um aluno (ou
      *    pesquisa por prefixo do nome do responsavel) e ve
      *    tudo o que a central de notificacoes NOTIFICA.DAT
      *    registrou para aquela familia - avisos de todos os
      *    irmaos com o mesmo responsavel - com a data de
      *    geracao, o tipo, a situacao (pendente, enviado,
      *    entregue, falhou, sem contato), as datas de envio e
      *    de retorno do gateway, o motivo da falha e o texto.
      *    Aluno cujo responsavel nao esta no cadastro e
      *    consultado so pela propria matricula.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICA-FILE ASSIGN TO 'NOTIFICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WRK-NOTIFICA-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICA-FILE.
           COPY 'notrec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-NOTIFICA-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.

       77  WRK-TIPO-CONSULTA     PIC 9(01) VALUE ZEROS.
           88 CONSULTA-MATRICULA     VALUE 1.
           88 CONSULTA-NOME          VALUE 2.
           88 CONSULTA-FIM           VALUE 0.
       77  WRK-CONTINUA          PIC X(01) VALUE 'S'.
           88 MAIS-CONSULTAS         VALUE 'S'.

      * filtro da varredura: A por matricula do aluno, R por
      * prefixo do responsavel
       77  WRK-FILTRO            PIC X(01) VALUE SPACES.
           88 FILTRO-ALUNO           VALUE 'A'.
           88 FILTRO-RESPONSAVEL     VALUE 'R'.

       77  WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-BUSCA        PIC X(30) VALUE SPACES.
       77  WRK-TAM-PREFIXO       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX               PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-ACHADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-DESC-TIPO         PIC X(15) VALUE SPACES.
       77  WRK-DESC-SITUACAO     PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY 'CONSULTA DE AVISOS AS FAMILIAS'
           OPEN INPUT NOTIFICA-FILE
           IF WRK-NOTIFICA-STATUS NOT = '00'
               DISPLAY 'CENTRAL DE NOTIFICACOES INEXISTENTE'
               MOVE 'N' TO WRK-CONTINUA
           END-IF
           OPEN INPUT ALUNO-MASTER
           PERFORM 2000-CONSULTA UNTIL NOT MAIS-CONSULTAS
           IF WRK-NOTIFICA-STATUS = '00' OR '10' OR '23'
               CLOSE NOTIFICA-FILE
           END-IF
           IF WRK-ALUMAST-STATUS = '00' OR '23'
               CLOSE ALUNO-MASTER
           END-IF
           GOBACK.

       2000-CONSULTA.
           DISPLAY 'CONSULTA (1=MATRICULA 2=RESPONSAVEL 0=SAIR): '
           ACCEPT WRK-TIPO-CONSULTA FROM CONSOLE
           EVALUATE TRUE
               WHEN CONSULTA-MATRICULA PERFORM 2100-POR-MATRICULA
               WHEN CONSULTA-NOME      PERFORM 2200-POR-RESPONSAVEL
               WHEN CONSULTA-FIM       MOVE 'N' TO WRK-CONTINUA
               WHEN OTHER              DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * a familia e o responsavel 1 do cadastro: achado o
      * responsavel, a varredura mostra tambem os irmaos
       2100-POR-MATRICULA.
           DISPLAY 'MATRICULA: '
           ACCEPT WRK-MATRICULA FROM CONSOLE
           MOVE 'A' TO WRK-FILTRO
           IF WRK-ALUMAST-STATUS = '00' OR '23'
               MOVE WRK-MATRICULA TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       DISPLAY 'ALUNO FORA DO CADASTRO - AVISOS '
                           'SO DA MATRICULA'
                   NOT INVALID KEY
                       IF ALU-RESPONSAVEL1 NOT = SPACES
                           MOVE ALU-RESPONSAVEL1 TO WRK-NOME-BUSCA
                           MOVE 'R' TO WRK-FILTRO
                       END-IF
               END-READ
           END-IF
           IF FILTRO-RESPONSAVEL
               PERFORM 2250-MEDE-PREFIXO
               DISPLAY 'RESPONSAVEL: ' WRK-NOME-BUSCA
           END-IF
           PERFORM 2400-INICIA-VARREDURA.

       2200-POR-RESPONSAVEL.
           DISPLAY 'INICIO DO NOME DO RESPONSAVEL: '
           ACCEPT WRK-NOME-BUSCA FROM CONSOLE
           PERFORM 2250-MEDE-PREFIXO
           IF WRK-TAM-PREFIXO = ZEROS
               DISPLAY 'NOME EM BRANCO'
           ELSE
               MOVE 'R' TO WRK-FILTRO
               PERFORM 2400-INICIA-VARREDURA
           END-IF.

       2250-MEDE-PREFIXO.
           MOVE ZEROS TO WRK-TAM-PREFIXO
           PERFORM VARYING WRK-IDX FROM 30 BY -1
                   UNTIL WRK-IDX < 1 OR WRK-TAM-PREFIXO > ZEROS
               IF WRK-NOME-BUSCA (WRK-IDX:1) NOT = SPACE
                   MOVE WRK-IDX TO WRK-TAM-PREFIXO
               END-IF
           END-PERFORM.

       2400-INICIA-VARREDURA.
           MOVE ZEROS TO WRK-QTD-ACHADOS
           MOVE 'N' TO WRK-EOF
           MOVE LOW-VALUES TO NTF-CHAVE
           START NOTIFICA-FILE KEY >= NTF-CHAVE
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 2500-VARRE-AVISOS UNTIL FIM-DE-ARQUIVO
           DISPLAY 'AVISOS ENCONTRADOS: ' WRK-QTD-ACHADOS.

       2500-VARRE-AVISOS.
           READ NOTIFICA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF FILTRO-ALUNO
                   IF NTF-ALUNO = WRK-MATRICULA
                       ADD 1 TO WRK-QTD-ACHADOS
                       PERFORM 3000-EXIBE-AVISO
                   END-IF
               ELSE
                   IF NTF-RESPONSAVEL (1:WRK-TAM-PREFIXO)
                           = WRK-NOME-BUSCA (1:WRK-TAM-PREFIXO)
                       ADD 1 TO WRK-QTD-ACHADOS
                       PERFORM 3000-EXIBE-AVISO
                   END-IF
               END-IF
           END-IF.

       3000-EXIBE-AVISO.
           EVALUATE TRUE
               WHEN NTF-FREQUENCIA
                   MOVE 'FREQUENCIA' TO WRK-DESC-TIPO
               WHEN NTF-RECUPERACAO
                   MOVE 'RECUPERACAO' TO WRK-DESC-TIPO
               WHEN NTF-SEGUNDA-CHAMADA
                   MOVE 'SEGUNDA CHAMADA' TO WRK-DESC-TIPO
               WHEN NTF-RECURSO
                   MOVE 'RECURSO' TO WRK-DESC-TIPO
               WHEN NTF-MENSALIDADE
                   MOVE 'MENSALIDADE' TO WRK-DESC-TIPO
               WHEN NTF-BOLSA
                   MOVE 'BOLSA' TO WRK-DESC-TIPO
               WHEN NTF-FALTAS-SEGUIDAS
                   MOVE 'FALTAS SEGUIDAS' TO WRK-DESC-TIPO
               WHEN OTHER
                   MOVE NTF-TIPO TO WRK-DESC-TIPO
           END-EVALUATE
           EVALUATE TRUE
               WHEN NTF-PENDENTE
                   MOVE 'PENDENTE' TO WRK-DESC-SITUACAO
               WHEN NTF-ENVIADA
                   MOVE 'ENVIADO' TO WRK-DESC-SITUACAO
               WHEN NTF-ENTREGUE
                   MOVE 'ENTREGUE' TO WRK-DESC-SITUACAO
               WHEN NTF-FALHOU
                   MOVE 'FALHOU' TO WRK-DESC-SITUACAO
               WHEN NTF-SEM-CONTATO
                   MOVE 'SEM CONTATO' TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE NTF-SITUACAO TO WRK-DESC-SITUACAO
           END-EVALUATE
           DISPLAY '========================================='
           DISPLAY 'GERADO EM: ' NTF-DATA-GERACAO
               '  POR: ' NTF-PROGRAMA
           DISPLAY 'ALUNO: ' NTF-ALUNO ' ' NTF-NOME-ALUNO
           DISPLAY 'RESPONSAVEL: ' NTF-RESPONSAVEL
           DISPLAY 'TIPO: ' WRK-DESC-TIPO
               '  REFERENCIA: ' NTF-REFERENCIA
           DISPLAY 'SITUACAO: ' WRK-DESC-SITUACAO
               '  ENVIO: ' NTF-DATA-ENVIO
               '  RETORNO: ' NTF-DATA-RETORNO
           IF NTF-FALHOU
               DISPLAY 'MOTIVO DA FALHA: ' NTF-MOTIVO-FALHA
           END-IF
           DISPLAY 'TEXTO: ' NTF-TEXTO.
