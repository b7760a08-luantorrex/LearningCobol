      *    opadmin: nome completo, nascimento, endereco e os
      *    responsaveis com telefone - os dados que antes
      *    moravam numa pasta de papel. A apuracao de notas so
      *    aceita roster de matricula ativa daqui. O
      *    encerramento guarda a data de negocio, base do
      *    prazo da anonimizacao dos dados pessoais (anonimiz);
      *    matricula ja anonimizada aparece como tal na
      *    exibicao. Cada gravacao no cadastro entra no diario
      *    de recuperacao JORNAL.DAT (jrnsrv) com as imagens
      *    antes e depois da matricula.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-RESPONSAVEL2     PIC X(30) VALUE SPACES.
       77  WRK-FONE2            PIC 9(11) VALUE ZEROS.

      * contrato com o controle central de data (datasrv): o
      * encerramento fica datado pela data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o diario de recuperacao (jrnsrv): imagem
      * do registro antes e depois de cada gravacao no mestre
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
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           OPEN I-O ALUNO-MASTER
      * primeira matricula do ambiente: o cadastro ainda nao
      * existe e precisa ser criado vazio
           MOVE WRK-RESPONSAVEL1 TO ALU-RESPONSAVEL1
           MOVE WRK-FONE1 TO ALU-FONE1
           MOVE WRK-RESPONSAVEL2 TO ALU-RESPONSAVEL2
           MOVE WRK-FONE2 TO ALU-FONE2
           MOVE 'N' TO ALU-ANONIMIZADO.

       2000-INCLUI.
           PERFORM 1500-PEDE-ID
           MOVE WRK-ID TO ALU-ID
           PERFORM 1700-MOVE-CAMPOS
           MOVE 'A' TO ALU-STATUS
           MOVE ZEROS TO ALU-DATA-SAIDA
           WRITE ALUNO-RECORD
               INVALID KEY
                   DISPLAY 'MATRICULA JA CADASTRADA: ' WRK-ID
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'MATRICULA REGISTRADA: ' WRK-ID
           END-WRITE.

               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-ID
               NOT INVALID KEY
                   MOVE ALUNO-RECORD TO WRK-JRN-ANTES
                   PERFORM 1600-PEDE-CAMPOS
                   PERFORM 1700-MOVE-CAMPOS
                   REWRITE ALUNO-RECORD
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'MATRICULA ALTERADA: ' WRK-ID
           END-READ.

               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-ID
               NOT INVALID KEY
                   MOVE ALUNO-RECORD TO WRK-JRN-ANTES
                   MOVE 'E' TO ALU-STATUS
                   MOVE WRK-DC-DATA TO ALU-DATA-SAIDA
                   REWRITE ALUNO-RECORD
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'MATRICULA ENCERRADA: ' WRK-ID
           END-READ.

               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-ID
               NOT INVALID KEY
                   MOVE ALUNO-RECORD TO WRK-JRN-ANTES
                   MOVE 'A' TO ALU-STATUS
                   MOVE ZEROS TO ALU-DATA-SAIDA
                   REWRITE ALUNO-RECORD
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'MATRICULA REATIVADA: ' WRK-ID
           END-READ.

               NOT INVALID KEY
                   DISPLAY 'MATRICULA: ' ALU-ID ' STATUS: '
                       ALU-STATUS
                   IF ALU-DADOS-ANONIMOS
                       DISPLAY 'DADOS PESSOAIS ANONIMIZADOS'
                   END-IF
                   DISPLAY 'NOME: ' ALU-NOME
                   DISPLAY 'NASCIMENTO: ' ALU-NASCIMENTO
                   DISPLAY 'ENDERECO: ' ALU-ENDERECO
                   DISPLAY 'RESPONSAVEL 2: ' ALU-RESPONSAVEL2
                       ' FONE: ' ALU-FONE2
           END-READ.

      * imagem antes/depois da matricula no diario de
      * recuperacao; o cadastro escolar nao tem login de
      * operador
       7000-GRAVA-JORNAL.
           MOVE 'ALUMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'ALUMAST' TO WRK-JRN-ARQUIVO
           MOVE ALU-ID TO WRK-JRN-CHAVE
           MOVE ALUNO-RECORD TO WRK-JRN-DEPOIS
           CALL 'jrnsrv' USING WRK-JRNSRV.
