       IDENTIFICATION DIVISION.
       PROGRAM-ID. notsrv.
      ********************************************************
      *    Registro de notificacao na central das familias
      *    Subrotina CALLed pelos programas que avisam a
      *    familia (freqavisa, recagenda, pendrel, recurso,
      *    menspag, bolaprov, chamrol) junto com a saida em
      *    papel: acrescenta ao NOTIFICA.DAT o aviso com o
      *    responsavel e os dois telefones do aluno no
      *    ALUMAST.DAT, pendente para o extrato noturno
      *    (notenvio). Aviso com a mesma
      *    chave (aluno + tipo + referencia) ja registrado nao
      *    e gravado de novo - rodar o programa de origem outra
      *    vez nao manda a mesma mensagem duas vezes. Aluno
      *    sem matricula ou com dados anonimizados nao gera
      *    aviso; familia sem telefone fica registrada sem
      *    contato.
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
       77  WRK-NOTIFICA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DATA-SYS         PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
      * contrato com quem notifica: aluno, tipo (F
      * frequencia, R recuperacao, S segunda chamada, C
      * recurso, M mensalidade, B bolsa, A faltas
      * consecutivas), referencia da ocorrencia,
      * programa de origem e texto da mensagem. Volta G
      * (gravada), D (ja registrada), A (aluno sem matricula
      * ou anonimizado) ou I (central indisponivel)
       01  LNK-NOTSRV.
           05  LNK-NTF-ALUNO    PIC 9(06).
           05  LNK-NTF-TIPO     PIC X(01).
           05  LNK-NTF-REFERENCIA PIC X(12).
           05  LNK-NTF-PROGRAMA PIC X(10).
           05  LNK-NTF-TEXTO    PIC X(100).
           05  LNK-NTF-RETORNO  PIC X(01).

       PROCEDURE DIVISION USING LNK-NOTSRV.
       0000-MAIN-PROCESS.
           MOVE 'I' TO LNK-NTF-RETORNO
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
               DISPLAY 'NOTSRV: ALUMAST.DAT INDISPONIVEL'
               GOBACK
           END-IF
           OPEN I-O NOTIFICA-FILE
      * primeira notificacao do ambiente: a central ainda nao
      * existe e e criada aqui
           IF WRK-NOTIFICA-STATUS = '35'
               OPEN OUTPUT NOTIFICA-FILE
               CLOSE NOTIFICA-FILE
               OPEN I-O NOTIFICA-FILE
           END-IF
           IF WRK-NOTIFICA-STATUS NOT = '00'
      * sem a central o aviso em papel segue - so a copia
      * eletronica fica de fora
               DISPLAY 'NOTSRV: CENTRAL NOTIFICA.DAT INDISPONIVEL'
               CLOSE ALUNO-MASTER
               GOBACK
           END-IF
           MOVE LNK-NTF-ALUNO TO ALU-ID
           READ ALUNO-MASTER
               KEY IS ALU-ID
               INVALID KEY
                   MOVE 'A' TO LNK-NTF-RETORNO
               NOT INVALID KEY
                   IF ALU-DADOS-ANONIMOS
                       MOVE 'A' TO LNK-NTF-RETORNO
                   ELSE
                       PERFORM 1000-GRAVA-NOTIFICACAO
                   END-IF
           END-READ
           CLOSE NOTIFICA-FILE ALUNO-MASTER
           GOBACK.

       1000-GRAVA-NOTIFICACAO.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD
           MOVE LNK-NTF-ALUNO TO NTF-ALUNO
           MOVE LNK-NTF-TIPO TO NTF-TIPO
           MOVE LNK-NTF-REFERENCIA TO NTF-REFERENCIA
           MOVE ALU-NOME TO NTF-NOME-ALUNO
           MOVE ALU-RESPONSAVEL1 TO NTF-RESPONSAVEL
           MOVE ALU-FONE1 TO NTF-FONE1
           MOVE ALU-FONE2 TO NTF-FONE2
           MOVE LNK-NTF-TEXTO TO NTF-TEXTO
           MOVE LNK-NTF-PROGRAMA TO NTF-PROGRAMA
           MOVE WRK-DATA-SYS TO NTF-DATA-GERACAO
           IF ALU-FONE1 = ZEROS AND ALU-FONE2 = ZEROS
               MOVE 'S' TO NTF-SITUACAO
           ELSE
               MOVE 'P' TO NTF-SITUACAO
           END-IF
           MOVE ZEROS TO NTF-DATA-ENVIO NTF-DATA-RETORNO
           MOVE SPACES TO NTF-MOTIVO-FALHA
           WRITE NOTIFICACAO-RECORD
               INVALID KEY
                   MOVE 'D' TO LNK-NTF-RETORNO
               NOT INVALID KEY
                   MOVE 'G' TO LNK-NTF-RETORNO
           END-WRITE.
