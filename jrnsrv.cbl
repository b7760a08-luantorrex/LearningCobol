       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnsrv.
      ********************************************************
      *    Diario de recuperacao dos mestres indexados
      *    Subrotina CALLed pelas manutencoes de console
      *    (ordman, refman, aluman, clicred, limaprov,
      *    altaprov, perdas, climerge, transfer, contman,
      *    turman, clirast, profman, endman, bolman, opadmin,
      *    calman, ctman, horman, ausman, chaman, colman,
      *    remman, glosaman, bolaprov, pedmulti, rejfix,
      *    acordo, recurso, notacorr, segchamada, e o rematger
      *    pela convocacao da lista de espera) logo depois
      *    de cada WRITE, REWRITE ou DELETE bem sucedido num
      *    mestre indexado: acrescenta ao JORNAL.DAT a imagem
      *    do registro antes e depois, com programa, operador
      *    e carimbo de hora. O backup do bkpmast e o ponto de
      *    partida; o diario leva o mestre ate a hora da pane
      *    sem o trabalho do dia ter de ser redigitado.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-FILE ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-FILE.
           COPY 'jornalrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-JORNAL-STATUS    PIC X(02) VALUE '00'.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
      *    ACCEPT FROM TIME devolve HHMMSScc; so HHMMSS vai
      *    para os registros
           05  WRK-DHS-HORA     PIC 9(08).

       LINKAGE SECTION.
      * contrato com as manutencoes: programa, operador,
      * mestre e chave gravados, operacao I (inclusao), A
      * (alteracao) ou E (exclusao) e as duas imagens
       01  LNK-JRNSRV.
           05  LNK-JRN-PROGRAMA PIC X(10).
           05  LNK-JRN-OPERADOR PIC X(10).
           05  LNK-JRN-ARQUIVO  PIC X(12).
           05  LNK-JRN-CHAVE    PIC X(20).
           05  LNK-JRN-OPERACAO PIC X(01).
           05  LNK-JRN-ANTES    PIC X(300).
           05  LNK-JRN-DEPOIS   PIC X(300).

       PROCEDURE DIVISION USING LNK-JRNSRV.
       0000-MAIN-PROCESS.
           OPEN EXTEND JORNAL-FILE
      * primeira gravacao do ambiente: o diario ainda nao
      * existe e e criado aqui
           IF WRK-JORNAL-STATUS = '35'
               OPEN OUTPUT JORNAL-FILE
           END-IF
           IF WRK-JORNAL-STATUS NOT = '00'
      * sem diario a manutencao nao para - so o que for
      * gravado agora fica sem cobertura de recuperacao
               DISPLAY 'JRNSRV: DIARIO JORNAL.DAT INDISPONIVEL'
               GOBACK
           END-IF
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO JRN-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA (1:6) TO JRN-DATA-HORA (9:6)
           MOVE LNK-JRN-PROGRAMA TO JRN-PROGRAMA
           MOVE LNK-JRN-OPERADOR TO JRN-OPERADOR
           MOVE LNK-JRN-ARQUIVO TO JRN-ARQUIVO
           MOVE LNK-JRN-CHAVE TO JRN-CHAVE
           MOVE LNK-JRN-OPERACAO TO JRN-OPERACAO
           MOVE LNK-JRN-ANTES TO JRN-IMAGEM-ANTES
           MOVE LNK-JRN-DEPOIS TO JRN-IMAGEM-DEPOIS
           WRITE JORNAL-RECORD
           CLOSE JORNAL-FILE
           GOBACK.
