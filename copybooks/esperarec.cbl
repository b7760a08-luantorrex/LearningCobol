      *****************************************************
      *    ESPERAREC - um registro de ESPERA-FILE, a lista de
      *    espera de alunos novos por serie do ano letivo,
      *    chaveada por ano + serie + ordem de inscricao. A
      *    vaga liberada na serie (desistencia de rematricula
      *    ou de outro candidato) convoca o primeiro da fila
      *    ainda esperando, que passa a ocupar lugar na turma.
      *****************************************************
       01  ESPERA-RECORD.
           05  ESP-CHAVE.
               10  ESP-ANO         PIC 9(04).
               10  ESP-SERIE       PIC 9(02).
      *        ordem de inscricao na serie, 1 em diante
               10  ESP-SEQ         PIC 9(05).
           05  ESP-NOME            PIC X(30).
           05  ESP-RESPONSAVEL     PIC X(30).
           05  ESP-FONE            PIC 9(11).
           05  ESP-DATA-INSCRICAO  PIC 9(08).
      *    E esperando, C convocado (vaga reservada na turma),
      *    D desistente; so o convocado ocupa lugar
           05  ESP-SITUACAO        PIC X(01).
               88  ESP-ESPERANDO       VALUE 'E'.
               88  ESP-CONVOCADO       VALUE 'C'.
               88  ESP-DESISTENTE      VALUE 'D'.
      *    turma da vaga reservada; espacos enquanto espera
           05  ESP-TURMA           PIC X(03).
           05  ESP-DATA-SITUACAO   PIC 9(08).
