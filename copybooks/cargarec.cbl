      *****************************************************
      *    CARGAREC - um registro do CARGA.DAT, o plano de
      *    carga do dia gerado pelo cargapln: um registro por
      *    embarque (numero da cotacao, LOG-SEQ-ID) com o
      *    numero da carga de veiculo em que ele foi
      *    arrumado. Deposito (UF de origem), transportadora e
      *    destino sao os da carga inteira. O manifgen leva o
      *    numero da carga em cada linha do manifesto.
      *****************************************************
       01  CARGA-RECORD.
           05  CRG-SEQ             PIC 9(08).
           05  CRG-NUMERO          PIC 9(08).
           05  CRG-DATA            PIC 9(08).
           05  CRG-UF-ORIGEM       PIC X(02).
           05  CRG-TRANSP          PIC X(03).
           05  CRG-STADO           PIC X(02).
           05  CRG-VEICULO         PIC X(03).
