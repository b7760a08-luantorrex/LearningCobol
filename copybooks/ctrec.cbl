           05  CT-STATUS           PIC X(01).
               88  CT-EMITIDO          VALUE 'E'.
               88  CT-CANCELADO        VALUE 'C'.
      *    autorizacao do documento no fisco: o cttransm
      *    envia o CT emitido e marca T; o ctretorno grava a
      *    resposta - A com o protocolo ou R com o codigo de
      *    rejeicao. P (ou espacos nos documentos anteriores
      *    a transmissao) e o CT que ainda nao saiu
           05  CT-AUT-STATUS       PIC X(01).
               88  CT-AUT-PENDENTE     VALUE 'P' ' '.
               88  CT-AUT-TRANSMITIDO  VALUE 'T'.
               88  CT-AUT-AUTORIZADO   VALUE 'A'.
               88  CT-AUT-REJEITADO    VALUE 'R'.
           05  CT-AUT-DATA-ENVIO   PIC 9(08).
           05  CT-AUT-DATA-RETORNO PIC 9(08).
           05  CT-AUT-PROTOCOLO    PIC X(15).
           05  CT-AUT-REJEICAO     PIC X(03).
      *    o cancelamento segue o mesmo ciclo, com o seu
      *    proprio protocolo; so vale no documento com status
      *    C, onde espacos (cancelado antes da transmissao)
      *    tambem e pendente
           05  CT-CAN-STATUS       PIC X(01).
               88  CT-CAN-PENDENTE     VALUE 'P' ' '.
               88  CT-CAN-TRANSMITIDO  VALUE 'T'.
               88  CT-CAN-AUTORIZADO   VALUE 'A'.
               88  CT-CAN-REJEITADO    VALUE 'R'.
           05  CT-CAN-DATA-ENVIO   PIC 9(08).
           05  CT-CAN-PROTOCOLO    PIC X(15).
           05  CT-CAN-REJEICAO     PIC X(03).
      *    data do manifesto em que o embarque do documento
      *    autorizado viajou (manifgen); zeros = ainda nao
      *    manifestado, inclusive o autorizado dias depois da
      *    cotacao
           05  CT-DATA-MANIFESTO   PIC 9(08).
               88  CT-NAO-MANIFESTADO  VALUE ZEROS.
