      *****************************************************
      *    ICMSREC - um registro de ICMSMAT-FILE, a matriz de
      *    aliquotas de ICMS do transporte, chaveada por UF de
      *    origem + UF de destino + data de vigencia
      *    (AAAAMMDD). A aliquota vigente numa data e a de
      *    maior vigencia menor ou igual a ela. O par com a
      *    mesma UF nas duas pontas leva a aliquota interna do
      *    estado; o interestadual leva 7% ou 12%, e a
      *    mercadoria importada sai pela aliquota propria (4%
      *    no interestadual). Carregado pelo cargaicm.
      *****************************************************
       01  ICMSMAT-RECORD.
           05  ALQ-CHAVE.
               10  ALQ-UF-ORIGEM       PIC X(02).
               10  ALQ-UF-DESTINO      PIC X(02).
               10  ALQ-DATA-VIGENCIA   PIC 9(08).
           05  ALQ-ALIQUOTA            PIC 9(01)V9(04).
           05  ALQ-ALIQ-IMPORTADO      PIC 9(01)V9(04).
