      *****************************************************
      *    VEICREC - um registro do VEICULO.DAT, o cadastro
      *    de tipos de veiculo usado no plano de carga
      *    (cargapln): carga util em kg (mesma medida do
      *    LOG-PESO) e volume util em metros cubicos. Volume
      *    zerado = veiculo limitado so pelo peso.
      *****************************************************
       01  VEICULO-RECORD.
           05  VEI-CODIGO          PIC X(03).
           05  VEI-DESCRICAO       PIC X(20).
           05  VEI-CARGA-MAX       PIC 9(05)V99.
           05  VEI-VOLUME-MAX      PIC 9(03)V99.
           05  VEI-ATIVO           PIC X(01).
               88  VEI-ESTA-ATIVO      VALUE 'A'.
               88  VEI-DESATIVADO      VALUE 'I'.
