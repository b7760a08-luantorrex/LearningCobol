      *    das cotacoes. O documento e
      *    gravado no registro CTDOC.DAT e impresso em
      *    CTE.RPT; cancelamento e auditoria de continuidade
      *    da serie ficam com o ctman e o ctaudit. O documento
      *    nasce pendente de autorizacao do fisco - quem envia
      *    e o cttransm e quem grava a resposta e o ctretorno.
      *    O runctl barra a dupla emissao do mesmo dia.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-CTDOC-STATUS.

      * um contador de serie por filial, avancado com REWRITE
                   MOVE LOG-FRETE TO CT-FRETE
                   MOVE DATA-SYS-NUM TO CT-DATA-EMISSAO
                   MOVE 'E' TO CT-STATUS
                   MOVE 'P' TO CT-AUT-STATUS
                   MOVE ZEROS TO CT-AUT-DATA-ENVIO
                       CT-AUT-DATA-RETORNO CT-CAN-DATA-ENVIO
                       CT-DATA-MANIFESTO
                   MOVE SPACES TO CT-AUT-PROTOCOLO CT-AUT-REJEICAO
                       CT-CAN-STATUS CT-CAN-PROTOCOLO
                       CT-CAN-REJEICAO
                   WRITE CT-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO CT: ' CT-NUMERO
