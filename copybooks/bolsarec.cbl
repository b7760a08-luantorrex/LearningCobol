      *    chaveado pela matricula. O percentual abate a
      *    mensalidade na emissao; o motivo documenta a
      *    origem (HON quadro de honra do rankrel, IRM
      *    desconto de irmao, SOC bolsa social). Revisto a
      *    cada encerramento de ano letivo pelo bolrenov; a
      *    renovacao, reducao ou cancelamento so e gravado
      *    aqui quando aprovado no bolaprov.
      *****************************************************
       01  BOLSA-RECORD.
           05  BOL-ALUNO           PIC 9(06).
