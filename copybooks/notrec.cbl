      *****************************************************
      *    NOTREC - um registro de NOTIFICA-FILE, a central
      *    de notificacoes as familias: cada aviso que antes
      *    so saia em papel (frequencia, recuperacao, segunda
      *    chamada, decisao de recurso, mensalidade vencida,
      *    decisao da renovacao de bolsa, faltas consecutivas)
      *    entra aqui pelo notsrv, com o responsavel e os
      *    telefones do ALUMAST.DAT. O extrato noturno
      *    (notenvio) leva os pendentes ao gateway de SMS e
      *    e-mail, o retorno (notretor) grava a entrega e a
      *    consulta notqry mostra tudo o que foi enviado a
      *    uma familia. Chaveado por aluno + tipo + referencia
      *    do aviso, para a mesma ocorrencia nao ser
      *    notificada duas vezes.
      *****************************************************
       01  NOTIFICACAO-RECORD.
           05  NTF-CHAVE.
               10  NTF-ALUNO       PIC 9(06).
               10  NTF-TIPO        PIC X(01).
                   88  NTF-FREQUENCIA      VALUE 'F'.
                   88  NTF-RECUPERACAO     VALUE 'R'.
                   88  NTF-SEGUNDA-CHAMADA VALUE 'S'.
                   88  NTF-RECURSO         VALUE 'C'.
                   88  NTF-MENSALIDADE     VALUE 'M'.
                   88  NTF-BOLSA           VALUE 'B'.
                   88  NTF-FALTAS-SEGUIDAS VALUE 'A'.
      *        identifica a ocorrencia dentro do tipo (bimestre
      *        e nivel, materia, numero do recurso ou da
      *        mensalidade, ano da bolsa, ano e inicio das
      *        faltas seguidas), montada por quem notifica
               10  NTF-REFERENCIA  PIC X(12).
           05  NTF-NOME-ALUNO      PIC X(30).
           05  NTF-RESPONSAVEL     PIC X(30).
           05  NTF-FONE1           PIC 9(11).
           05  NTF-FONE2           PIC 9(11).
           05  NTF-TEXTO           PIC X(100).
           05  NTF-PROGRAMA        PIC X(10).
           05  NTF-DATA-GERACAO    PIC 9(08).
           05  NTF-SITUACAO        PIC X(01).
               88  NTF-PENDENTE        VALUE 'P'.
               88  NTF-ENVIADA         VALUE 'E'.
               88  NTF-ENTREGUE        VALUE 'R'.
               88  NTF-FALHOU          VALUE 'F'.
      *        familia sem telefone no cadastro: nao vai ao
      *        gateway, fica so o registro
               88  NTF-SEM-CONTATO     VALUE 'S'.
           05  NTF-DATA-ENVIO      PIC 9(08).
           05  NTF-DATA-RETORNO    PIC 9(08).
           05  NTF-MOTIVO-FALHA    PIC X(20).
