      *>----------------------------------------------------------------
      *> Copybook PROGRESSAO.CPY
      *> Layout da tabela de progressão de séries (arqProgressao.txt),
      *> uma linha por turma: a turma do ano encerrado e a turma para
      *> onde o aluno aprovado segue no ano novo. Turma de destino em
      *> branco = última série da escola (o aprovado nela se forma).
      *> Mantida pela secretaria em editor de texto, uma vez por ano,
      *> antes da promoção.
      *>----------------------------------------------------------------
       01 fd-registro-progressao.
           05 fd-prog-turma-origem                 pic x(03).
           05 fd-prog-turma-destino                pic x(03).
