      *>----------------------------------------------------------------
      *> Copybook HORARIO.CPY
      *> Layout do registro do quadro de horários semanal
      *> (arqHorarios.txt), um registro por aula ocupada: turma, dia
      *> da semana (1 = segunda ... 5 = sexta) e aula do dia (1 a 6).
      *> O professor é o da disciplina no cadastro da turma
      *> (fd-turma-disc-prof), copiado na hora da gravação; a segunda
      *> chave (professor + dia + aula) é a que recusa o mesmo
      *> professor em duas turmas no mesmo horário e dá a ordem do
      *> horário por professor.
      *>----------------------------------------------------------------
       01 fd-registro-horario.
           05 fd-hor-chave.
               10 fd-hor-turma                     pic x(03).
               10 fd-hor-dia                       pic 9(01).
               10 fd-hor-aula                      pic 9(01).
           05 fd-hor-chave-prof.
               10 fd-hor-professor                 pic x(05).
               10 fd-hor-prof-dia                  pic 9(01).
               10 fd-hor-prof-aula                 pic 9(01).
           05 fd-hor-disciplina                    pic x(10).
