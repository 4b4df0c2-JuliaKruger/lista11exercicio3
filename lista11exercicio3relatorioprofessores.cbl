           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

      *> quadro de horários semanal, lido pela chave do professor para
      *> contar as aulas por semana de cada um
           select optional arqHorarios assign to "arqHorarios.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hor-chave
           alternate record key is fd-hor-chave-prof with duplicates
           file status is ws-fs-arqHorarios.

      *> relatório de carga dos professores, no mesmo formato de 80
      *> colunas dos demais relatórios
           select arqRelatorio assign to "relatorioProfessores.txt"
       fd arqAlunos.
           copy CADASTRO.

       fd arqHorarios.
           copy HORARIO.

       fd arqRelatorio.
       01 rl-linha                                 pic x(80).

       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqRelatorio                       pic 9(02).
       77 ws-fs-arqHorarios                        pic 9(02).

      *> contagem de alunos ativos por turma, um bucket por turma
      *> encontrada no arquivo (mesma ideia da apuração por turma das
       77 ws-qtd-vinculos-prof                     pic 9(02).
       77 ws-qtd-professores                       pic 9(04) value zero.

      *> aulas por semana do professor corrente no quadro de horários:
      *> no total ou só da turma/disciplina do filtro (filtro em
      *> branco = todas)
       77 ws-qtd-aulas-quadro                      pic 9(03).
       77 ws-filtro-hor-turma                      pic x(03).
       77 ws-filtro-hor-disc                       pic x(10).

      *> linhas do relatório de carga dos professores
       01 ws-cabecalho-1.
           05 filler                               pic x(26) value spaces.
           05 filler                               pic x(14) value
               "  Disciplina: ".
           05 ws-rel-td-disciplina                 pic x(10).
           05 filler                               pic x(16) value
               "  Aulas/semana: ".
           05 ws-rel-td-aulas                      pic zz9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(09) value
               "  Alunos:".
           05 ws-rel-td-qtd-alunos                 pic zzz9.
               "  Turmas/disciplinas atribuidas: ".
           05 ws-rel-qtd-vinculos                  pic zz9.

       01 ws-linha-aulas-prof.
           05 filler                               pic x(33) value
               "  Aulas por semana no quadro:    ".
           05 ws-rel-qtd-aulas                     pic zz9.

       01 ws-linha-total-geral.
           05 filler                               pic x(26) value
               "Professores no relatorio: ".
               perform finaliza-anormal
           end-if

           open input arqHorarios
           if ws-fs-arqHorarios  <> 00
           and ws-fs-arqHorarios <> 05 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHorarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 4                                          to ws-msn-erro-ofsset
               write rl-linha
           end-if

      *> carga semanal do professor pelo quadro de horários
           move spaces to ws-filtro-hor-turma
           move spaces to ws-filtro-hor-disc
           perform contar-aulas-quadro
           move ws-qtd-aulas-quadro to ws-rel-qtd-aulas
           move ws-linha-aulas-prof to rl-linha
           write rl-linha

           if ws-fs-arqRelatorio <> 0 then
               move 11                                            to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                            to ws-msn-erro-cod
                   move fd-turma-disc (ws-idx-disc)
                       to ws-rel-td-disciplina
                   move ws-qtd-alunos-turma        to ws-rel-td-qtd-alunos
                   move fd-turma-cod                to ws-filtro-hor-turma
                   move fd-turma-disc (ws-idx-disc) to ws-filtro-hor-disc
                   perform contar-aulas-quadro
                   move ws-qtd-aulas-quadro         to ws-rel-td-aulas
                   move ws-linha-turma-disc to rl-linha
                   write rl-linha
               end-if
       imprimir-vinculos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar no quadro de horários as aulas por semana do professor
      *> em fd-prof-cod (só as da turma/disciplina do filtro, quando
      *> informado), lendo pela chave do professor
      *>------------------------------------------------------------------------
       contar-aulas-quadro section.
           move zero to ws-qtd-aulas-quadro
           move fd-prof-cod to fd-hor-professor
           move zero        to fd-hor-prof-dia
           move zero        to fd-hor-prof-aula
           start arqHorarios key is not less than fd-hor-chave-prof
           if ws-fs-arqHorarios <> 00
           and ws-fs-arqHorarios <> 23
           and ws-fs-arqHorarios <> 05 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqHorarios"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHorarios = 00 then
               perform until ws-fs-arqHorarios <> 00
                   read arqHorarios next
                   if ws-fs-arqHorarios = 00 then
                       if fd-hor-professor = fd-prof-cod then
                           if (ws-filtro-hor-turma = spaces
                           or  fd-hor-turma = ws-filtro-hor-turma)
                           and (ws-filtro-hor-disc = spaces
                           or  fd-hor-disciplina = ws-filtro-hor-disc) then
                               add 1 to ws-qtd-aulas-quadro
                           end-if
                       else
                           move 10 to ws-fs-arqHorarios
                       end-if
                   else
                       if ws-fs-arqHorarios <> 10 then
                           move 18                                to ws-msn-erro-ofsset
                           move ws-fs-arqHorarios                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHorarios"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       contar-aulas-quadro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           close arqHorarios
           if ws-fs-arqHorarios <> 0 then
               move 19                                   to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHorarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorio
           if ws-fs-arqRelatorio <> 0 then
               move 15                                          to ws-msn-erro-ofsset
