      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3quadrohorarios".
       Author. "Julia Krüger".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.
      *> quadro de horários, lido duas vezes: pela chave da turma para
      *> a grade das turmas e pela chave do professor para o horário
      *> de cada professor (sem o arquivo, sai o relatório vazio)
           select optional arqHorarios assign to "arqHorarios.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hor-chave
           alternate record key is fd-hor-chave-prof with duplicates
           file status is ws-fs-arqHorarios.

      *> cadastro de turmas, para a descrição no título de cada grade
           select optional arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-turma-cod
           file status is ws-fs-arqTurmas.

      *> cadastro de professores, para o nome no título de cada horário
           select optional arqProfessores assign to "arqProfessores.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prof-cod
           file status is ws-fs-arqProfessores.

      *> grade semanal de cada turma
           select arqGradeTurmas assign to "gradeTurmas.txt"
           organization is line sequential
           file status is ws-fs-arqGradeTurmas.

      *> horário semanal de cada professor
           select arqHorarioProf assign to "horarioProfessores.txt"
           organization is line sequential
           file status is ws-fs-arqHorarioProf.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqHorarios.
           copy HORARIO.

       fd arqTurmas.
           copy TURMA.

       fd arqProfessores.
           copy PROFESSOR.

       fd arqGradeTurmas.
       01 rl-grade                                 pic x(80).

       fd arqHorarioProf.
       01 rl-horario-prof                          pic x(80).

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqHorarios                        pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqProfessores                     pic 9(02).
       77 ws-fs-arqGradeTurmas                     pic 9(02).
       77 ws-fs-arqHorarioProf                     pic 9(02).

      *> grade da turma ou do professor corrente: 6 aulas por dia,
      *> de segunda (1) a sexta (5)
       01 ws-grade.
           05 ws-grade-aula occurs 6 times.
               10 ws-grade-celula occurs 5 times   pic x(13).
       77 ws-idx-aula                              pic 9(01).
       77 ws-idx-dia                               pic 9(01).

      *> controle da quebra por turma/professor e contadores
       77 ws-quebra-atual                          pic x(05).
       77 ws-qtd-aulas-grade                       pic 9(02).
       77 ws-qtd-turmas                            pic 9(04) value zero.
       77 ws-qtd-professores                       pic 9(04) value zero.

      *> célula do horário do professor: turma e disciplina
       01 ws-celula-prof.
           05 ws-cel-turma                         pic x(03).
           05 filler                               pic x(01) value space.
           05 ws-cel-disciplina                    pic x(09).

      *> linhas dos relatórios
       01 ws-cabecalho-grade.
           05 filler                               pic x(25) value spaces.
           05 filler                               pic x(30) value
               "Grade Semanal das Turmas".

       01 ws-cabecalho-horario.
           05 filler                               pic x(23) value spaces.
           05 filler                               pic x(34) value
               "Horario Semanal dos Professores".

       01 ws-linha-titulo-turma.
           05 filler                               pic x(07) value
               "Turma: ".
           05 ws-tit-turma-cod                     pic x(03).
           05 filler                               pic x(03) value " - ".
           05 ws-tit-turma-descricao               pic x(30).

       01 ws-linha-titulo-prof.
           05 filler                               pic x(11) value
               "Professor: ".
           05 ws-tit-prof-cod                      pic x(05).
           05 filler                               pic x(03) value " - ".
           05 ws-tit-prof-nome                     pic x(40).

       01 ws-linha-dias.
           05 filler                               pic x(71) value
               "Aula  Segunda      Terca        Quarta       Quinta       Sexta".

       01 ws-linha-grade.
           05 filler                               pic x(02) value spaces.
           05 wg-aula                              pic 9(01).
           05 filler                               pic x(03) value "a  ".
           05 wg-celula occurs 5 times             pic x(13).

       01 ws-linha-total-aulas.
           05 filler                               pic x(21) value
               "  Aulas por semana: ".
           05 ws-tot-aulas                         pic z9.

       01 ws-linha-total-turmas.
           05 filler                               pic x(19) value
               "Turmas na grade: ".
           05 ws-tot-turmas                        pic zzz9.

       01 ws-linha-total-profs.
           05 filler                               pic x(23) value
               "Professores no quadro: ".
           05 ws-tot-professores                   pic zzz9.

      *> variáveis de erro de file status
       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).

      *>----Variáveis para comunicação entre programas
       Linkage Section.

      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform gerar-grade-turmas.
           perform gerar-horario-professores.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para abrir os arquivos e escrever os cabeçalhos
      *>------------------------------------------------------------------------
       inicializa section.
           open input arqHorarios
           if ws-fs-arqHorarios  <> 00
           and ws-fs-arqHorarios <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHorarios"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00
           and ws-fs-arqTurmas <> 05 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqProfessores
           if ws-fs-arqProfessores  <> 00
           and ws-fs-arqProfessores <> 05 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessores"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqGradeTurmas
           if ws-fs-arqGradeTurmas <> 00 then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arqGradeTurmas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. gradeTurmas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqHorarioProf
           if ws-fs-arqHorarioProf <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-arqHorarioProf                       to ws-msn-erro-cod
               move "Erro ao abrir arq. horarioProfessores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cabecalho-grade to rl-grade
           write rl-grade
           move ws-cabecalho-horario to rl-horario-prof
           write rl-horario-prof
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o quadro pela chave da turma (turma, dia, aula) e imprimir
      *> uma grade por turma, na quebra de turma
      *>------------------------------------------------------------------------
       gerar-grade-turmas section.
           move spaces to ws-quebra-atual
           move low-values to fd-hor-chave
           start arqHorarios key is not less than fd-hor-chave
           if ws-fs-arqHorarios <> 00
           and ws-fs-arqHorarios <> 23
           and ws-fs-arqHorarios <> 05 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqHorarios"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHorarios = 00 then
               perform until ws-fs-arqHorarios = 10
                   read arqHorarios next
                   if ws-fs-arqHorarios = 00 then
                       if fd-hor-turma <> ws-quebra-atual then
                           if ws-quebra-atual <> spaces then
                               perform imprimir-grade-turma
                           end-if
                           move fd-hor-turma to ws-quebra-atual
                           move spaces to ws-grade
                           move zero to ws-qtd-aulas-grade
                       end-if
                       if  fd-hor-dia  >= 1 and fd-hor-dia  <= 5
                       and fd-hor-aula >= 1 and fd-hor-aula <= 6 then
                           move fd-hor-disciplina
                               to ws-grade-celula (fd-hor-aula fd-hor-dia)
                           add 1 to ws-qtd-aulas-grade
                       end-if
                   else
                       if ws-fs-arqHorarios <> 10 then
                           move 7                                 to ws-msn-erro-ofsset
                           move ws-fs-arqHorarios                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHorarios"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-quebra-atual <> spaces then
               perform imprimir-grade-turma
           end-if

           move ws-qtd-turmas to ws-tot-turmas
           move spaces to rl-grade
           write rl-grade
           move ws-linha-total-turmas to rl-grade
           write rl-grade
           display "Grade das turmas gerada em gradeTurmas.txt"
           display ws-linha-total-turmas
           .
       gerar-grade-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a grade montada da turma em ws-quebra-atual, com a
      *> descrição do cadastro de turmas no título
      *>------------------------------------------------------------------------
       imprimir-grade-turma section.
           add 1 to ws-qtd-turmas
           move ws-quebra-atual to ws-tit-turma-cod
           move ws-quebra-atual to fd-turma-cod
           read arqTurmas
           if ws-fs-arqTurmas = 0 then
               move fd-turma-descricao to ws-tit-turma-descricao
           else
               if ws-fs-arqTurmas = 23
               or ws-fs-arqTurmas = 05 then
                   move "(turma nao cadastrada)" to ws-tit-turma-descricao
               else
                   move 8                                 to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to rl-grade
           write rl-grade
           move ws-linha-titulo-turma to rl-grade
           write rl-grade
           move ws-linha-dias to rl-grade
           write rl-grade

           move 1 to ws-idx-aula
           perform until ws-idx-aula > 6
               perform montar-linha-grade
               move ws-linha-grade to rl-grade
               write rl-grade
               add 1 to ws-idx-aula
           end-perform

           move ws-qtd-aulas-grade to ws-tot-aulas
           move ws-linha-total-aulas to rl-grade
           write rl-grade
           if ws-fs-arqGradeTurmas <> 0 then
               move 9                                         to ws-msn-erro-ofsset
               move ws-fs-arqGradeTurmas                      to ws-msn-erro-cod
               move "Erro ao escrever arq. gradeTurmas"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprimir-grade-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o quadro pela chave do professor (professor, dia, aula) e
      *> imprimir um horário por professor, na quebra de professor
      *>------------------------------------------------------------------------
       gerar-horario-professores section.
           move spaces to ws-quebra-atual
           move low-values to fd-hor-chave-prof
           start arqHorarios key is not less than fd-hor-chave-prof
           if ws-fs-arqHorarios <> 00
           and ws-fs-arqHorarios <> 23
           and ws-fs-arqHorarios <> 05 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqHorarios"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHorarios = 00 then
               perform until ws-fs-arqHorarios = 10
                   read arqHorarios next
                   if ws-fs-arqHorarios = 00 then
                       if fd-hor-professor <> ws-quebra-atual then
                           if ws-quebra-atual <> spaces then
                               perform imprimir-horario-professor
                           end-if
                           move fd-hor-professor to ws-quebra-atual
                           move spaces to ws-grade
                           move zero to ws-qtd-aulas-grade
                       end-if
                       if  fd-hor-dia  >= 1 and fd-hor-dia  <= 5
                       and fd-hor-aula >= 1 and fd-hor-aula <= 6 then
                           move fd-hor-turma      to ws-cel-turma
                           move fd-hor-disciplina to ws-cel-disciplina
                           move ws-celula-prof
                               to ws-grade-celula (fd-hor-aula fd-hor-dia)
                           add 1 to ws-qtd-aulas-grade
                       end-if
                   else
                       if ws-fs-arqHorarios <> 10 then
                           move 11                                to ws-msn-erro-ofsset
                           move ws-fs-arqHorarios                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHorarios"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-quebra-atual <> spaces then
               perform imprimir-horario-professor
           end-if

           move ws-qtd-professores to ws-tot-professores
           move spaces to rl-horario-prof
           write rl-horario-prof
           move ws-linha-total-profs to rl-horario-prof
           write rl-horario-prof
           display "Horario dos professores gerado em horarioProfessores.txt"
           display ws-linha-total-profs
           .
       gerar-horario-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir o horário montado do professor em ws-quebra-atual,
      *> com o nome do cadastro de professores no título
      *>------------------------------------------------------------------------
       imprimir-horario-professor section.
           add 1 to ws-qtd-professores
           move ws-quebra-atual to ws-tit-prof-cod
           move ws-quebra-atual to fd-prof-cod
           read arqProfessores
           if ws-fs-arqProfessores = 0 then
               move fd-prof-nome to ws-tit-prof-nome
           else
               if ws-fs-arqProfessores = 23
               or ws-fs-arqProfessores = 05 then
                   move "(professor nao cadastrado)" to ws-tit-prof-nome
               else
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqProfessores"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to rl-horario-prof
           write rl-horario-prof
           move ws-linha-titulo-prof to rl-horario-prof
           write rl-horario-prof
           move ws-linha-dias to rl-horario-prof
           write rl-horario-prof

           move 1 to ws-idx-aula
           perform until ws-idx-aula > 6
               perform montar-linha-grade
               move ws-linha-grade to rl-horario-prof
               write rl-horario-prof
               add 1 to ws-idx-aula
           end-perform

           move ws-qtd-aulas-grade to ws-tot-aulas
           move ws-linha-total-aulas to rl-horario-prof
           write rl-horario-prof
           if ws-fs-arqHorarioProf <> 0 then
               move 13                                           to ws-msn-erro-ofsset
               move ws-fs-arqHorarioProf                         to ws-msn-erro-cod
               move "Erro ao escrever arq. horarioProfessores"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprimir-horario-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar a linha da aula ws-idx-aula com as células dos 5 dias
      *>------------------------------------------------------------------------
       montar-linha-grade section.
           move ws-idx-aula to wg-aula
           move 1 to ws-idx-dia
           perform until ws-idx-dia > 5
               move ws-grade-celula (ws-idx-aula ws-idx-dia)
                   to wg-celula (ws-idx-dia)
               add 1 to ws-idx-dia
           end-perform
           .
       montar-linha-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.
           close arqHorarios
           if ws-fs-arqHorarios <> 0 then
               move 14                                   to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHorarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 15                                  to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqProfessores
           if ws-fs-arqProfessores <> 0 then
               move 16                                    to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProfessores"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGradeTurmas
           if ws-fs-arqGradeTurmas <> 0 then
               move 17                                   to ws-msn-erro-ofsset
               move ws-fs-arqGradeTurmas                 to ws-msn-erro-cod
               move "Erro ao fechar arq. gradeTurmas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHorarioProf
           if ws-fs-arqHorarioProf <> 0 then
               move 18                                         to ws-msn-erro-ofsset
               move ws-fs-arqHorarioProf                       to ws-msn-erro-cod
               move "Erro ao fechar arq. horarioProfessores"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           stop run
           .
       finaliza-exit.
           exit.
