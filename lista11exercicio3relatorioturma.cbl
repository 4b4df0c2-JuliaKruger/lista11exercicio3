           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *> log diário dos registros encontrados presos por um terminal
      *> (arqBloqueiosAAAAMMDD.txt, o mesmo do programa principal)
           select optional arqBloqueios assign to ws-nome-bloqueios
           organization is line sequential
           file status is ws-fs-arqBloqueios.

       I-O-Control.


       fd arqRelatorio.
       01 rl-linha                                 pic x(80).

       fd arqBloqueios.
           copy BLOQUEIO.

      *>----Variáveis de trabalho
       Working-storage Section.

       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqRelatorio                        pic 9(02).
       77 ws-fs-arqBloqueios                       pic 9(02).

      *> registro preso por um terminal da secretaria: o programa espera
      *> ws-bloq-segundos e tenta de novo, até ws-bloq-max-tentativas
      *> vezes, e cada conflito vai para o log diário de bloqueios
       77 ws-nome-bloqueios                        pic x(30).
       77 ws-bloq-tentativas                       pic 9(02).
       77 ws-bloq-max-tentativas                   pic 9(02) value 30.
       77 ws-bloq-segundos                         pic 9(02) value 2.
       77 ws-bloq-data                             pic 9(08).
       77 ws-bloq-hora                             pic 9(08).
       77 ws-bloq-arquivo                          pic x(16).
       77 ws-bloq-chave                            pic x(16).
       77 ws-bloq-desfecho                         pic x(01).
      *> se o registro continuar preso: P = seguir sem ele, D = desistir
      *> e encerrar o relatório
       77 ws-bloq-desistencia                      pic x(01).
       77 ws-bloq-cod                              pic 9(03).
       77 ws-bloq-pulo-cod                         pic 9(03).
       77 ws-bloq-turma-cod                        pic x(03).
       77 ws-qtd-bloqueios                         pic 9(05) value zero.

      *> filtro de turma informado pelo operador: em branco = todas as
      *> turmas juntas (como antes), "*" = todas quebradas por turma,
           if ws-filtro-turma <> spaces
           and ws-filtro-turma <> "*" then
               move ws-filtro-turma to fd-turma-cod
               move "D" to ws-bloq-desistencia
               perform ler-turma
               if ws-fs-arqTurmas <> 0 then
                   if ws-fs-arqTurmas = 23 then
                       display "Turma nao cadastrada!"
           end-if

           perform until ws-fs-arqAlunos = 10
               perform ler-aluno-proximo
               if ws-fs-arqAlunos = 00 then
      *> alunos inativos (exclusão lógica) não entram na listagem;
      *> com filtro de turma específica, só entram os alunos dela
      *>------------------------------------------------------------------------
      *> Imprimir o subtítulo de uma nova turma na quebra por turma,
      *> buscando a descrição no cadastro de turmas (alunos antigos sem
      *> turma ficam agrupados com o código em branco; turma presa por
      *> um terminal além da espera sai sem a descrição)
      *>------------------------------------------------------------------------
       imprimir-cabecalho-turma section.
           move sd-turma to ws-turma-atual
           move sd-turma to ws-sub-turma-cod

           move sd-turma to fd-turma-cod
           move "P" to ws-bloq-desistencia
           perform ler-turma
           if ws-fs-arqTurmas = 0 then
               move fd-turma-descricao to ws-sub-turma-descricao
           else
       imprimir-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Leitura de arqTurmas e arqAlunos esperando o registro preso por
      *> um terminal da secretaria (file status 51) ser liberado; se a
      *> espera se esgotar, a turma volta com o file status 51 para quem
      *> chamou, e o aluno preso é pulado e a leitura segue no seguinte
      *>------------------------------------------------------------------------
       ler-turma section.
           move zero         to ws-bloq-tentativas
           move fd-turma-cod to ws-bloq-turma-cod
           read arqTurmas
           perform until ws-fs-arqTurmas <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               move ws-bloq-turma-cod to fd-turma-cod
               read arqTurmas
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqTurmas"       to ws-bloq-arquivo
               move ws-bloq-turma-cod to ws-bloq-chave
               if ws-fs-arqTurmas = 51 then
                   move ws-bloq-desistencia to ws-bloq-desfecho
               else
                   move "E" to ws-bloq-desfecho
               end-if
               perform registrar-bloqueio
           end-if
           .
       ler-turma-exit.
           exit.

       ler-aluno-proximo section.
           move zero to ws-bloq-tentativas
           if fd-cod is numeric then
               move fd-cod to ws-bloq-cod
           else
               move zero to ws-bloq-cod
           end-if
           read arqAlunos next
           perform until ws-fs-arqAlunos <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               read arqAlunos next
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqAlunos" to ws-bloq-arquivo
               move spaces      to ws-bloq-chave
               string "apos "             delimited by size
                      ws-bloq-cod         delimited by size
                   into ws-bloq-chave
               end-string
               if ws-fs-arqAlunos = 51 then
                   move "P" to ws-bloq-desfecho
                   perform registrar-bloqueio
                   perform pular-aluno-preso
               else
                   move "E" to ws-bloq-desfecho
                   perform registrar-bloqueio
               end-if
           end-if
           .
       ler-aluno-proximo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Passar por cima do aluno que continuou preso depois da espera:
      *> reposiciona logo depois do último código lido e lê o seguinte,
      *> avançando um código a cada novo status 51 (sem esperar de novo),
      *> até ler um aluno livre ou chegar ao fim do arquivo
      *>------------------------------------------------------------------------
       pular-aluno-preso section.
           move ws-bloq-cod to ws-bloq-pulo-cod
           perform until ws-fs-arqAlunos <> 51
               move ws-bloq-pulo-cod to fd-cod
               start arqAlunos key is greater than fd-cod
               if ws-fs-arqAlunos = 23 then
                   move 10 to ws-fs-arqAlunos
               else
                   if ws-fs-arqAlunos <> 00 then
                       move 11                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                     to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqAlunos" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   read arqAlunos next
                   if ws-fs-arqAlunos = 51 then
                       if ws-bloq-pulo-cod = 999 then
                           move 10 to ws-fs-arqAlunos
                       else
                           add 1 to ws-bloq-pulo-cod
                       end-if
                   end-if
               end-if
           end-perform
           .
       pular-aluno-preso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Esperar ws-bloq-segundos antes de tentar de novo o registro preso
      *>------------------------------------------------------------------------
       aguardar-registro section.
           add 1 to ws-bloq-tentativas
           call "C$SLEEP" using ws-bloq-segundos
           end-call
           .
       aguardar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescentar uma linha no log de bloqueios do dia (aberto e
      *> fechado a cada linha porque os terminais também gravam nele)
      *>------------------------------------------------------------------------
       registrar-bloqueio section.
           add 1 to ws-qtd-bloqueios
           accept ws-bloq-data from date yyyymmdd
           accept ws-bloq-hora from time
           move spaces to ws-nome-bloqueios
           string "arqBloqueios"   delimited by size
                  ws-bloq-data     delimited by size
                  ".txt"           delimited by size
               into ws-nome-bloqueios
           end-string

           open extend arqBloqueios
           if ws-fs-arqBloqueios <> 00
           and ws-fs-arqBloqueios <> 05 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBloqueios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces             to fd-registro-bloqueio
           move ws-bloq-data       to fd-bloq-data
           move ws-bloq-hora       to fd-bloq-hora
           move "RELTURMA"         to fd-bloq-operador
           move "RELATORIO-TURMA"  to fd-bloq-operacao
           move ws-bloq-arquivo    to fd-bloq-arquivo
           move ws-bloq-chave      to fd-bloq-chave
           move ws-bloq-desfecho   to fd-bloq-desfecho
           write fd-registro-bloqueio
           if ws-fs-arqBloqueios <> 0 then
               move 10                                   to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBloqueios" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBloqueios
           .
       registrar-bloqueio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
               move "Erro ao fechar arq. relatorioTurma"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-bloqueios > zero then
               display "Conflitos de bloqueio: " ws-qtd-bloqueios
           end-if
           goback
           .
       finaliza-exit.
