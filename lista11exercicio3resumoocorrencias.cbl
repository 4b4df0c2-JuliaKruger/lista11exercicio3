      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3resumoocorrencias".
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
      *> livro de ocorrências disciplinares lançado pela tela de
      *> ocorrências do programa principal
           select optional arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencias.

      *> cadastro de alunos, lido para o nome do aluno
           select arqAlunos assign to "arqAlunos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

      *> cadastro de turmas, para conferir a turma pedida no filtro
           select optional arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-turma-cod
           file status is ws-fs-arqTurmas.

      *> arquivo temporário da ordenação
           select ws-arq-ordenacao assign to "wsordocorr.tmp".

      *> resumo por turma no mesmo formato de 80 colunas dos demais
      *> relatórios
           select arqRelatorio assign to "resumoOcorrencias.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqOcorrencias.
           copy OCORRENCIA.

       fd arqAlunos.
           copy CADASTRO.

       fd arqTurmas.
           copy TURMA.

      *> arquivo de trabalho usado para ordenar as ocorrências por
      *> turma e aluno
       sd ws-arq-ordenacao.
       01 sd-registro.
           05 sd-turma                             pic x(03).
           05 sd-aluno                             pic 9(03).
           05 sd-tipo                              pic x(01).
           05 sd-gravidade                         pic x(01).
           05 sd-notificado                        pic x(01).

       fd arqRelatorio.
       01 rl-linha                                 pic x(80).

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqOcorrencias                     pic 9(02).
       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqRelatorio                       pic 9(02).

      *> filtros pedidos ao operador: turma (branco = todas) e ano da
      *> ocorrência (zero = todos)
       77 ws-filtro-turma                          pic x(03).
       77 ws-filtro-ano                            pic 9(04).
       77 ws-ano-ocorrencia                        pic 9(04).

       77 ws-aux-fim-ordenacao                     pic x(01) value "N".
       77 ws-qtd-ocorrencias                       pic 9(05) value zero.

      *> controle das quebras (turma e aluno)
       77 ws-turma-atual                           pic x(03).
       77 ws-aluno-atual                           pic 9(03).

      *> contagem por tipo, graves e responsável não notificado: do
      *> aluno, da turma e da escola
       01 ws-cont-aluno.
           05 ws-ca-incidentes                     pic 9(03).
           05 ws-ca-advertencias                   pic 9(03).
           05 ws-ca-suspensoes                     pic 9(03).
           05 ws-ca-reunioes                       pic 9(03).
           05 ws-ca-graves                         pic 9(03).
           05 ws-ca-nao-notificados                pic 9(03).
       01 ws-cont-turma.
           05 ws-ct-incidentes                     pic 9(03).
           05 ws-ct-advertencias                   pic 9(03).
           05 ws-ct-suspensoes                     pic 9(03).
           05 ws-ct-reunioes                       pic 9(03).
           05 ws-ct-graves                         pic 9(03).
           05 ws-ct-nao-notificados                pic 9(03).
       77 ws-ct-alunos                             pic 9(03).
       01 ws-cont-escola.
           05 ws-ce-incidentes                     pic 9(03).
           05 ws-ce-advertencias                   pic 9(03).
           05 ws-ce-suspensoes                     pic 9(03).
           05 ws-ce-reunioes                       pic 9(03).
           05 ws-ce-graves                         pic 9(03).
           05 ws-ce-nao-notificados                pic 9(03).

      *> linhas do relatório
       01 ws-cabecalho-1.
           05 filler                               pic x(14) value spaces.
           05 filler                               pic x(52) value
               "Resumo de ocorrencias disciplinares por turma".

       01 ws-cabecalho-filtro.
           05 filler                               pic x(09) value
               "  Turma: ".
           05 ws-cab-turma                         pic x(06).
           05 filler                               pic x(08) value
               "   Ano: ".
           05 ws-cab-ano                           pic x(05).

       01 ws-linha-turma.
           05 filler                               pic x(07) value "Turma: ".
           05 ws-sub-turma                         pic x(03).

       01 ws-cabecalho-2.
           05 filler                               pic x(77) value
               "  Cod Nome                        Incid. Advert.  Susp.  Reun. Graves S/notif".

       01 ws-linha-detalhe.
           05 filler                               pic x(02) value spaces.
           05 ws-det-cod                           pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-det-nome                          pic x(28).
           05 ws-det-contagens.
               10 filler                           pic x(03) value spaces.
               10 ws-det-incidentes                pic zz9.
               10 filler                           pic x(05) value spaces.
               10 ws-det-advertencias              pic zz9.
               10 filler                           pic x(04) value spaces.
               10 ws-det-suspensoes                pic zz9.
               10 filler                           pic x(04) value spaces.
               10 ws-det-reunioes                  pic zz9.
               10 filler                           pic x(04) value spaces.
               10 ws-det-graves                    pic zz9.
               10 filler                           pic x(05) value spaces.
               10 ws-det-nao-notificados           pic zz9.

       01 ws-linha-total.
           05 ws-tot-titulo                        pic x(34).
           05 ws-tot-contagens                     pic x(43).

       01 ws-linha-alunos-turma.
           05 filler                               pic x(30) value
               "  Alunos com ocorrencia.....: ".
           05 ws-tot-alunos                        pic zz9.

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
           perform gerar-resumo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para perguntar os filtros, abrir os arquivos e
      *> escrever o cabeçalho
      *>------------------------------------------------------------------------
       inicializa section.
           move spaces to ws-filtro-turma
           move zero   to ws-filtro-ano
           display "Turma (branco = todas): "
           accept ws-filtro-turma
           display "Ano das ocorrencias (AAAA, zero = todos): "
           accept ws-filtro-ano

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00
           and ws-fs-arqTurmas <> 05 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> a turma informada precisa existir no cadastro; a conferência
      *> vem antes do open output para um filtro errado não apagar o
      *> resumo da rodada anterior
           if ws-filtro-turma <> spaces then
               move ws-filtro-turma to fd-turma-cod
               read arqTurmas
               if ws-fs-arqTurmas <> 0 then
                   if ws-fs-arqTurmas = 23
                   or ws-fs-arqTurmas = 05 then
                       display "Turma nao cadastrada!"
                       close arqTurmas
                       stop run
                   else
                       move 2                              to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               move ws-filtro-turma to ws-cab-turma
           else
               move "todas" to ws-cab-turma
           end-if
           if ws-filtro-ano = zero then
               move "todos" to ws-cab-ano
           else
               move ws-filtro-ano to ws-cab-ano
           end-if

           open input arqOcorrencias
           if ws-fs-arqOcorrencias  <> 00
           and ws-fs-arqOcorrencias <> 05 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos <> 00 then
               move 4                                 to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                         to ws-msn-erro-cod
               move "Erro ao abrir arq. resumoOcorrencias"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cabecalho-1 to rl-linha
           perform escrever-linha
           move ws-cabecalho-filtro to rl-linha
           perform escrever-linha
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar as ocorrências do filtro por turma e aluno e imprimir
      *> uma linha por aluno com total por turma e da escola
      *>------------------------------------------------------------------------
       gerar-resumo section.
           initialize ws-cont-escola
           sort ws-arq-ordenacao
               on ascending key sd-turma
               on ascending key sd-aluno
               input procedure is carregar-ordenacao
               output procedure is imprimir-ordenacao

           if ws-qtd-ocorrencias = zero then
               move spaces to rl-linha
               perform escrever-linha
               move "  Nenhuma ocorrencia no filtro informado." to rl-linha
               perform escrever-linha
           else
               move spaces to rl-linha
               perform escrever-linha
               move "  Total da escola" to ws-tot-titulo
               move ws-cont-escola to ws-cont-aluno
               perform montar-contagens
               move ws-det-contagens to ws-tot-contagens
               move ws-linha-total to rl-linha
               perform escrever-linha
           end-if

           display "Resumo gerado em resumoOcorrencias.txt"
           display "Ocorrencias no resumo: " ws-qtd-ocorrencias
           .
       gerar-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o livro de ocorrências do começo ao fim e soltar na
      *> ordenação as que passam no filtro de turma e de ano
      *>------------------------------------------------------------------------
       carregar-ordenacao section.
           move zeros to fd-oco-aluno
           move zeros to fd-oco-data
           move zeros to fd-oco-seq
           start arqOcorrencias key is not less than fd-oco-chave
           if ws-fs-arqOcorrencias <> 00
           and ws-fs-arqOcorrencias <> 23
           and ws-fs-arqOcorrencias <> 05 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                       to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqOcorrencias = 00 then
               perform until ws-fs-arqOcorrencias <> 00
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 00 then
                       divide fd-oco-data by 10000 giving ws-ano-ocorrencia
                       if (ws-filtro-turma = spaces
                           or fd-oco-turma = ws-filtro-turma)
                       and (ws-filtro-ano = zero
                           or ws-ano-ocorrencia = ws-filtro-ano) then
                           move fd-oco-turma           to sd-turma
                           move fd-oco-aluno           to sd-aluno
                           move fd-oco-tipo            to sd-tipo
                           move fd-oco-gravidade       to sd-gravidade
                           move fd-oco-resp-notificado to sd-notificado
                           release sd-registro
                           add 1 to ws-qtd-ocorrencias
                       end-if
                   else
                       if ws-fs-arqOcorrencias <> 10 then
                           move 7                                    to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencias"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       carregar-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Devolver as ocorrências ordenadas, somando por aluno e
      *> imprimindo nas quebras de aluno e de turma
      *>------------------------------------------------------------------------
       imprimir-ordenacao section.
           move "N" to ws-aux-fim-ordenacao
           move high-values to ws-turma-atual
           move zeros to ws-aluno-atual
           initialize ws-cont-aluno
           initialize ws-cont-turma
           move zeros to ws-ct-alunos

           perform until ws-aux-fim-ordenacao = "S"
               return ws-arq-ordenacao
                   at end
                       move "S" to ws-aux-fim-ordenacao
               end-return

               if ws-aux-fim-ordenacao <> "S" then
                   if sd-turma <> ws-turma-atual then
                       if ws-turma-atual <> high-values then
                           perform fechar-aluno
                           perform fechar-turma
                       end-if
                       perform abrir-turma
                   else
                       if sd-aluno <> ws-aluno-atual then
                           perform fechar-aluno
                       end-if
                   end-if
                   move sd-aluno to ws-aluno-atual
                   perform somar-ocorrencia
               end-if
           end-perform

           if ws-turma-atual <> high-values then
               perform fechar-aluno
               perform fechar-turma
           end-if
           .
       imprimir-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cabeçalho da turma que começa
      *>------------------------------------------------------------------------
       abrir-turma section.
           move sd-turma to ws-turma-atual
           initialize ws-cont-turma
           move zeros to ws-ct-alunos

           move spaces to rl-linha
           perform escrever-linha
           move sd-turma to ws-sub-turma
           move ws-linha-turma to rl-linha
           perform escrever-linha
           move ws-cabecalho-2 to rl-linha
           perform escrever-linha
           .
       abrir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar a ocorrência devolvida na contagem do aluno
      *>------------------------------------------------------------------------
       somar-ocorrencia section.
           evaluate sd-tipo
               when "I"
                   add 1 to ws-ca-incidentes
               when "A"
                   add 1 to ws-ca-advertencias
               when "S"
                   add 1 to ws-ca-suspensoes
               when "R"
                   add 1 to ws-ca-reunioes
           end-evaluate
           if sd-gravidade = "G" then
               add 1 to ws-ca-graves
           end-if
           if sd-notificado <> "S" then
               add 1 to ws-ca-nao-notificados
           end-if
           .
       somar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a linha do aluno que terminou e somar na turma e na
      *> escola
      *>------------------------------------------------------------------------
       fechar-aluno section.
           move ws-aluno-atual to ws-det-cod
           move ws-aluno-atual to fd-cod
           read arqAlunos
           if ws-fs-arqAlunos = 00 then
               move fd-nome to ws-det-nome
           else
               if ws-fs-arqAlunos = 23 then
                   move "(aluno fora do cadastro)" to ws-det-nome
               else
                   move 8                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform montar-contagens
           move ws-linha-detalhe to rl-linha
           perform escrever-linha

           add 1 to ws-ct-alunos
           add ws-ca-incidentes      to ws-ct-incidentes
           add ws-ca-advertencias    to ws-ct-advertencias
           add ws-ca-suspensoes      to ws-ct-suspensoes
           add ws-ca-reunioes        to ws-ct-reunioes
           add ws-ca-graves          to ws-ct-graves
           add ws-ca-nao-notificados to ws-ct-nao-notificados
           initialize ws-cont-aluno
           .
       fechar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir o total da turma que terminou e somar na escola
      *>------------------------------------------------------------------------
       fechar-turma section.
           move "  Total da turma" to ws-tot-titulo
           move ws-cont-turma to ws-cont-aluno
           perform montar-contagens
           initialize ws-cont-aluno
           move ws-det-contagens to ws-tot-contagens
           move ws-linha-total to rl-linha
           perform escrever-linha
           move ws-ct-alunos to ws-tot-alunos
           move ws-linha-alunos-turma to rl-linha
           perform escrever-linha

           add ws-ct-incidentes      to ws-ce-incidentes
           add ws-ct-advertencias    to ws-ce-advertencias
           add ws-ct-suspensoes      to ws-ce-suspensoes
           add ws-ct-reunioes        to ws-ce-reunioes
           add ws-ct-graves          to ws-ce-graves
           add ws-ct-nao-notificados to ws-ce-nao-notificados
           .
       fechar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Editar as contagens de ws-cont-aluno nas colunas da linha
      *>------------------------------------------------------------------------
       montar-contagens section.
           move ws-ca-incidentes      to ws-det-incidentes
           move ws-ca-advertencias    to ws-det-advertencias
           move ws-ca-suspensoes      to ws-det-suspensoes
           move ws-ca-reunioes        to ws-det-reunioes
           move ws-ca-graves          to ws-det-graves
           move ws-ca-nao-notificados to ws-det-nao-notificados
           .
       montar-contagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em rl-linha no relatório
      *>------------------------------------------------------------------------
       escrever-linha section.
           write rl-linha
           if ws-fs-arqRelatorio <> 0 then
               move 9                                            to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                           to ws-msn-erro-cod
               move "Erro ao escrever arq. resumoOcorrencias"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.
           close arqOcorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 12                                 to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorio
           if ws-fs-arqRelatorio <> 0 then
               move 13                                           to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                           to ws-msn-erro-cod
               move "Erro ao fechar arq. resumoOcorrencias"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           stop run
           .
       finaliza-exit.
           exit.
