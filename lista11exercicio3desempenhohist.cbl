      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3desempenhohist".
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
      *> histórico escolar acumulado pelo fechamento de ano, um
      *> registro por aluno e ano letivo encerrado
           select arqHistorico assign to "arqHistorico.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistorico.

      *> arquivo temporário da ordenação
           select ws-arq-ordenacao assign to "wsorddesemp.tmp".

      *> análise de desempenho por ano, turma e disciplina, no mesmo
      *> formato de 80 colunas dos demais relatórios
           select arqRelatorio assign to "desempenhoHistorico.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *> os mesmos números em csv, para a direção montar os gráficos
           select arqCsv assign to "desempenhoHistorico.csv"
           organization is line sequential
           file status is ws-fs-arqCsv.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqHistorico.
           copy HISTORICO.

      *> arquivo de trabalho usado para ordenar as notas arquivadas por
      *> turma, disciplina e ano (um registro por aluno/disciplina/ano),
      *> deixando os anos de cada turma/disciplina em sequência para a
      *> variação de um ano para o outro
       sd ws-arq-ordenacao.
       01 sd-registro.
           05 sd-turma                             pic x(03).
           05 sd-disciplina                        pic x(10).
           05 sd-ano                               pic 9(04).
           05 sd-nota                              pic 9(02)v99.
           05 sd-recuperacao                       pic 9(02)v99.
           05 sd-sit-disc                          pic x(09).

       fd arqRelatorio.
       01 rl-linha                                 pic x(80).

       fd arqCsv.
       01 rl-linha-csv                             pic x(300).

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqRelatorio                       pic 9(02).
       77 ws-fs-arqCsv                             pic 9(02).

       77 ws-idx-nota-hist                         pic 9(01).
       77 ws-aux-fim-ordenacao                     pic x(01) value "N".
       77 ws-qtd-registros                         pic 9(06) value zero.

      *> controle das quebras (turma/disciplina e ano)
       77 ws-turma-atual                           pic x(03).
       77 ws-disciplina-atual                      pic x(10).
       77 ws-ano-atual                             pic 9(04).

      *> contagem do grupo corrente (ano de uma turma/disciplina) ou de
      *> um ano inteiro da escola: alunos, aprovados, reprovados, quem
      *> fez recuperação, aprovados só pela recuperação, aprovados pelo
      *> conselho e a soma das notas finais
       01 ws-grupo.
           05 ws-gr-alunos                         pic 9(05).
           05 ws-gr-aprovados                      pic 9(05).
           05 ws-gr-reprovados                     pic 9(05).
           05 ws-gr-recuperacao                    pic 9(05).
           05 ws-gr-so-recuperacao                 pic 9(05).
           05 ws-gr-conselho                       pic 9(05).
           05 ws-gr-soma-notas                     pic 9(07)v99.

      *> indicadores calculados do grupo e os do ano anterior da mesma
      *> turma/disciplina (ou da escola), para a variação
       01 ws-indicadores.
           05 ws-ind-alunos                        pic 9(05).
           05 ws-ind-taxa-aprov                    pic 9(03)v9.
           05 ws-ind-taxa-reprov                   pic 9(03)v9.
           05 ws-ind-taxa-recup                    pic 9(03)v9.
           05 ws-ind-so-recup                      pic 9(05).
           05 ws-ind-conselho                      pic 9(05).
           05 ws-ind-media                         pic 9(02)v99.
       01 ws-indicadores-ant.
           05 ws-ant-alunos                        pic 9(05).
           05 ws-ant-taxa-aprov                    pic 9(03)v9.
           05 ws-ant-taxa-reprov                   pic 9(03)v9.
           05 ws-ant-taxa-recup                    pic 9(03)v9.
           05 ws-ant-so-recup                      pic 9(05).
           05 ws-ant-conselho                      pic 9(05).
           05 ws-ant-media                         pic 9(02)v99.
       77 ws-tem-ano-anterior                      pic x(01).

      *> variações (ano corrente menos o anterior)
       01 ws-variacoes.
           05 ws-var-alunos                        pic s9(05).
           05 ws-var-taxa-aprov                    pic s9(03)v9.
           05 ws-var-taxa-reprov                   pic s9(03)v9.
           05 ws-var-taxa-recup                    pic s9(03)v9.
           05 ws-var-so-recup                      pic s9(05).
           05 ws-var-conselho                      pic s9(05).
           05 ws-var-media                         pic s9(02)v99.

      *> totais da escola por ano, acumulados durante a impressão e
      *> impressos no resumo do fim
       77 ws-qtd-anos                              pic 9(02) value zero.
       77 ws-idx-ano                               pic 9(02).
       77 ws-idx-ano-achado                        pic 9(02).
       77 ws-idx-desloca                           pic 9(02).
       01 ws-tab-anos.
           05 ws-ano-ocor occurs 50 times.
               10 ws-ta-ano                        pic 9(04).
               10 ws-ta-grupo.
                   15 ws-ta-alunos                 pic 9(05).
                   15 ws-ta-aprovados              pic 9(05).
                   15 ws-ta-reprovados             pic 9(05).
                   15 ws-ta-recuperacao            pic 9(05).
                   15 ws-ta-so-recuperacao         pic 9(05).
                   15 ws-ta-conselho               pic 9(05).
                   15 ws-ta-soma-notas             pic 9(07)v99.

      *> linhas do relatório
       01 ws-cabecalho-1.
           05 filler                               pic x(18) value spaces.
           05 filler                               pic x(44) value
               "Desempenho por ano - historico escolar".
           05 filler                               pic x(18) value spaces.

       01 ws-linha-legenda-1.
           05 filler                               pic x(80) value
               "  Aprov%/Reprov% = alunos aprovados/reprovados na disciplina; Recup% = fizeram".
       01 ws-linha-legenda-2.
           05 filler                               pic x(80) value
               "  recuperacao; S/rec = aprovados so pela recuperacao; Cons. = pelo conselho".
       01 ws-linha-legenda-3.
           05 filler                               pic x(80) value
               "  var. = variacao em relacao ao ano anterior da mesma turma/disciplina".

       01 ws-linha-grupo.
           05 filler                               pic x(07) value "Turma: ".
           05 ws-sub-turma                         pic x(03).
           05 filler                               pic x(15) value
               "   Disciplina: ".
           05 ws-sub-disciplina                    pic x(10).

       01 ws-linha-resumo-tit.
           05 filler                               pic x(40) value
               "Resumo da escola por ano:".

       01 ws-cabecalho-2.
           05 filler                               pic x(56) value
               "  Ano Alunos  Aprov% Reprov%  Recup% S/rec Cons.   Media".

       01 ws-linha-detalhe.
           05 filler                               pic x(02) value spaces.
           05 ws-det-ano                           pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 ws-det-alunos                        pic zzz9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-taxa-aprov                    pic zz9,9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-taxa-reprov                   pic zz9,9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-taxa-recup                    pic zz9,9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-so-recup                      pic zz9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-conselho                      pic zz9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-media                         pic z9,99.

       01 ws-linha-variacao.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(04) value "var.".
           05 filler                               pic x(02) value spaces.
           05 ws-vd-alunos                         pic +zz9.
           05 filler                               pic x(02) value spaces.
           05 ws-vd-taxa-aprov                     pic +zz9,9.
           05 filler                               pic x(02) value spaces.
           05 ws-vd-taxa-reprov                    pic +zz9,9.
           05 filler                               pic x(02) value spaces.
           05 ws-vd-taxa-recup                     pic +zz9,9.
           05 filler                               pic x(02) value spaces.
           05 ws-vd-so-recup                       pic +zz9.
           05 filler                               pic x(02) value spaces.
           05 ws-vd-conselho                       pic +zz9.
           05 filler                               pic x(02) value spaces.
           05 ws-vd-media                          pic +z9,99.

      *> montagem da linha do csv
       77 ws-ptr-csv                               pic 9(03).
       77 ws-csv-turma                             pic x(05).
       77 ws-csv-disciplina                        pic x(10).
       77 ws-campo-csv                             pic x(12).
       77 ws-pos-campo                             pic 9(02).
       77 ws-tam-campo                             pic 9(02).
       77 ws-csv-aspas                             pic x(01).
      *> aspas usadas para proteger os valores com vírgula decimal
       77 ws-aspas                                 pic x(01) value x"22".
       77 ws-csv-contagem                          pic zzzz9.
       77 ws-csv-taxa                              pic zz9,9.
       77 ws-csv-media                             pic z9,99.
       77 ws-csv-var-contagem                      pic -zzzz9.
       77 ws-csv-var-taxa                          pic -zz9,9.
       77 ws-csv-var-media                         pic -z9,99.

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
           perform gerar-relatorio.
           perform imprimir-resumo-anos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para abrir os arquivos e escrever os cabeçalhos
      *>------------------------------------------------------------------------
       inicializa section.
           open input arqHistorico
           if ws-fs-arqHistorico <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 2                                           to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                          to ws-msn-erro-cod
               move "Erro ao abrir arq. desempenhoHistorico"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCsv
           if ws-fs-arqCsv <> 00 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqCsv                                  to ws-msn-erro-cod
               move "Erro ao abrir arq. desempenhoHistorico.csv"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cabecalho-1 to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           perform escrever-linha
           move ws-linha-legenda-1 to rl-linha
           perform escrever-linha
           move ws-linha-legenda-2 to rl-linha
           perform escrever-linha
           move ws-linha-legenda-3 to rl-linha
           perform escrever-linha

      *> primeira linha do csv com o nome das colunas; as linhas com
      *> turma e disciplina TODAS são o total da escola no ano
           move "ano,turma,disciplina,alunos,aprovados,reprovados,recuperacao,aprovados_so_recuperacao,aprovados_conselho,taxa_aprovacao,taxa_reprovacao,taxa_recuperacao,media,var_taxa_aprovacao,var_taxa_reprovacao,var_taxa_recuperacao,var_aprovados_so_recuperacao,var_aprovados_conselho,var_media"
               to rl-linha-csv
           perform escrever-linha-csv
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar as notas arquivadas por turma, disciplina e ano e
      *> imprimir os indicadores de cada grupo
      *>------------------------------------------------------------------------
       gerar-relatorio section.
           sort ws-arq-ordenacao
               on ascending key sd-turma
               on ascending key sd-disciplina
               on ascending key sd-ano
               input procedure is carregar-ordenacao
               output procedure is imprimir-ordenacao
           .
       gerar-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler arqHistorico do começo ao fim e soltar na ordenação uma
      *> linha por disciplina de cada aluno/ano (disciplina ainda
      *> CURSANDO, de ano fechado sem todos os bimestres, não entra)
      *>------------------------------------------------------------------------
       carregar-ordenacao section.
           move low-values to fd-hist-chave
           start arqHistorico key is not less than fd-hist-chave
           if ws-fs-arqHistorico <> 00
           and ws-fs-arqHistorico <> 23 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqHistorico" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistorico = 00 then
               perform until ws-fs-arqHistorico <> 00
                   read arqHistorico next
                   if ws-fs-arqHistorico = 00 then
                       move 1 to ws-idx-nota-hist
                       perform until ws-idx-nota-hist > fd-hist-qtd-notas
                           if fd-hist-sit-disc (ws-idx-nota-hist) <> "CURSANDO" then
                               move fd-hist-turma to sd-turma
                               move fd-hist-disciplina (ws-idx-nota-hist)
                                   to sd-disciplina
                               move fd-hist-ano   to sd-ano
                               move fd-hist-nota (ws-idx-nota-hist)
                                   to sd-nota
                               move fd-hist-recuperacao (ws-idx-nota-hist)
                                   to sd-recuperacao
                               move fd-hist-sit-disc (ws-idx-nota-hist)
                                   to sd-sit-disc
                               release sd-registro
                               add 1 to ws-qtd-registros
                           end-if
                           add 1 to ws-idx-nota-hist
                       end-perform
                   else
                       if ws-fs-arqHistorico <> 10 then
                           move 5                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistorico"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       carregar-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Devolver os registros já ordenados e imprimir uma linha por
      *> ano de cada turma/disciplina, com a variação para o ano
      *> anterior da mesma turma/disciplina
      *>------------------------------------------------------------------------
       imprimir-ordenacao section.
           move "N" to ws-aux-fim-ordenacao
           move high-values to ws-turma-atual
           move high-values to ws-disciplina-atual
           move zero to ws-ano-atual
           initialize ws-grupo

           perform until ws-aux-fim-ordenacao = "S"
               return ws-arq-ordenacao
                   at end
                       move "S" to ws-aux-fim-ordenacao
               end-return

               if ws-aux-fim-ordenacao <> "S" then
                   if sd-turma      <> ws-turma-atual
                   or sd-disciplina <> ws-disciplina-atual then
                       perform fechar-grupo-ano
                       perform imprimir-cabecalho-grupo
                   else
                       if sd-ano <> ws-ano-atual then
                           perform fechar-grupo-ano
                       end-if
                   end-if
                   move sd-ano to ws-ano-atual
                   perform somar-registro
               end-if
           end-perform

           perform fechar-grupo-ano

           if ws-qtd-registros = zero then
               move "  Nenhum ano arquivado no historico." to rl-linha
               perform escrever-linha
           end-if
           .
       imprimir-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cabeçalho de uma nova turma/disciplina (sem ano anterior ainda)
      *>------------------------------------------------------------------------
       imprimir-cabecalho-grupo section.
           move sd-turma      to ws-turma-atual
           move sd-disciplina to ws-disciplina-atual
           move "N" to ws-tem-ano-anterior

           move spaces to rl-linha
           perform escrever-linha
           move sd-turma      to ws-sub-turma
           move sd-disciplina to ws-sub-disciplina
           move ws-linha-grupo to rl-linha
           perform escrever-linha
           move ws-cabecalho-2 to rl-linha
           perform escrever-linha
           .
       imprimir-cabecalho-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar o registro devolvido pela ordenação no grupo corrente:
      *> aprovado só pela recuperação é quem ficou com nota final
      *> abaixo de 6 e passou na prova; APR.CONS. é a aprovação pelo
      *> conselho de classe
      *>------------------------------------------------------------------------
       somar-registro section.
           add 1 to ws-gr-alunos
           add sd-nota to ws-gr-soma-notas
           if sd-recuperacao > zero then
               add 1 to ws-gr-recuperacao
           end-if
           evaluate sd-sit-disc
               when "APROVADO"
                   add 1 to ws-gr-aprovados
                   if sd-nota < 6
                   and sd-recuperacao >= 6 then
                       add 1 to ws-gr-so-recuperacao
                   end-if
               when "APR.CONS."
                   add 1 to ws-gr-aprovados
                   add 1 to ws-gr-conselho
               when "REPROVADO"
                   add 1 to ws-gr-reprovados
           end-evaluate
           .
       somar-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fechar o ano do grupo corrente: imprimir os indicadores e a
      *> variação, acrescentar no total da escola do ano e zerar o
      *> grupo para o próximo ano
      *>------------------------------------------------------------------------
       fechar-grupo-ano section.
           if ws-gr-alunos > zero then
               perform calcular-indicadores
               perform imprimir-indicadores
               move ws-turma-atual      to ws-csv-turma
               move ws-disciplina-atual to ws-csv-disciplina
               perform escrever-indicadores-csv
               move ws-indicadores to ws-indicadores-ant
               move "S" to ws-tem-ano-anterior
               perform acumular-ano-escola
           end-if
           initialize ws-grupo
           .
       fechar-grupo-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Calcular as taxas e a média do grupo e a variação para os
      *> indicadores do ano anterior (quando houver)
      *>------------------------------------------------------------------------
       calcular-indicadores section.
           move ws-gr-alunos         to ws-ind-alunos
           move ws-gr-so-recuperacao to ws-ind-so-recup
           move ws-gr-conselho       to ws-ind-conselho
           compute ws-ind-taxa-aprov rounded =
               ws-gr-aprovados * 100 / ws-gr-alunos
           compute ws-ind-taxa-reprov rounded =
               ws-gr-reprovados * 100 / ws-gr-alunos
           compute ws-ind-taxa-recup rounded =
               ws-gr-recuperacao * 100 / ws-gr-alunos
           compute ws-ind-media rounded =
               ws-gr-soma-notas / ws-gr-alunos

           if ws-tem-ano-anterior = "S" then
               compute ws-var-alunos      = ws-ind-alunos      - ws-ant-alunos
               compute ws-var-taxa-aprov  = ws-ind-taxa-aprov  - ws-ant-taxa-aprov
               compute ws-var-taxa-reprov = ws-ind-taxa-reprov - ws-ant-taxa-reprov
               compute ws-var-taxa-recup  = ws-ind-taxa-recup  - ws-ant-taxa-recup
               compute ws-var-so-recup    = ws-ind-so-recup    - ws-ant-so-recup
               compute ws-var-conselho    = ws-ind-conselho    - ws-ant-conselho
               compute ws-var-media       = ws-ind-media       - ws-ant-media
           else
               initialize ws-variacoes
           end-if
           .
       calcular-indicadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a linha de indicadores do ano e, se houver ano
      *> anterior, a linha de variação
      *>------------------------------------------------------------------------
       imprimir-indicadores section.
           move ws-ano-atual       to ws-det-ano
           move ws-ind-alunos      to ws-det-alunos
           move ws-ind-taxa-aprov  to ws-det-taxa-aprov
           move ws-ind-taxa-reprov to ws-det-taxa-reprov
           move ws-ind-taxa-recup  to ws-det-taxa-recup
           move ws-ind-so-recup    to ws-det-so-recup
           move ws-ind-conselho    to ws-det-conselho
           move ws-ind-media       to ws-det-media
           move ws-linha-detalhe to rl-linha
           perform escrever-linha

           if ws-tem-ano-anterior = "S" then
               move ws-var-alunos      to ws-vd-alunos
               move ws-var-taxa-aprov  to ws-vd-taxa-aprov
               move ws-var-taxa-reprov to ws-vd-taxa-reprov
               move ws-var-taxa-recup  to ws-vd-taxa-recup
               move ws-var-so-recup    to ws-vd-so-recup
               move ws-var-conselho    to ws-vd-conselho
               move ws-var-media       to ws-vd-media
               move ws-linha-variacao to rl-linha
               perform escrever-linha
           end-if
           .
       imprimir-indicadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar o grupo fechado no total da escola do mesmo ano (tabela
      *> mantida em ordem de ano)
      *>------------------------------------------------------------------------
       acumular-ano-escola section.
           move zero to ws-idx-ano-achado
           move 1 to ws-idx-ano
           perform until ws-idx-ano > ws-qtd-anos
           or ws-idx-ano-achado > zero
               if ws-ta-ano (ws-idx-ano) >= ws-ano-atual then
                   move ws-idx-ano to ws-idx-ano-achado
               end-if
               add 1 to ws-idx-ano
           end-perform

           if ws-idx-ano-achado = zero
           or ws-ta-ano (ws-idx-ano-achado) <> ws-ano-atual then
      *> ano ainda não visto: abrindo a posição dele na tabela
               if ws-qtd-anos >= 50 then
                   move 6                                     to ws-msn-erro-ofsset
                   move zero                                  to ws-msn-erro-cod
                   move "Historico com mais de 50 anos"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-idx-ano-achado = zero then
                   add 1 to ws-qtd-anos
                   move ws-qtd-anos to ws-idx-ano-achado
               else
                   add 1 to ws-qtd-anos
                   move ws-qtd-anos to ws-idx-desloca
                   perform until ws-idx-desloca <= ws-idx-ano-achado
                       move ws-ano-ocor (ws-idx-desloca - 1)
                           to ws-ano-ocor (ws-idx-desloca)
                       subtract 1 from ws-idx-desloca
                   end-perform
               end-if
               move ws-ano-atual to ws-ta-ano (ws-idx-ano-achado)
               initialize ws-ta-grupo (ws-idx-ano-achado)
           end-if

           add ws-gr-alunos         to ws-ta-alunos (ws-idx-ano-achado)
           add ws-gr-aprovados      to ws-ta-aprovados (ws-idx-ano-achado)
           add ws-gr-reprovados     to ws-ta-reprovados (ws-idx-ano-achado)
           add ws-gr-recuperacao    to ws-ta-recuperacao (ws-idx-ano-achado)
           add ws-gr-so-recuperacao to ws-ta-so-recuperacao (ws-idx-ano-achado)
           add ws-gr-conselho       to ws-ta-conselho (ws-idx-ano-achado)
           add ws-gr-soma-notas     to ws-ta-soma-notas (ws-idx-ano-achado)
           .
       acumular-ano-escola-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo da escola inteira por ano, com a variação de um ano
      *> para o seguinte
      *>------------------------------------------------------------------------
       imprimir-resumo-anos section.
           if ws-qtd-anos > zero then
               move spaces to rl-linha
               perform escrever-linha
               move ws-linha-resumo-tit to rl-linha
               perform escrever-linha
               move ws-cabecalho-2 to rl-linha
               perform escrever-linha

               move "N" to ws-tem-ano-anterior
               move 1 to ws-idx-ano
               perform until ws-idx-ano > ws-qtd-anos
                   move ws-ta-ano (ws-idx-ano)   to ws-ano-atual
                   move ws-ta-grupo (ws-idx-ano) to ws-grupo
                   perform calcular-indicadores
                   perform imprimir-indicadores
                   move "TODAS" to ws-csv-turma
                   move "TODAS" to ws-csv-disciplina
                   perform escrever-indicadores-csv
                   move ws-indicadores to ws-indicadores-ant
                   move "S" to ws-tem-ano-anterior
                   add 1 to ws-idx-ano
               end-perform
           end-if

           display "Linhas de nota lidas do historico: " ws-qtd-registros
           display "Anos no historico: " ws-qtd-anos
           .
       imprimir-resumo-anos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar e escrever a linha do csv com os indicadores e as
      *> variações do grupo (variação vazia no primeiro ano)
      *>------------------------------------------------------------------------
       escrever-indicadores-csv section.
           move spaces to rl-linha-csv
           move 1 to ws-ptr-csv
           string ws-ano-atual delimited by size
                  ","          delimited by size
               into rl-linha-csv
               with pointer ws-ptr-csv
           end-string
           move ws-csv-turma to ws-campo-csv
           move "S" to ws-csv-aspas
           perform acrescentar-campo-csv
           move ws-csv-disciplina to ws-campo-csv
           perform acrescentar-campo-csv

           move "N" to ws-csv-aspas
           move ws-gr-alunos to ws-csv-contagem
           move ws-csv-contagem to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-gr-aprovados to ws-csv-contagem
           move ws-csv-contagem to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-gr-reprovados to ws-csv-contagem
           move ws-csv-contagem to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-gr-recuperacao to ws-csv-contagem
           move ws-csv-contagem to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-gr-so-recuperacao to ws-csv-contagem
           move ws-csv-contagem to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-gr-conselho to ws-csv-contagem
           move ws-csv-contagem to ws-campo-csv
           perform acrescentar-campo-csv

      *> taxas e média com vírgula decimal vão entre aspas
           move "S" to ws-csv-aspas
           move ws-ind-taxa-aprov to ws-csv-taxa
           move ws-csv-taxa to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-ind-taxa-reprov to ws-csv-taxa
           move ws-csv-taxa to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-ind-taxa-recup to ws-csv-taxa
           move ws-csv-taxa to ws-campo-csv
           perform acrescentar-campo-csv
           move ws-ind-media to ws-csv-media
           move ws-csv-media to ws-campo-csv
           perform acrescentar-campo-csv

           if ws-tem-ano-anterior = "S" then
               move ws-var-taxa-aprov to ws-csv-var-taxa
               move ws-csv-var-taxa to ws-campo-csv
               perform acrescentar-campo-csv
               move ws-var-taxa-reprov to ws-csv-var-taxa
               move ws-csv-var-taxa to ws-campo-csv
               perform acrescentar-campo-csv
               move ws-var-taxa-recup to ws-csv-var-taxa
               move ws-csv-var-taxa to ws-campo-csv
               perform acrescentar-campo-csv
               move "N" to ws-csv-aspas
               move ws-var-so-recup to ws-csv-var-contagem
               move ws-csv-var-contagem to ws-campo-csv
               perform acrescentar-campo-csv
               move ws-var-conselho to ws-csv-var-contagem
               move ws-csv-var-contagem to ws-campo-csv
               perform acrescentar-campo-csv
               move "S" to ws-csv-aspas
               move ws-var-media to ws-csv-var-media
               move ws-csv-var-media to ws-campo-csv
               perform acrescentar-campo-csv
           else
               string ",,,,,," delimited by size
                   into rl-linha-csv
                   with pointer ws-ptr-csv
               end-string
           end-if

      *> tirando a vírgula que sobrou depois da última coluna
           if rl-linha-csv (ws-ptr-csv - 1:1) = "," then
               move space to rl-linha-csv (ws-ptr-csv - 1:1)
           end-if
           perform escrever-linha-csv
           .
       escrever-indicadores-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescentar o valor em ws-campo-csv na linha do csv, sem os
      *> espaços das pontas, seguido de vírgula (entre aspas quando
      *> ws-csv-aspas = S); valor em branco vira coluna vazia
      *>------------------------------------------------------------------------
       acrescentar-campo-csv section.
           move 1 to ws-pos-campo
           perform until ws-pos-campo > 12
           or ws-campo-csv (ws-pos-campo:1) <> space
               add 1 to ws-pos-campo
           end-perform
           move 12 to ws-tam-campo
           perform until ws-tam-campo = 0
           or ws-campo-csv (ws-tam-campo:1) <> space
               subtract 1 from ws-tam-campo
           end-perform

           if ws-tam-campo = 0 then
               string "," delimited by size
                   into rl-linha-csv
                   with pointer ws-ptr-csv
               end-string
           else
               compute ws-tam-campo = ws-tam-campo - ws-pos-campo + 1
               if ws-csv-aspas = "S" then
                   string ws-aspas                                   delimited by size
                          ws-campo-csv (ws-pos-campo:ws-tam-campo)   delimited by size
                          ws-aspas                                   delimited by size
                          ","                                        delimited by size
                       into rl-linha-csv
                       with pointer ws-ptr-csv
                   end-string
               else
                   string ws-campo-csv (ws-pos-campo:ws-tam-campo)   delimited by size
                          ","                                        delimited by size
                       into rl-linha-csv
                       with pointer ws-ptr-csv
                   end-string
               end-if
           end-if
           .
       acrescentar-campo-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em rl-linha no relatório
      *>------------------------------------------------------------------------
       escrever-linha section.
           write rl-linha
           if ws-fs-arqRelatorio <> 0 then
               move 7                                             to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                            to ws-msn-erro-cod
               move "Erro ao escrever arq. desempenhoHistorico"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em rl-linha-csv no csv
      *>------------------------------------------------------------------------
       escrever-linha-csv section.
           write rl-linha-csv
           if ws-fs-arqCsv <> 0 then
               move 8                                             to ws-msn-erro-ofsset
               move ws-fs-arqCsv                                  to ws-msn-erro-cod
               move "Erro ao escrever desempenhoHistorico.csv"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-linha-csv-exit.
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
           close arqHistorico
           if ws-fs-arqHistorico <> 0 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistorico"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorio
           if ws-fs-arqRelatorio <> 0 then
               move 10                                           to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                           to ws-msn-erro-cod
               move "Erro ao fechar arq. desempenhoHistorico"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCsv
           if ws-fs-arqCsv <> 0 then
               move 11                                            to ws-msn-erro-ofsset
               move ws-fs-arqCsv                                  to ws-msn-erro-cod
               move "Erro ao fechar desempenhoHistorico.csv"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           stop run
           .
       finaliza-exit.
           exit.
