      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3consolidafreq".
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
      *> chamada diária, lida pela chave do aluno (aluno + data +
      *> disciplina); as chamadas ainda não somadas são marcadas como
      *> consolidadas aqui
           select optional arqChamada assign to "arqChamada.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cha-chave
           alternate record key is fd-cha-chave-aluno with duplicates
           file status is ws-fs-arqChamada.

      *> totais de aulas dadas e faltas por aluno/disciplina, que
      *> recebem as chamadas do dia (a regra dos 75% continua lendo
      *> só esses totais)
           select optional arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-cod
           file status is ws-fs-arqFrequencia.

      *> cadastro de alunos, lido para o nome, o responsável e o
      *> telefone dos alunos do relatório de busca ativa
           select arqAlunos assign to "arqAlunos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

      *> ocorrências disciplinares: falta em dia de suspensão do aluno
      *> é justificada (não soma nas faltas nem conta na busca ativa)
           select optional arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencias.

      *> relatório de busca ativa (FICAI) para o Conselho Tutelar
           select arqBuscaAtiva assign to "buscaAtiva.txt"
           organization is line sequential
           file status is ws-fs-arqBuscaAtiva.

      *> log diário dos registros encontrados presos por um terminal
      *> (arqBloqueiosAAAAMMDD.txt, o mesmo do programa principal)
           select optional arqBloqueios assign to ws-nome-bloqueios
           organization is line sequential
           file status is ws-fs-arqBloqueios.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqChamada.
           copy CHAMADA.

       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqAlunos.
           copy CADASTRO.

       fd arqOcorrencias.
           copy OCORRENCIA.

       fd arqBuscaAtiva.
       01 rl-busca-ativa                           pic x(80).

       fd arqBloqueios.
           copy BLOQUEIO.

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqChamada                         pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqBuscaAtiva                      pic 9(02).
       77 ws-fs-arqOcorrencias                     pic 9(02).
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
       77 ws-bloq-cod                              pic 9(03).
       77 ws-bloq-freq-cod                         pic 9(03).
       77 ws-qtd-bloqueios                         pic 9(05) value zero.

      *> limites da busca ativa no mês: dias seguidos de falta ou dias
      *> de falta no total (seguidos ou alternados)
       77 ws-limite-seguidas                       pic 9(02) value 5.
       77 ws-limite-no-mes                         pic 9(02) value 7.

      *> aluno/mês em apuração e o dia lido, com a visão por partes da
      *> data da chamada (AAAAMMDD)
       77 ws-fim-chamada                           pic x(01) value "N".
       77 ws-ba-aluno-lido                         pic x(01) value "N".
       77 ws-ba-aluno                              pic 9(03).
       01 ws-ba-mes                                pic 9(06).
       01 ws-ba-mes-r redefines ws-ba-mes.
           05 ws-ba-mes-ano                        pic 9(04).
           05 ws-ba-mes-mes                        pic 9(02).
       77 ws-ba-dia                                pic 9(08).
       01 ws-ba-data-lida                          pic 9(08).
       01 ws-ba-data-lida-r redefines ws-ba-data-lida.
           05 ws-ba-data-ano-mes                   pic 9(06).
           05 ws-ba-data-dia                       pic 9(02).

      *> contadores do dia (chamadas do aluno e em quantas faltou) e do
      *> mês (dias em que faltou a todas, sequência atual, que pode vir
      *> do mês anterior, e a maior alcançada no mês)
      *> um dia só conta como falta quando o aluno faltou a todas as
      *> chamadas feitas para ele naquele dia
       77 ws-ba-dia-chamadas                       pic 9(02).
       77 ws-ba-dia-faltas                         pic 9(02).
       77 ws-ba-dias-falta                         pic 9(02).
       77 ws-ba-seguidas                           pic 9(02).
       77 ws-ba-maior-seguidas                     pic 9(02).

      *> disciplina da chamada no registro de frequência do aluno
       77 ws-freq-existe                           pic x(01).
       77 ws-idx-freq                              pic 9(01).
       77 ws-idx-freq-achou                        pic 9(01).

      *> períodos de suspensão do aluno da chamada lida, carregados
      *> uma vez por aluno (as chamadas vêm em ordem de aluno), e a
      *> marca de dia de suspensão da chamada lida
       77 ws-susp-aluno                            pic 9(03).
       77 ws-susp-carregada                        pic x(01) value "N".
       77 ws-qtd-susp                              pic 9(02).
       77 ws-idx-susp                              pic 9(02).
       77 ws-dia-suspenso                          pic x(01).
       01 ws-tab-suspensoes.
           05 ws-susp-ocor occurs 50 times.
               10 ws-susp-inicio                   pic 9(08).
               10 ws-susp-fim                      pic 9(08).

      *> contadores para o resumo de fim de processamento
       77 ws-qtd-consolidados                      pic 9(05) value zero.
       77 ws-qtd-faltas                            pic 9(05) value zero.
       77 ws-qtd-pendentes                         pic 9(05) value zero.
       77 ws-qtd-alertas                           pic 9(05) value zero.
       77 ws-qtd-justificadas                      pic 9(05) value zero.
       77 ws-data-sistema                          pic 9(08).

      *> linhas do relatório de busca ativa
       01 ws-cabecalho-1.
           05 filler                               pic x(42) value
               "Busca ativa / FICAI - Conselho Tutelar - ".
           05 ws-cab-data                          pic 9(08).

       01 ws-cabecalho-2.
           05 filler                               pic x(70) value
               "Alunos com 5 dias seguidos ou 7 dias de falta no mes".

       01 ws-linha-aluno.
           05 filler                               pic x(06) value "Aluno ".
           05 ws-rel-cod                           pic 9(03).
           05 filler                               pic x(03) value " - ".
           05 ws-rel-nome                          pic x(40).
           05 filler                               pic x(09) value
               "  Turma: ".
           05 ws-rel-turma                         pic x(03).

       01 ws-linha-faltas.
           05 filler                               pic x(07) value
               "  Mes: ".
           05 ws-rel-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-rel-ano                           pic 9(04).
           05 filler                               pic x(18) value
               "   Dias seguidos: ".
           05 ws-rel-seguidas                      pic z9.
           05 filler                               pic x(25) value
               "   Dias de falta no mes: ".
           05 ws-rel-dias-falta                    pic z9.

       01 ws-linha-responsavel.
           05 filler                               pic x(15) value
               "  Responsavel: ".
           05 ws-rel-responsavel                   pic x(40).
           05 filler                               pic x(08) value
               "  Fone: ".
           05 ws-rel-telefone                      pic x(13).

       01 ws-linha-pendente.
           05 filler                               pic x(26) value
               "Chamada nao somada: aluno ".
           05 ws-rel-pend-cod                      pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-rel-pend-disc                     pic x(10).
           05 filler                               pic x(01) value space.
           05 ws-rel-pend-data                     pic 9(08).
           05 ws-rel-pend-motivo                   pic x(31).

      *> linhas do resumo de fim de processamento
       01 ws-linha-tot-1.
           05 filler                               pic x(30) value
               "Chamadas consolidadas.....: ".
           05 ws-tot-consolidados                  pic zzzz9.

       01 ws-linha-tot-2.
           05 filler                               pic x(30) value
               "Faltas somadas............: ".
           05 ws-tot-faltas                        pic zzzz9.

       01 ws-linha-tot-3.
           05 filler                               pic x(30) value
               "Chamadas nao somadas......: ".
           05 ws-tot-pendentes                     pic zzzz9.

       01 ws-linha-tot-4.
           05 filler                               pic x(30) value
               "Alunos/mes na busca ativa.: ".
           05 ws-tot-alertas                       pic zzzz9.

       01 ws-linha-tot-5.
           05 filler                               pic x(30) value
               "Faltas justificadas (susp.): ".
           05 ws-tot-justificadas                  pic zzzz9.

       01 ws-linha-tot-6.
           05 filler                               pic x(30) value
               "Conflitos de bloqueio.....: ".
           05 ws-tot-bloqueios                     pic zzzz9.

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
           perform processar-chamadas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para abrir os arquivos e escrever o cabeçalho
      *>------------------------------------------------------------------------
       inicializa section.
           open i-o arqChamada
           if ws-fs-arqChamada  <> 00
           and ws-fs-arqChamada <> 05 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqChamada                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamada"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFrequencia
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos <> 00 then
               move 3                                 to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOcorrencias
           if ws-fs-arqOcorrencias  <> 00
           and ws-fs-arqOcorrencias <> 05 then
               move 17                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqBuscaAtiva
           if ws-fs-arqBuscaAtiva <> 00 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                to ws-msn-erro-cod
               move "Erro ao abrir arq. buscaAtiva"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-cab-data
           move ws-cabecalho-1 to rl-busca-ativa
           write rl-busca-ativa
           move ws-cabecalho-2 to rl-busca-ativa
           write rl-busca-ativa
           move spaces to rl-busca-ativa
           write rl-busca-ativa
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler todas as chamadas na ordem aluno + data + disciplina,
      *> somando na frequência as que ainda não foram consolidadas e
      *> apurando, por aluno e mês, os dias de falta para a busca ativa
      *>------------------------------------------------------------------------
       processar-chamadas section.
           move zeros  to fd-cha-alu-cod
           move zeros  to fd-cha-alu-data
           move spaces to fd-cha-alu-disc
           start arqChamada key is not less than fd-cha-chave-aluno
           if ws-fs-arqChamada <> 00
           and ws-fs-arqChamada <> 23
           and ws-fs-arqChamada <> 05 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqChamada                       to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqChamada"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqChamada = 00 then
               perform until ws-fim-chamada = "S"
                   read arqChamada next
                   if ws-fs-arqChamada = 00 then
                       perform tratar-chamada
                   else
                       if ws-fs-arqChamada = 10 then
                           move "S" to ws-fim-chamada
                       else
                           move 6                                 to ws-msn-erro-ofsset
                           move ws-fs-arqChamada                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqChamada"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

      *> fechando o último dia e o último mês apurados
               if ws-ba-aluno-lido = "S" then
                   perform fechar-dia-aluno
                   perform avaliar-mes-aluno
               end-if
           end-if

           perform escrever-resumo
           .
       processar-chamadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tratar a chamada lida: quebra de aluno/mês (avalia o mês que
      *> terminou), quebra de dia (fecha o dia anterior), contagem da
      *> chamada no dia e consolidação se ainda não foi somada. Os dias
      *> seguidos de falta não param na virada do mês (só na troca de
      *> aluno): a sequência que passa de um mês para o outro entra no
      *> mês em que chega ao limite
      *>------------------------------------------------------------------------
       tratar-chamada section.
           move fd-cha-alu-data to ws-ba-data-lida

           if fd-cha-alu-cod     <> ws-ba-aluno
           or ws-ba-data-ano-mes <> ws-ba-mes
           or ws-ba-aluno-lido   =  "N" then
               if ws-ba-aluno-lido = "S" then
                   perform fechar-dia-aluno
                   perform avaliar-mes-aluno
               end-if
               if fd-cha-alu-cod   <> ws-ba-aluno
               or ws-ba-aluno-lido =  "N" then
                   move zeros to ws-ba-seguidas
               end-if
               move "S"                to ws-ba-aluno-lido
               move fd-cha-alu-cod     to ws-ba-aluno
               move ws-ba-data-ano-mes to ws-ba-mes
               move fd-cha-alu-data    to ws-ba-dia
               move zeros to ws-ba-dias-falta
               move zeros to ws-ba-maior-seguidas
               move zeros to ws-ba-dia-chamadas
               move zeros to ws-ba-dia-faltas
           end-if

           if fd-cha-alu-data <> ws-ba-dia then
               perform fechar-dia-aluno
               move fd-cha-alu-data to ws-ba-dia
           end-if

      *> chamada em dia de suspensão não conta para a busca ativa:
      *> o aluno estava afastado pela escola
           perform verificar-dia-suspenso
           if ws-dia-suspenso = "N" then
               add 1 to ws-ba-dia-chamadas
               if fd-cha-falta then
                   add 1 to ws-ba-dia-faltas
               end-if
           end-if

           if not fd-cha-ja-consolidada then
               perform consolidar-chamada
           end-if
           .
       tratar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fechar o dia apurado do aluno: faltou a todas as chamadas do
      *> dia = um dia de falta (e mais um na sequência); esteve em
      *> alguma = a sequência de dias seguidos recomeça
      *>------------------------------------------------------------------------
       fechar-dia-aluno section.
           if ws-ba-dia-chamadas > zero then
               if ws-ba-dia-faltas = ws-ba-dia-chamadas then
                   add 1 to ws-ba-dias-falta
                   add 1 to ws-ba-seguidas
                   if ws-ba-seguidas > ws-ba-maior-seguidas then
                       move ws-ba-seguidas to ws-ba-maior-seguidas
                   end-if
               else
                   move zeros to ws-ba-seguidas
               end-if
           end-if
           move zeros to ws-ba-dia-chamadas
           move zeros to ws-ba-dia-faltas
           .
       fechar-dia-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Avaliar o mês apurado do aluno contra os limites da busca
      *> ativa e, se passou de algum, apontar no relatório com o
      *> responsável e o telefone do cadastro (aluno inativo não entra:
      *> ele já saiu da escola)
      *>------------------------------------------------------------------------
       avaliar-mes-aluno section.
           if ws-ba-maior-seguidas >= ws-limite-seguidas
           or ws-ba-dias-falta     >= ws-limite-no-mes then
               move ws-ba-aluno to fd-cod
               perform ler-aluno
               if ws-fs-arqAlunos <> 00
               and ws-fs-arqAlunos <> 23
               and ws-fs-arqAlunos <> 51 then
                   move 11                                to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlunos = 23 then
                   move spaces to fd-nome
                   move "(aluno fora do cadastro)" to fd-nome
                   move spaces to fd-turma
                   move spaces to fd-responsavel-legal
                   move spaces to fd-nome_mae
                   move spaces to fd-nome_pai
                   move spaces to fd-telefone
                   move "ATIVO" to fd-status
               end-if

      *> cadastro preso por um terminal além da espera: o aluno sai na
      *> busca ativa sem os dados do cadastro, para não ficar de fora
               if ws-fs-arqAlunos = 51 then
                   move spaces to fd-nome
                   move "(cadastro em uso no terminal)" to fd-nome
                   move spaces to fd-turma
                   move spaces to fd-responsavel-legal
                   move spaces to fd-nome_mae
                   move spaces to fd-nome_pai
                   move spaces to fd-telefone
                   move "ATIVO" to fd-status
               end-if

               if not fd-status-inativo then
                   perform apontar-busca-ativa
               end-if
           end-if
           .
       avaliar-mes-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever o aluno/mês da busca ativa (responsável legal; sem
      *> ele, a mãe ou o pai do cadastro)
      *>------------------------------------------------------------------------
       apontar-busca-ativa section.
           add 1 to ws-qtd-alertas

           move ws-ba-aluno to ws-rel-cod
           move fd-nome     to ws-rel-nome
           move fd-turma    to ws-rel-turma
           move ws-linha-aluno to rl-busca-ativa
           perform escrever-linha

           move ws-ba-mes-ano to ws-rel-ano
           move ws-ba-mes-mes to ws-rel-mes
           move ws-ba-maior-seguidas to ws-rel-seguidas
           move ws-ba-dias-falta     to ws-rel-dias-falta
           move ws-linha-faltas to rl-busca-ativa
           perform escrever-linha

           evaluate true
               when fd-responsavel-legal <> spaces
                   move fd-responsavel-legal to ws-rel-responsavel
               when fd-nome_mae <> spaces
                   move fd-nome_mae to ws-rel-responsavel
               when other
                   move fd-nome_pai to ws-rel-responsavel
           end-evaluate
           move fd-telefone to ws-rel-telefone
           move ws-linha-responsavel to rl-busca-ativa
           perform escrever-linha

           move spaces to rl-busca-ativa
           perform escrever-linha
           .
       apontar-busca-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar a chamada lida no registro de frequência do aluno (aulas
      *> dadas sempre, faltas quando ele faltou) e marcá-la como
      *> consolidada; a disciplina que ainda não está no registro entra
      *> no fim dele, até o limite de 6
      *>------------------------------------------------------------------------
       consolidar-chamada section.
           move fd-cha-alu-cod to fd-freq-cod
           perform ler-frequencia
           evaluate ws-fs-arqFrequencia
               when 00
                   move "S" to ws-freq-existe
               when 23
               when 05
                   move "N" to ws-freq-existe
                   move fd-cha-alu-cod to fd-freq-cod
                   move zero to fd-freq-qtd-disc
               when 51
                   move "N" to ws-freq-existe
               when other
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia"      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

      *> frequência presa por um terminal além da espera: a chamada
      *> fica sem somar e é tentada de novo na próxima rodada
           if ws-fs-arqFrequencia = 51 then
               move " - frequencia em uso" to ws-rel-pend-motivo
               perform apontar-chamada-pendente
           else
               move zero to ws-idx-freq-achou
               move 1 to ws-idx-freq
               perform until ws-idx-freq > fd-freq-qtd-disc
               or ws-idx-freq-achou > zero
                   if fd-freq-disciplina (ws-idx-freq) = fd-cha-alu-disc then
                       move ws-idx-freq to ws-idx-freq-achou
                   end-if
                   add 1 to ws-idx-freq
               end-perform

               if ws-idx-freq-achou = zero
               and fd-freq-qtd-disc < 6 then
                   add 1 to fd-freq-qtd-disc
                   move fd-freq-qtd-disc to ws-idx-freq-achou
                   move fd-cha-alu-disc to fd-freq-disciplina (ws-idx-freq-achou)
                   move zeros to fd-freq-aulas-dadas (ws-idx-freq-achou)
                   move zeros to fd-freq-faltas (ws-idx-freq-achou)
               end-if

               if ws-idx-freq-achou = zero then
      *> sem lugar para a disciplina: a chamada fica para a secretaria
      *> acertar as disciplinas do aluno e é tentada de novo amanhã
                   move " - aluno ja tem 6 disciplinas" to ws-rel-pend-motivo
                   perform apontar-chamada-pendente
               else
                   perform somar-chamada-frequencia
               end-if
           end-if
           .
       consolidar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar a chamada lida na disciplina ws-idx-freq-achou do registro
      *> de frequência, gravá-lo e marcar a chamada como consolidada (se
      *> a frequência continuar presa por um terminal, nada é somado e
      *> a chamada fica para a próxima rodada)
      *>------------------------------------------------------------------------
       somar-chamada-frequencia section.
           add fd-cha-aulas to fd-freq-aulas-dadas (ws-idx-freq-achou)
      *> falta em dia de suspensão é justificada: a aula conta como
      *> dada, mas a falta não entra no total
           if fd-cha-falta
           and ws-dia-suspenso = "N" then
               add fd-cha-aulas to fd-freq-faltas (ws-idx-freq-achou)
           end-if

           if ws-freq-existe = "S" then
               perform regravar-frequencia
               if ws-fs-arqFrequencia <> 0
               and ws-fs-arqFrequencia <> 51 then
                   move 8                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                       to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqFrequencia"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-registro-frequencia
               if ws-fs-arqFrequencia <> 0 then
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                       to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqFrequencia"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqFrequencia = 51 then
               move " - frequencia em uso" to ws-rel-pend-motivo
               perform apontar-chamada-pendente
           else
               if fd-cha-falta then
                   if ws-dia-suspenso = "S" then
                       add 1 to ws-qtd-justificadas
                   else
                       add 1 to ws-qtd-faltas
                   end-if
               end-if

               move "S" to fd-cha-consolidada
               rewrite fd-registro-chamada
               if ws-fs-arqChamada <> 0 then
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqChamada                          to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqChamada"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-consolidados
           end-if
           .
       somar-chamada-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apontar no relatório a chamada que ficou sem somar, com o motivo
      *> já em ws-rel-pend-motivo
      *>------------------------------------------------------------------------
       apontar-chamada-pendente section.
           add 1 to ws-qtd-pendentes
           move fd-cha-alu-cod  to ws-rel-pend-cod
           move fd-cha-alu-disc to ws-rel-pend-disc
           move fd-cha-alu-data to ws-rel-pend-data
           move ws-linha-pendente to rl-busca-ativa
           perform escrever-linha
           .
       apontar-chamada-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marcar se a data da chamada lida cai numa suspensão do aluno
      *> (ws-dia-suspenso = S/N), carregando as suspensões dele quando
      *> o aluno muda
      *>------------------------------------------------------------------------
       verificar-dia-suspenso section.
           if ws-susp-carregada = "N"
           or fd-cha-alu-cod <> ws-susp-aluno then
               perform carregar-suspensoes-aluno
           end-if

           move "N" to ws-dia-suspenso
           move 1 to ws-idx-susp
           perform until ws-idx-susp > ws-qtd-susp
           or ws-dia-suspenso = "S"
               if fd-cha-alu-data >= ws-susp-inicio (ws-idx-susp)
               and fd-cha-alu-data <= ws-susp-fim (ws-idx-susp) then
                   move "S" to ws-dia-suspenso
               end-if
               add 1 to ws-idx-susp
           end-perform
           .
       verificar-dia-suspenso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar os períodos de suspensão do aluno da chamada lida
      *> (até 50; ocorrências de outros tipos não entram)
      *>------------------------------------------------------------------------
       carregar-suspensoes-aluno section.
           move "S"            to ws-susp-carregada
           move fd-cha-alu-cod to ws-susp-aluno
           move zeros          to ws-qtd-susp

           move fd-cha-alu-cod to fd-oco-aluno
           move zeros          to fd-oco-data
           move zeros          to fd-oco-seq
           start arqOcorrencias key is not less than fd-oco-chave
           if ws-fs-arqOcorrencias = 00 then
               perform until ws-fs-arqOcorrencias <> 00
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 00 then
                       if fd-oco-aluno <> ws-susp-aluno then
                           move 10 to ws-fs-arqOcorrencias
                       else
                           if fd-oco-suspensao
                           and ws-qtd-susp < 50 then
                               add 1 to ws-qtd-susp
                               move fd-oco-susp-inicio
                                   to ws-susp-inicio (ws-qtd-susp)
                               move fd-oco-susp-fim
                                   to ws-susp-fim (ws-qtd-susp)
                           end-if
                       end-if
                   else
                       if ws-fs-arqOcorrencias <> 10 then
                           move 18                                   to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencias"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       carregar-suspensoes-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Leitura de arqAlunos e leitura e regravação de arqFrequencia
      *> esperando o registro preso por um terminal da secretaria (file
      *> status 51) ser liberado; se a espera se esgotar, o file status
      *> 51 volta para quem chamou
      *>------------------------------------------------------------------------
       ler-aluno section.
           move zero to ws-bloq-tentativas
           move fd-cod to ws-bloq-cod
           read arqAlunos
           perform until ws-fs-arqAlunos <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               move ws-bloq-cod to fd-cod
               read arqAlunos
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqAlunos" to ws-bloq-arquivo
               move ws-bloq-cod to ws-bloq-chave
               if ws-fs-arqAlunos = 51 then
                   move "P" to ws-bloq-desfecho
               else
                   move "E" to ws-bloq-desfecho
               end-if
               perform registrar-bloqueio
           end-if
           .
       ler-aluno-exit.
           exit.

       ler-frequencia section.
           move zero to ws-bloq-tentativas
           move fd-freq-cod to ws-bloq-freq-cod
           read arqFrequencia
           perform until ws-fs-arqFrequencia <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               move ws-bloq-freq-cod to fd-freq-cod
               read arqFrequencia
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqFrequencia" to ws-bloq-arquivo
               move ws-bloq-freq-cod to ws-bloq-chave
               if ws-fs-arqFrequencia = 51 then
                   move "P" to ws-bloq-desfecho
               else
                   move "E" to ws-bloq-desfecho
               end-if
               perform registrar-bloqueio
           end-if
           .
       ler-frequencia-exit.
           exit.

       regravar-frequencia section.
           move zero to ws-bloq-tentativas
           rewrite fd-registro-frequencia
           perform until ws-fs-arqFrequencia <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               rewrite fd-registro-frequencia
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqFrequencia" to ws-bloq-arquivo
               move fd-freq-cod to ws-bloq-chave
               if ws-fs-arqFrequencia = 51 then
                   move "P" to ws-bloq-desfecho
               else
                   move "E" to ws-bloq-desfecho
               end-if
               perform registrar-bloqueio
           end-if
           .
       regravar-frequencia-exit.
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
               move 20                                   to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBloqueios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces             to fd-registro-bloqueio
           move ws-bloq-data       to fd-bloq-data
           move ws-bloq-hora       to fd-bloq-hora
           move "CONSFREQ"         to fd-bloq-operador
           move "CONSOLIDA-FREQUENCIA" to fd-bloq-operacao
           move ws-bloq-arquivo    to fd-bloq-arquivo
           move ws-bloq-chave      to fd-bloq-chave
           move ws-bloq-desfecho   to fd-bloq-desfecho
           write fd-registro-bloqueio
           if ws-fs-arqBloqueios <> 0 then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBloqueios" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBloqueios
           .
       registrar-bloqueio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever a linha montada em rl-busca-ativa
      *>------------------------------------------------------------------------
       escrever-linha section.
           write rl-busca-ativa
           if ws-fs-arqBuscaAtiva <> 0 then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                  to ws-msn-erro-cod
               move "Erro ao escrever arq. buscaAtiva"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever o resumo no relatório e mostrar no console
      *>------------------------------------------------------------------------
       escrever-resumo section.
           move ws-qtd-consolidados  to ws-tot-consolidados
           move ws-qtd-faltas        to ws-tot-faltas
           move ws-qtd-pendentes     to ws-tot-pendentes
           move ws-qtd-alertas       to ws-tot-alertas
           move ws-qtd-justificadas  to ws-tot-justificadas
           move ws-qtd-bloqueios     to ws-tot-bloqueios

           move spaces to rl-busca-ativa
           perform escrever-linha
           move ws-linha-tot-1 to rl-busca-ativa
           perform escrever-linha
           move ws-linha-tot-2 to rl-busca-ativa
           perform escrever-linha
           move ws-linha-tot-3 to rl-busca-ativa
           perform escrever-linha
           move ws-linha-tot-4 to rl-busca-ativa
           perform escrever-linha
           move ws-linha-tot-5 to rl-busca-ativa
           perform escrever-linha
           move ws-linha-tot-6 to rl-busca-ativa
           perform escrever-linha

           display "Chamadas do dia consolidadas."
           display ws-linha-tot-1
           display ws-linha-tot-2
           display ws-linha-tot-3
           display ws-linha-tot-4
           display ws-linha-tot-5
           display ws-linha-tot-6
           .
       escrever-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
      *> goback (e não stop run) para o programa também poder ser
      *> chamado pelo fechamento diário sem derrubar o chamador; o
      *> código de retorno 16 avisa o chamador que a consolidação falhou
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.
           close arqChamada
           if ws-fs-arqChamada <> 0 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-arqChamada                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqChamada"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqFrequencia
           if ws-fs-arqFrequencia <> 0 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqFrequencia"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 15                                 to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOcorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBuscaAtiva
           if ws-fs-arqBuscaAtiva <> 0 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                 to ws-msn-erro-cod
               move "Erro ao fechar arq. buscaAtiva"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           goback
           .
       finaliza-exit.
           exit.
