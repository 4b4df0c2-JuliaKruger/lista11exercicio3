      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3promocao".
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
           select arqAlunos assign to "arqAlunos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

      *> histórico do ano encerrado: a situação final de cada aluno
      *> (o fechamento de ano já limpou a situação do cadastro)
           select arqHistorico assign to "arqHistorico.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistorico.

           select optional arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-turma-cod
           file status is ws-fs-arqTurmas.

      *> aprovado que não coube na turma da série seguinte entra na
      *> fila de espera dela
           select optional arqFilaEspera assign to "arqFilaEspera.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fila-chave
           file status is ws-fs-arqFilaEspera.

      *> tabela de progressão de séries (turma atual -> turma seguinte)
           select arqProgressao assign to "arqProgressao.txt"
           organization is line sequential
           file status is ws-fs-arqProgressao.

      *> relatório da promoção (prévia ou efetivada), aluno a aluno
           select arqRelatorio assign to "promocaoRematricula.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           file status is ws-fs-arqAuditoria.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqAlunos.
           copy CADASTRO.

       fd arqHistorico.
           copy HISTORICO.

       fd arqTurmas.
           copy TURMA.

       fd arqFilaEspera.
           copy FILAESPERA.

       fd arqProgressao.
           copy PROGRESSAO.

       fd arqRelatorio.
       01 rl-relatorio                             pic x(80).

      *> arquivo de trilha de auditoria (cadastro/alteração/exclusão)
       fd arqAuditoria.
       01 rl-auditoria                             pic x(82).

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqFilaEspera                      pic 9(02).
       77 ws-fs-arqProgressao                      pic 9(02).
       77 ws-fs-arqRelatorio                       pic 9(02).
       77 ws-fs-arqAuditoria                       pic 9(02).

      *> ano letivo encerrado, modo da rodada (P = prévia, só o
      *> relatório; E = efetiva a promoção) e confirmação do operador
       77 ws-ano-letivo                            pic 9(04).
       77 ws-modo                                  pic x(01).
           88 ws-modo-previa                            value "P" "p".
           88 ws-modo-efetivar                          value "E" "e".
       77 ws-confirmar                             pic x(01).

      *> variáveis da trilha de auditoria
       77 ws-data-sistema                          pic 9(08).
       77 ws-hora-sistema                          pic 9(08).
       77 ws-aud-operacao                          pic x(10).
       77 ws-aud-campos                            pic x(40).
       01 ws-linha-auditoria.
           05 wa-data                              pic 9(08).
           05 filler                               pic x(01) value space.
           05 wa-hora                              pic 9(08).
           05 filler                               pic x(01) value space.
           05 wa-operacao                          pic x(10).
           05 filler                               pic x(01) value space.
           05 wa-cod                               pic 9(03).
           05 filler                               pic x(01) value space.
           05 wa-campos                            pic x(40).
      *> operador do lançamento: o batch assina com o próprio nome
           05 filler                               pic x(01) value space.
           05 wa-operador                          pic x(08) value "PROMOCAO".

      *> tabela de progressão carregada de arqProgressao.txt
       77 ws-qtd-progressao                        pic 9(03) value zero.
       77 ws-idx-prog                              pic 9(03).
       77 ws-idx-busca                             pic 9(03).
       77 ws-fim-progressao                        pic x(01) value "N".
       01 ws-tab-progressao.
           05 ws-progressao occurs 100 times.
               10 ws-prog-origem                   pic x(03).
               10 ws-prog-destino                  pic x(03).

      *> turmas cadastradas com a capacidade e a ocupação prevista
      *> para o ano novo (quem fica na turma mais quem entra nela)
       77 ws-qtd-turmas-tab                        pic 9(03) value zero.
       77 ws-idx-turma                             pic 9(03).
       77 ws-turma-busca                           pic x(03).
       01 ws-tab-turmas.
           05 ws-turma-tab occurs 100 times.
               10 ws-turma-tab-cod                 pic x(03).
               10 ws-turma-tab-capacidade          pic 9(03).
               10 ws-turma-tab-ocupacao            pic 9(03).

      *> decisão de promoção do aluno lido:
      *>   P = aprovado, segue para a turma seguinte
      *>   G = aprovado na última série, se forma
      *>   R = reprovado, fica retido na mesma turma
      *>   S = sem histórico no ano (aluno novo), fica na turma
      *>   I = situação final indefinida no histórico, fica na turma
      *>   T = turma sem progressão cadastrada, fica na turma
      *>   D = turma seguinte não cadastrada em arqTurmas, fica
      *>   J = já processado numa rodada anterior (reinício)
       77 ws-decisao                               pic x(01).
       77 ws-pelo-conselho                         pic x(01).
       77 ws-turma-destino                         pic x(03).
       77 ws-resultado                             pic x(30).

      *> fila de espera da turma seguinte (próximo sequencial e se o
      *> aluno já está aguardando nela)
       77 ws-fila-turma                            pic x(03).
       77 ws-fila-prox-seq                         pic 9(03).
       77 ws-ja-na-fila                            pic x(01).

      *> contadores para o resumo de fim de processamento
       77 ws-qtd-promovidos                        pic 9(04) value zero.
       77 ws-qtd-conselho                          pic 9(04) value zero.
       77 ws-qtd-fila                              pic 9(04) value zero.
       77 ws-qtd-retidos                           pic 9(04) value zero.
       77 ws-qtd-formandos                         pic 9(04) value zero.
       77 ws-qtd-sem-historico                     pic 9(04) value zero.
       77 ws-qtd-pendentes                         pic 9(04) value zero.
       77 ws-qtd-ja-processados                    pic 9(04) value zero.

      *> linhas do relatório
       01 ws-cabecalho-1.
           05 filler                               pic x(27) value
               "Promocao/rematricula - ano ".
           05 ws-cab-ano                           pic 9(04).
           05 filler                               pic x(03) value " - ".
           05 ws-cab-modo                          pic x(40).

       01 ws-cabecalho-2.
           05 filler                               pic x(80) value
               "Cod Nome                           Ant -> Nov  Resultado".

       01 ws-linha-aluno.
           05 wr-cod                               pic 9(03).
           05 filler                               pic x(01) value space.
           05 wr-nome                              pic x(30).
           05 filler                               pic x(01) value space.
           05 wr-origem                            pic x(03).
           05 filler                               pic x(04) value " -> ".
           05 wr-destino                           pic x(03).
           05 filler                               pic x(02) value spaces.
           05 wr-resultado                         pic x(30).

       01 ws-linha-total.
           05 ws-tot-texto                         pic x(30).
           05 ws-tot-valor                         pic zzz9.

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
           perform calcular-ocupacao.
           perform processar-alunos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para perguntar o ano e o modo da rodada, abrir os
      *> arquivos e carregar as tabelas de progressão e de turmas
      *>------------------------------------------------------------------------
       inicializa section.
           move zero to ws-ano-letivo
           display "Ano letivo encerrado (AAAA): "
           accept ws-ano-letivo
           if ws-ano-letivo = zero then
               display "Ano letivo invalido!"
               stop run
           end-if

           move space to ws-modo
           display "P = previa (so relatorio), E = efetivar: "
           accept ws-modo
           if not ws-modo-previa
           and not ws-modo-efetivar then
               display "Modo invalido!"
               stop run
           end-if

      *> a efetivação muda a turma dos alunos, então só segue com a
      *> confirmação explícita do operador (a prévia vem antes)
           if ws-modo-efetivar then
               move space to ws-confirmar
               display "Efetivar a promocao conferida na previa? (S/N): "
               accept ws-confirmar
               if ws-confirmar <> "S" and ws-confirmar <> "s" then
                   display "Promocao cancelada."
                   stop run
               end-if
           end-if

      *> na prévia nada é gravado: o cadastro só é lido
           if ws-modo-efetivar then
               open i-o arqAlunos
           else
               open input arqAlunos
           end-if
           if ws-fs-arqAlunos <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistorico
           if ws-fs-arqHistorico <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00
           and ws-fs-arqTurmas <> 05 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqProgressao
           if ws-fs-arqProgressao <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqProgressao                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProgressao"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                           to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                          to ws-msn-erro-cod
               move "Erro ao abrir arq. promocaoRematricula"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-efetivar then
               open i-o arqFilaEspera
               if ws-fs-arqFilaEspera  <> 00
               and ws-fs-arqFilaEspera <> 05 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqFilaEspera                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFilaEspera"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open extend arqAuditoria
               if ws-fs-arqAuditoria <> 00 then
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform carregar-progressao
           perform carregar-turmas

           move ws-ano-letivo to ws-cab-ano
           if ws-modo-efetivar then
               move "EFETIVADA" to ws-cab-modo
           else
               move "PREVIA (nada foi gravado)" to ws-cab-modo
           end-if
           move ws-cabecalho-1 to rl-relatorio
           write rl-relatorio
           move spaces to rl-relatorio
           write rl-relatorio
           move ws-cabecalho-2 to rl-relatorio
           write rl-relatorio
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar a tabela de progressão de séries (linhas em branco
      *> são ignoradas)
      *>------------------------------------------------------------------------
       carregar-progressao section.
           perform until ws-fim-progressao = "S"
               read arqProgressao
                   at end
                       move "S" to ws-fim-progressao
                   not at end
                       if fd-prog-turma-origem <> spaces then
                           if ws-qtd-progressao >= 100 then
                               move 8                                      to ws-msn-erro-ofsset
                               move zero                                   to ws-msn-erro-cod
                               move "Tabela de progressao com mais de 100" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-progressao
                           move fd-prog-turma-origem
                               to ws-prog-origem (ws-qtd-progressao)
                           move fd-prog-turma-destino
                               to ws-prog-destino (ws-qtd-progressao)
                       end-if
               end-read
           end-perform

           if ws-qtd-progressao = zero then
               display "Tabela de progressao (arqProgressao.txt) vazia!"
               stop run
           end-if
           .
       carregar-progressao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar as turmas cadastradas com a capacidade de cada uma
      *> (a ocupação do ano novo é calculada depois)
      *>------------------------------------------------------------------------
       carregar-turmas section.
           move low-values to fd-turma-cod
           start arqTurmas key is not less than fd-turma-cod
           if ws-fs-arqTurmas = 00 then
               perform until ws-fs-arqTurmas <> 00
                   read arqTurmas next
                   if ws-fs-arqTurmas = 00 then
                       if ws-qtd-turmas-tab >= 100 then
                           move 9                                    to ws-msn-erro-ofsset
                           move zero                                 to ws-msn-erro-cod
                           move "Cadastro com mais de 100 turmas"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-turmas-tab
                       move fd-turma-cod
                           to ws-turma-tab-cod (ws-qtd-turmas-tab)
                       move fd-turma-capacidade
                           to ws-turma-tab-capacidade (ws-qtd-turmas-tab)
                       move zero
                           to ws-turma-tab-ocupacao (ws-qtd-turmas-tab)
                   else
                       if ws-fs-arqTurmas <> 10 then
                           move 10                                to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas"      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       carregar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Primeira passada em arqAlunos: ocupar nas turmas as vagas de
      *> quem fica nelas no ano novo (retidos, alunos novos, casos
      *> pendentes e quem já mudou de turma numa rodada anterior),
      *> antes de distribuir os aprovados
      *>------------------------------------------------------------------------
       calcular-ocupacao section.
           move low-values to fd-cod
           start arqAlunos key is not less than fd-cod
           if ws-fs-arqAlunos <> 00
           and ws-fs-arqAlunos <> 23 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                     to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqAlunos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunos = 00 then
               perform until ws-fs-arqAlunos = 10
                   read arqAlunos next
                   if ws-fs-arqAlunos = 00 then
                       if fd-status-ativo then
                           perform classificar-aluno
                           if  ws-decisao <> "P"
                           and ws-decisao <> "G"
                           and fd-turma <> spaces
                           and fd-situacao <> "FORMADO" then
                               move fd-turma to ws-turma-busca
                               perform buscar-turma-tab
                               if ws-idx-turma > zero then
                                   add 1 to ws-turma-tab-ocupacao (ws-idx-turma)
                               end-if
                           end-if
                       end-if
                   else
                       if ws-fs-arqAlunos <> 10 then
                           move 12                               to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       calcular-ocupacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Segunda passada em arqAlunos: decidir cada aluno ativo, na
      *> ordem do código, e (na efetivação) gravar a decisão
      *>------------------------------------------------------------------------
       processar-alunos section.
           move low-values to fd-cod
           start arqAlunos key is not less than fd-cod
           if ws-fs-arqAlunos <> 00
           and ws-fs-arqAlunos <> 23 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                     to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqAlunos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunos = 00 then
               perform until ws-fs-arqAlunos = 10
                   read arqAlunos next
                   if ws-fs-arqAlunos = 00 then
                       if fd-status-ativo then
                           perform classificar-aluno
                           perform aplicar-decisao
                       end-if
                   else
                       if ws-fs-arqAlunos <> 10 then
                           move 14                               to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           perform escrever-resumo
           .
       processar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Classificar o aluno em fd-cadastro pela situação final do
      *> histórico do ano (aprovado = APROVADO ou aprovado pelo
      *> conselho) e pela tabela de progressão (ver ws-decisao)
      *>------------------------------------------------------------------------
       classificar-aluno section.
           move spaces to ws-turma-destino
           move "N"    to ws-pelo-conselho

           move fd-cod        to fd-hist-cod
           move ws-ano-letivo to fd-hist-ano
           read arqHistorico
           if ws-fs-arqHistorico = 23 then
               move "S" to ws-decisao
           else
               if ws-fs-arqHistorico <> 0 then
                   move 15                                   to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> aluno que já saiu da turma do histórico (promovido ou posto
      *> na fila) ou já marcado como formando foi decidido numa
      *> rodada anterior: o reinício não mexe nele de novo
               evaluate true
                   when fd-situacao = "FORMADO"
                   or   fd-turma <> fd-hist-turma
                       move "J" to ws-decisao
                   when fd-hist-situacao = "APROVADO"
                   or   fd-hist-conselho = "A"
                       if fd-hist-conselho = "A" then
                           move "S" to ws-pelo-conselho
                       end-if
                       perform buscar-progressao
                       if ws-idx-prog = zero then
                           move "T" to ws-decisao
                       else
                           move ws-prog-destino (ws-idx-prog)
                               to ws-turma-destino
                           if ws-turma-destino = spaces then
                               move "G" to ws-decisao
                           else
                               move ws-turma-destino to ws-turma-busca
                               perform buscar-turma-tab
                               if ws-idx-turma = zero then
                                   move "D" to ws-decisao
                               else
                                   move "P" to ws-decisao
                               end-if
                           end-if
                       end-if
                   when fd-hist-situacao = "REPROVADO"
                       move "R" to ws-decisao
                   when other
                       move "I" to ws-decisao
               end-evaluate
           end-if
           .
       classificar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplicar a decisão do aluno: o aprovado entra na turma seguinte
      *> se ainda houver vaga (capacidade zero = sem controle), senão
      *> vai para a fila de espera dela; o formando fica marcado para
      *> a secretaria inativar; os demais ficam onde estão
      *>------------------------------------------------------------------------
       aplicar-decisao section.
           move fd-cod           to wr-cod
           move fd-nome          to wr-nome
           move fd-turma         to wr-origem
           move ws-turma-destino to wr-destino

           evaluate ws-decisao
               when "P"
                   if ws-turma-tab-capacidade (ws-idx-turma) = zero
                   or ws-turma-tab-ocupacao (ws-idx-turma)
                      < ws-turma-tab-capacidade (ws-idx-turma) then
                       add 1 to ws-turma-tab-ocupacao (ws-idx-turma)
                       add 1 to ws-qtd-promovidos
                       if ws-pelo-conselho = "S" then
                           add 1 to ws-qtd-conselho
                           move "PROMOVIDO (pelo conselho)" to ws-resultado
                       else
                           move "PROMOVIDO" to ws-resultado
                       end-if
                       if ws-modo-efetivar then
                           perform promover-aluno
                       end-if
                   else
                       add 1 to ws-qtd-fila
                       move "APROVADO, turma cheia: FILA" to ws-resultado
                       if ws-modo-efetivar then
                           perform enviar-fila-espera
                       end-if
                   end-if
               when "G"
                   add 1 to ws-qtd-formandos
                   move "FORMANDO - inativar" to ws-resultado
                   if ws-modo-efetivar then
                       perform marcar-formando
                   end-if
               when "R"
                   add 1 to ws-qtd-retidos
                   move fd-turma to wr-destino
                   move "RETIDO" to ws-resultado
               when "S"
                   add 1 to ws-qtd-sem-historico
                   move fd-turma to wr-destino
                   move "sem historico no ano, mantido" to ws-resultado
               when "I"
                   add 1 to ws-qtd-pendentes
                   move fd-turma to wr-destino
                   move "situacao final indefinida" to ws-resultado
               when "T"
                   add 1 to ws-qtd-pendentes
                   move fd-turma to wr-destino
                   move "turma sem progressao" to ws-resultado
               when "D"
                   add 1 to ws-qtd-pendentes
                   move "turma seguinte nao cadastrada" to ws-resultado
               when other
                   add 1 to ws-qtd-ja-processados
                   move fd-hist-turma to wr-origem
                   move fd-turma      to wr-destino
                   move "ja processado antes" to ws-resultado
           end-evaluate

           move ws-resultado to wr-resultado
           move ws-linha-aluno to rl-relatorio
           write rl-relatorio
           if ws-fs-arqRelatorio <> 0 then
               move 16                                             to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                             to ws-msn-erro-cod
               move "Erro ao escrever arq. promocaoRematricula"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       aplicar-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mudar o aluno aprovado para a turma seguinte
      *>------------------------------------------------------------------------
       promover-aluno section.
           move ws-turma-destino to fd-turma
           rewrite fd-cadastro
           if ws-fs-arqAlunos <> 0 then
               move 17                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                       to ws-msn-erro-cod
               move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> registrando na trilha de auditoria
           move "PROMOCAO" to ws-aud-operacao
           move spaces     to ws-aud-campos
           string "turma "          delimited by size
                  fd-hist-turma     delimited by size
                  " -> "            delimited by size
                  ws-turma-destino  delimited by size
                  " ano "           delimited by size
                  ws-ano-letivo     delimited by size
               into ws-aud-campos
           end-string
           perform registrar-auditoria
           .
       promover-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pôr o aprovado sem vaga na fila de espera da turma seguinte e
      *> tirá-lo da turma antiga (fica sem turma até a secretaria
      *> atender a fila); a fila é gravada antes do cadastro, e quem
      *> já estiver aguardando nela não entra de novo
      *>------------------------------------------------------------------------
       enviar-fila-espera section.
           move ws-turma-destino to ws-fila-turma
           perform buscar-prox-seq-fila

           if ws-ja-na-fila = "N" then
               move ws-fila-turma     to fd-fila-turma
               move ws-fila-prox-seq  to fd-fila-seq
               move fd-cod            to fd-fila-cod
               accept ws-data-sistema from date yyyymmdd
               move ws-data-sistema   to fd-fila-data
               move "AGUARDANDO"      to fd-fila-status
               write fd-registro-fila
               if ws-fs-arqFilaEspera <> 0 then
                   move 18                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFilaEspera                     to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqFilaEspera"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to fd-turma
           rewrite fd-cadastro
           if ws-fs-arqAlunos <> 0 then
               move 19                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                       to ws-msn-erro-cod
               move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> registrando na trilha de auditoria
           move "PROMOCAO" to ws-aud-operacao
           move spaces     to ws-aud-campos
           string "aprovado, fila de espera turma " delimited by size
                  ws-fila-turma                     delimited by size
               into ws-aud-campos
           end-string
           perform registrar-auditoria
           .
       enviar-fila-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Buscar o próximo sequencial livre da fila da turma em
      *> ws-fila-turma e ver se o aluno em fd-cod já aguarda nela
      *>------------------------------------------------------------------------
       buscar-prox-seq-fila section.
           move 1   to ws-fila-prox-seq
           move "N" to ws-ja-na-fila
           move ws-fila-turma to fd-fila-turma
           move zeros to fd-fila-seq
           start arqFilaEspera key is not less than fd-fila-chave
           if ws-fs-arqFilaEspera = 00 then
               perform until ws-fs-arqFilaEspera <> 00
                   read arqFilaEspera next
                   if ws-fs-arqFilaEspera = 00 then
                       if fd-fila-turma = ws-fila-turma then
                           compute ws-fila-prox-seq = fd-fila-seq + 1
                           if fd-fila-cod = fd-cod
                           and fd-fila-aguardando then
                               move "S" to ws-ja-na-fila
                           end-if
                       else
                           move 10 to ws-fs-arqFilaEspera
                       end-if
                   end-if
               end-perform
           end-if
           .
       buscar-prox-seq-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marcar o aprovado na última série como formando; a
      *> inativação fica com a secretaria, que confere a lista do
      *> relatório (a documentação de conclusão sai antes)
      *>------------------------------------------------------------------------
       marcar-formando section.
           move "FORMADO" to fd-situacao
           rewrite fd-cadastro
           if ws-fs-arqAlunos <> 0 then
               move 20                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                       to ws-msn-erro-cod
               move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> registrando na trilha de auditoria
           move "PROMOCAO" to ws-aud-operacao
           move spaces     to ws-aud-campos
           string "formando no ano "  delimited by size
                  ws-ano-letivo       delimited by size
                  ", a inativar"      delimited by size
               into ws-aud-campos
           end-string
           perform registrar-auditoria
           .
       marcar-formando-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Buscar a turma do histórico na tabela de progressão
      *> (ws-idx-prog = zero quando não tem progressão cadastrada)
      *>------------------------------------------------------------------------
       buscar-progressao section.
           move zero to ws-idx-prog
           move 1 to ws-idx-busca
           perform until ws-idx-busca > ws-qtd-progressao
           or ws-idx-prog > zero
               if ws-prog-origem (ws-idx-busca) = fd-hist-turma then
                   move ws-idx-busca to ws-idx-prog
               end-if
               add 1 to ws-idx-busca
           end-perform
           .
       buscar-progressao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Buscar a turma em ws-turma-busca na tabela de turmas
      *> (ws-idx-turma = zero quando a turma não está cadastrada)
      *>------------------------------------------------------------------------
       buscar-turma-tab section.
           move zero to ws-idx-turma
           move 1 to ws-idx-busca
           perform until ws-idx-busca > ws-qtd-turmas-tab
           or ws-idx-turma > zero
               if ws-turma-tab-cod (ws-idx-busca) = ws-turma-busca then
                   move ws-idx-busca to ws-idx-turma
               end-if
               add 1 to ws-idx-busca
           end-perform
           .
       buscar-turma-tab-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar uma linha na trilha de auditoria (data, hora, operação,
      *> código do aluno e o que aconteceu), igual ao programa principal
      *>------------------------------------------------------------------------
       registrar-auditoria section.
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema  to wa-data
           move ws-hora-sistema  to wa-hora
           move ws-aud-operacao  to wa-operacao
           move fd-cod           to wa-cod
           move ws-aud-campos    to wa-campos
           move ws-linha-auditoria to rl-auditoria
           write rl-auditoria
           if ws-fs-arqAuditoria <> 0 then
               move 21                                     to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                     to ws-msn-erro-cod
               move "Erro ao escrever arq. arqAuditoria"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever o resumo no relatório e mostrar no console
      *>------------------------------------------------------------------------
       escrever-resumo section.
           move spaces to rl-relatorio
           write rl-relatorio

           move "Promovidos................: " to ws-tot-texto
           move ws-qtd-promovidos to ws-tot-valor
           perform escrever-total
           move "  pelo conselho de classe.: " to ws-tot-texto
           move ws-qtd-conselho to ws-tot-valor
           perform escrever-total
           move "Aprovados na fila de espera:" to ws-tot-texto
           move ws-qtd-fila to ws-tot-valor
           perform escrever-total
           move "Retidos...................: " to ws-tot-texto
           move ws-qtd-retidos to ws-tot-valor
           perform escrever-total
           move "Formandos a inativar......: " to ws-tot-texto
           move ws-qtd-formandos to ws-tot-valor
           perform escrever-total
           move "Sem historico no ano......: " to ws-tot-texto
           move ws-qtd-sem-historico to ws-tot-valor
           perform escrever-total
           move "Pendentes (ver relatorio).: " to ws-tot-texto
           move ws-qtd-pendentes to ws-tot-valor
           perform escrever-total
           move "Ja processados antes......: " to ws-tot-texto
           move ws-qtd-ja-processados to ws-tot-valor
           perform escrever-total

           if ws-modo-efetivar then
               display "Promocao do ano " ws-ano-letivo " efetivada."
           else
               display "Previa da promocao do ano " ws-ano-letivo
                   " gerada (nada foi gravado)."
           end-if
           display "Relatorio em promocaoRematricula.txt"
           .
       escrever-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever uma linha de total no relatório e no console
      *>------------------------------------------------------------------------
       escrever-total section.
           move ws-linha-total to rl-relatorio
           write rl-relatorio
           display ws-linha-total
           .
       escrever-total-exit.
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
           close arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 22                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistorico
           if ws-fs-arqHistorico <> 0 then
               move 23                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistorico"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 24                                  to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqProgressao
           if ws-fs-arqProgressao <> 0 then
               move 25                                     to ws-msn-erro-ofsset
               move ws-fs-arqProgressao                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProgressao"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorio
           if ws-fs-arqRelatorio <> 0 then
               move 26                                          to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                          to ws-msn-erro-cod
               move "Erro ao fechar arq. promocaoRematricula"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-efetivar then
               close arqFilaEspera
               if ws-fs-arqFilaEspera <> 0 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFilaEspera                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFilaEspera"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 28                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           stop run
           .
       finaliza-exit.
           exit.
