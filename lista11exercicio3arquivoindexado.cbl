           record key is fd-freq-cod
           file status is ws-fs-arqFrequencia.

      *> operadores do sistema (login, senha e perfil de acesso), lidos
      *> no login para liberar as opções do menu de cada perfil
           select optional arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oper-login
           file status is ws-fs-arqOperadores.

      *> quadro de horários semanal (turma, dia, aula e disciplina com
      *> o professor dela); a chave por professor recusa o mesmo
      *> professor em duas turmas no mesmo horário
           select optional arqHorarios assign to "arqHorarios.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hor-chave
           alternate record key is fd-hor-chave-prof with duplicates
           file status is ws-fs-arqHorarios.

      *> chamada diária por turma/disciplina/data, um registro por
      *> aluno com presença ou falta; somada na frequência pela
      *> consolidação do fechamento diário
           select optional arqChamada assign to "arqChamada.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cha-chave
           alternate record key is fd-cha-chave-aluno with duplicates
           file status is ws-fs-arqChamada.

      *> controle de fechamento de bimestre por turma: período do
      *> bimestre e situação (aberto/fechado) lançados pela coordenação
           select optional arqBimestres assign to "arqBimestres.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bim-chave
           file status is ws-fs-arqBimestres.

      *> livro de ocorrências disciplinares por aluno (incidentes,
      *> advertências, suspensões e reuniões com os responsáveis)
           select optional arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencias.

      *> histórico escolar por aluno/ano, onde o desligamento grava o
      *> ano interrompido com as notas parciais
           select optional arqHistorico assign to "arqHistorico.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistorico.

      *> livro de registro dos documentos emitidos, onde a guia de
      *> transferência do desligamento recebe o número
           select optional arqDocumentos assign to "arqDocumentos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-doc-numero
           file status is ws-fs-arqDocumentos.

      *> desligamentos de alunos (motivo, data da saída e o que foi
      *> feito junto com ela)
           select optional arqDesligamentos assign to "arqDesligamentos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-desl-chave
           file status is ws-fs-arqDesligamentos.

           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           file status is ws-fs-arqAuditoria.
           organization is line sequential
           file status is ws-fs-arqConsultaAud.

      *> lista de chamada impressa para a turma/disciplina/data
           select arqListaChamada assign to "listaChamada.txt"
           organization is line sequential
           file status is ws-fs-arqListaChamada.

      *> guia de transferência impressa no desligamento do aluno
           select arqGuiaTransf assign to "guiaTransferencia.txt"
           organization is line sequential
           file status is ws-fs-arqGuiaTransf.

      *> log diário dos conflitos de bloqueio de registro entre os
      *> terminais (nome do arquivo tem a data do dia)
           select optional arqBloqueios assign to ws-nome-bloqueios
           organization is line sequential
           file status is ws-fs-arqBloqueios.

       I-O-Control.


       fd arqFrequencia.
           copy FREQUENCIA.

      *> operadores do sistema e perfis de acesso
       fd arqOperadores.
           copy OPERADOR.

      *> quadro de horários semanal
       fd arqHorarios.
           copy HORARIO.

      *> chamada diária
       fd arqChamada.
           copy CHAMADA.

      *> controle de fechamento de bimestre
       fd arqBimestres.
           copy BIMESTRE.

      *> ocorrências disciplinares
       fd arqOcorrencias.
           copy OCORRENCIA.

      *> histórico escolar
       fd arqHistorico.
           copy HISTORICO.

      *> livro de registro dos documentos
       fd arqDocumentos.
           copy DOCUMENTO.

      *> desligamentos de alunos
       fd arqDesligamentos.
           copy DESLIGAMENTO.

      *> arquivo de trilha de auditoria (cadastro/alteração/exclusão)
       fd arqAuditoria.
       01 rl-auditoria                             pic x(82).

      *> histórico das transferências de turma
       fd arqTransferencias.

      *> versão para impressão da consulta da trilha de auditoria
       fd arqConsultaAud.
       01 rl-consulta-aud                          pic x(82).

      *> lista de chamada para impressão
       fd arqListaChamada.
       01 rl-lista-chamada                         pic x(80).

      *> guia de transferência para impressão
       fd arqGuiaTransf.
       01 rl-guia                                  pic x(80).

      *> log diário de conflitos de bloqueio
       fd arqBloqueios.
           copy BLOQUEIO.

      *>----Variáveis de trabalho
       Working-storage Section.
       77 ws-fs-arqFilaEspera                      pic 9(02).
       77 ws-fs-arqMensalidades                    pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqOperadores                      pic 9(02).
       77 ws-fs-arqHorarios                        pic 9(02).
       77 ws-fs-arqAuditoria                       pic 9(02).
       77 ws-fs-arqTransferencias                  pic 9(02).
       77 ws-fs-arqBackup                          pic 9(02).
       77 ws-fs-arqControleBackup                  pic 9(02).
       77 ws-fs-arqConsultaAud                     pic 9(02).
       77 ws-fs-arqChamada                         pic 9(02).
       77 ws-fs-arqBimestres                       pic 9(02).
       77 ws-fs-arqOcorrencias                     pic 9(02).
       77 ws-fs-arqListaChamada                    pic 9(02).
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqDocumentos                      pic 9(02).
       77 ws-fs-arqDesligamentos                   pic 9(02).
       77 ws-fs-arqGuiaTransf                      pic 9(02).
       77 ws-fs-arqBloqueios                       pic 9(02).

      *> variáveis do backup diário de arqAlunos
       77 ws-nome-backup                           pic x(30).
       01 ws-ultimo-backup.
           05 ws-data-ultimo-backup                pic 9(08) value zero.

      *> variáveis do tratamento de registro preso por outro terminal
      *> (file status 51): a chave lida é guardada para repetir a
      *> leitura, e cada conflito vai para o log diário de bloqueios
       77 ws-nome-bloqueios                        pic x(30).
       77 ws-bloq-data                             pic 9(08).
       77 ws-bloq-hora                             pic 9(08).
       77 ws-bloq-operacao                         pic x(24).
       77 ws-bloq-arquivo                          pic x(16).
       77 ws-bloq-chave                            pic x(16).
       77 ws-bloq-resposta                         pic x(01).
       77 ws-bloq-cancelado                        pic x(01).
       77 ws-bloq-cod                              pic 9(03).
       77 ws-bloq-turma-cod                        pic x(03).
       77 ws-bloq-mens-chave                       pic x(09).
       77 ws-bloq-freq-cod                         pic 9(03).
       77 ws-bloq-hor-chave                        pic x(05).
       77 ws-bloq-linha-limpa                      pic x(79) value spaces.

      *> variáveis da trilha de auditoria
       77 ws-data-sistema                          pic 9(08).
       77 ws-hora-sistema                          pic 9(08).
           05 wa-cod                               pic 9(03).
           05 filler                               pic x(01) value space.
           05 wa-campos                            pic x(40).
      *> login do operador que fez o lançamento (em branco nas linhas
      *> gravadas antes do controle de acesso por operador)
           05 filler                               pic x(01) value space.
           05 wa-operador                          pic x(08).

      *> operador logado: login, nome e perfil (S = secretaria, T =
      *> tesouraria, C = coordenação, P = professor), carregados no
      *> login e usados na trilha de auditoria e na liberação do menu
       77 ws-operador-login                        pic x(08).
       77 ws-operador-nome                         pic x(40).
       77 ws-operador-perfil                       pic x(01).
       77 ws-operador-prof-cod                     pic x(05).
      *> disciplina conferida contra o professor dela na turma do aluno
      *> (o operador professor só mexe nas disciplinas dele)
       77 ws-dp-disciplina                         pic x(10).
       77 ws-idx-dp-disc                           pic 9(01).
       77 ws-perfil-descricao                      pic x(12).

      *> variáveis da tela de login: o que foi digitado, as tentativas
      *> já feitas (no máximo 3) e a marca de primeiro acesso, quando
      *> ainda não há operador cadastrado e o login digitado vira o
      *> primeiro coordenador
       77 ws-login-digitado                        pic x(08).
       77 ws-senha-digitada                        pic x(08).
       77 ws-tentativas-login                      pic 9(01).
       77 ws-login-ok                              pic x(01).
       77 ws-tem-operador                          pic x(01).
       77 ws-msn-login                             pic x(50).

      *> opções do menu principal: o texto mostrado e os perfis que
      *> podem executar cada uma; no login é montada a tabela de
      *> rótulos da tela (opção não liberada para o perfil fica em
      *> branco no menu e é recusada se for marcada mesmo assim)
       01 ws-menu-opcoes.
           05 filler                               pic x(30) value
               "[ ]Cadastro Aluno".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Cadastro Notas".
           05 filler                               pic x(04) value "PC".
           05 filler                               pic x(30) value
               "[ ]Cadastro Turmas".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Cadastro Disciplinas".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Cadastro Frequencia".
           05 filler                               pic x(04) value "PC".
           05 filler                               pic x(30) value
               "[ ]Cadastro Recuperacao".
           05 filler                               pic x(04) value "PC".
           05 filler                               pic x(30) value
               "[ ]Consulta Indexada".
           05 filler                               pic x(04) value "STCP".
           05 filler                               pic x(30) value
               "[ ]Consulta Sequencial".
           05 filler                               pic x(04) value "STCP".
           05 filler                               pic x(30) value
               "[ ]Alterar Cadastro".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Deletar Cadastro".
           05 filler                               pic x(04) value "C".
           05 filler                               pic x(30) value
               "[ ]Consulta Alunos Inativos".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Consulta Auditoria".
           05 filler                               pic x(04) value "C".
           05 filler                               pic x(30) value
               "[ ]Cadastro Professores".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Fila de Espera".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Transferir Aluno de Turma".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Conselho de Classe".
           05 filler                               pic x(04) value "C".
           05 filler                               pic x(30) value
               "[ ]Mensalidades".
           05 filler                               pic x(04) value "T".
           05 filler                               pic x(30) value
               "[ ]Cadastro Operadores".
           05 filler                               pic x(04) value "C".
           05 filler                               pic x(30) value
               "[ ]Quadro de Horarios".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Chamada Diaria".
           05 filler                               pic x(04) value "PC".
           05 filler                               pic x(30) value
               "[ ]Fechamento de Bimestre".
           05 filler                               pic x(04) value "C".
           05 filler                               pic x(30) value
               "[ ]Notas por Turma".
           05 filler                               pic x(04) value "PC".
           05 filler                               pic x(30) value
               "[ ]Ocorrencias Disciplinares".
           05 filler                               pic x(04) value "SC".
           05 filler                               pic x(30) value
               "[ ]Desligamento de Aluno".
           05 filler                               pic x(04) value "SC".
       01 ws-menu-opcoes-r redefines ws-menu-opcoes.
           05 ws-menu-opcao occurs 24 times.
               10 ws-menu-texto                    pic x(30).
               10 ws-menu-perfis                   pic x(04).
       01 ws-menu-tela.
           05 ws-menu-rotulo   occurs 24 times     pic x(30).
       01 ws-menu-permissoes.
           05 ws-menu-liberada occurs 24 times     pic x(01).
       77 ws-qtd-opcoes-menu                       pic 9(02) value 24.
       77 ws-idx-menu                              pic 9(02).
       77 ws-qtd-perfil-opcao                      pic 9(01).
       77 ws-opcao-marcada                         pic x(01).
       77 ws-opcao-bloqueada                       pic x(01).

      *> variáveis de manutenção do cadastro de operadores
       77 ws-oper-login                            pic x(08).
       77 ws-oper-senha                            pic x(08).
       77 ws-oper-nome                             pic x(40).
       77 ws-oper-perfil                           pic x(01).
       77 ws-oper-prof-cod                         pic x(05).
       77 ws-oper-status                           pic x(07).
       77 ws-oper-gravado                          pic x(01).

      *> variáveis de cadastro e notas
       01 ws-cadastro.
           05 ws-turma-prof-aux  occurs 6 times    pic x(05).
       77 ws-qtd-turma-disc                        pic 9(01).
       77 ws-idx-turma-disc                        pic 9(01).
       77 ws-turma-gravada                         pic x(01).
      *> aulas do quadro de horários da turma cuja disciplina mudou de
      *> professor na tela (dia, aula e o professor novo), regravadas
      *> junto com a turma
       01 ws-turma-trocas.
           05 ws-troca-hor occurs 30 times.
               10 ws-troca-dia                     pic 9(01).
               10 ws-troca-aula                    pic 9(01).
               10 ws-troca-prof                    pic x(05).
       77 ws-qtd-troca                             pic 9(02).
       77 ws-idx-troca                             pic 9(02).
       77 ws-idx-troca-disc                        pic 9(01).

      *> variáveis de manutenção do cadastro de professores
       77 ws-prof-cod                              pic x(05).
       77 ws-prof-nome                             pic x(40).
       77 ws-prof-telefone                         pic x(13).

      *> variáveis da manutenção do quadro de horários: a aula
      *> informada na tela, o professor da disciplina trazido do
      *> cadastro da turma e a turma em que ele já dá aula no horário
      *> (choque de horário)
       77 ws-hor-turma                             pic x(03).
       77 ws-hor-dia                               pic 9(01).
       77 ws-hor-aula                              pic 9(01).
       77 ws-hor-disciplina                        pic x(10).
       77 ws-hor-professor                         pic x(05).
       77 ws-hor-prof-nome                         pic x(40).
       77 ws-hor-turma-choque                      pic x(03).
       77 ws-idx-hor-disc                          pic 9(01).

      *> variáveis da chamada diária: turma, disciplina, data e aulas
      *> do dia informadas na tela, o professor da disciplina, os
      *> alunos ativos da turma em ordem alfabética com a marca de
      *> falta digitada e a já gravada (espaço = sem chamada gravada),
      *> e a página de 15 alunos mostrada na tela de marcação
       77 ws-cha-turma                             pic x(03).
       77 ws-cha-turma-desc                        pic x(30).
       77 ws-cha-disciplina                        pic x(10).
       77 ws-cha-data                              pic 9(08).
       77 ws-cha-aulas                             pic 9(01).
       77 ws-cha-imprimir                          pic x(01).
       77 ws-cha-professor                         pic x(05).
       77 ws-cha-prof-nome                         pic x(40).
       77 ws-cha-consolidada                       pic x(01).
       77 ws-cha-presenca-nova                     pic x(01).
       77 ws-cha-aviso                             pic x(50).
       77 ws-idx-cha-disc                          pic 9(01).
       01 ws-tab-chamada.
           05 ws-cha-aluno occurs 99 times.
               10 ws-cha-cod                       pic 9(03).
               10 ws-cha-nome                      pic x(40).
               10 ws-cha-marca                     pic x(01).
               10 ws-cha-marca-gravada             pic x(01).
       77 ws-qtd-cha-alunos                        pic 9(02).
       77 ws-idx-cha                               pic 9(03).
       77 ws-idx-cha-pag                           pic 9(02).
       77 ws-cha-pag-inicio                        pic 9(03).
       77 ws-cha-num-pagina                        pic 9(02).
       01 ws-cha-pagina.
           05 ws-cha-pag-linha occurs 15 times.
               10 ws-cha-pag-cod                   pic 9(03).
               10 ws-cha-pag-nome                  pic x(40).
               10 ws-cha-pag-marca                 pic x(01).

      *> linhas da lista de chamada impressa
       01 ws-lc-titulo.
           05 filler                               pic x(30) value
               "Lista de Chamada".
       01 ws-lc-linha-turma.
           05 filler                               pic x(07) value
               "Turma: ".
           05 ws-lc-turma                          pic x(03).
           05 filler                               pic x(03) value " - ".
           05 ws-lc-turma-desc                     pic x(30).
       01 ws-lc-linha-disc.
           05 filler                               pic x(12) value
               "Disciplina: ".
           05 ws-lc-disciplina                     pic x(10).
           05 filler                               pic x(14) value
               "   Professor: ".
           05 ws-lc-prof-nome                      pic x(40).
       01 ws-lc-linha-data.
           05 filler                               pic x(06) value
               "Data: ".
           05 ws-lc-dia                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-lc-mes                            pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-lc-ano                            pic 9(04).
           05 filler                               pic x(17) value
               "   Aulas no dia: ".
           05 ws-lc-aulas                          pic 9(01).
       01 ws-lc-cabecalho.
           05 filler                               pic x(53) value
               "Cod  Nome do aluno                              Falta".
       01 ws-lc-linha-aluno.
           05 ws-lc-cod                            pic 9(03).
           05 filler                               pic x(02) value spaces.
           05 ws-lc-nome                           pic x(40).
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(01) value "[".
           05 ws-lc-marca                          pic x(01).
           05 filler                               pic x(01) value "]".
       01 ws-lc-linha-total.
           05 filler                               pic x(17) value
               "Alunos na lista: ".
           05 ws-lc-qtd                            pic z9.
       01 ws-lc-linha-assinatura.
           05 filler                               pic x(60) value
               "Assinatura do professor: ______________________________".

      *> variáveis do fechamento de bimestre: turma/bimestre/data
      *> consultados no controle e o resultado da consulta (S/N)
       77 ws-bimv-turma                            pic x(03).
       77 ws-bimv-numero                           pic 9(01).
       77 ws-bimv-data                             pic 9(08).
       77 ws-bimv-existe                           pic x(01).
       77 ws-bimv-fechado                          pic x(01).
       77 ws-bim-disc-mantida                      pic x(01).
      *> campos da tela de fechamento de bimestre, a turma/bimestre
      *> carregados por último e o período que estava gravado
       77 ws-bim-turma                             pic x(03).
       77 ws-bim-numero                            pic 9(01).
       77 ws-bim-data-inicio                       pic 9(08).
       77 ws-bim-data-fim                          pic 9(08).
       77 ws-bim-status                            pic x(07).
       77 ws-bim-acao                              pic x(01).
       77 ws-bim-justificativa                     pic x(30).
       77 ws-bim-carregado-turma                   pic x(03).
       77 ws-bim-carregado-numero                  pic 9(01).
       77 ws-bim-inicio-gravado                    pic 9(08).
       77 ws-bim-fim-gravado                       pic 9(08).

      *> variáveis das notas por turma: seleção da tela, a turma
      *> inteira (até 99 alunos) com a nota lida do arquivo para
      *> saber quem mudou, e a página de 15 alunos mostrada na tela
       77 ws-nt-turma                              pic x(03).
       77 ws-nt-disciplina                         pic x(10).
       77 ws-nt-bimestre                           pic 9(01).
       77 ws-nt-aviso                              pic x(50).
       77 ws-nt-gravados                           pic 9(03).
       77 ws-nt-sem-vaga                           pic 9(03).
       77 ws-nt-em-uso                             pic 9(03).
       77 ws-idx-nt-disc                           pic 9(01).
       77 ws-idx-nt-nota                           pic 9(01).
       01 ws-tab-notas-turma.
           05 ws-nt-aluno occurs 99 times.
               10 ws-nt-cod                        pic 9(03).
               10 ws-nt-nome                       pic x(40).
               10 ws-nt-nota                       pic 9(02)v99.
               10 ws-nt-lancar                     pic x(01).
               10 ws-nt-nota-gravada               pic 9(02)v99.
               10 ws-nt-lancar-gravado             pic x(01).
       77 ws-qtd-nt-alunos                         pic 9(02).
       77 ws-idx-nt                                pic 9(03).
       77 ws-idx-nt-pag                            pic 9(02).
       77 ws-nt-pag-inicio                         pic 9(03).
       77 ws-nt-num-pagina                         pic 9(02).
       01 ws-nt-pagina.
           05 ws-nt-pag-linha occurs 15 times.
               10 ws-nt-pag-cod                    pic 9(03).
               10 ws-nt-pag-nome                   pic x(40).
               10 ws-nt-pag-nota                   pic 9(02)v99.
               10 ws-nt-pag-lancar                 pic x(01).

      *> variáveis das ocorrências disciplinares: a chave e os campos
      *> da tela, a ocorrência carregada por último com o tipo e o
      *> período de suspensão que estavam gravados (para acertar as
      *> faltas quando mudam) e o resumo do aluno (ocorrências no ano
      *> e última suspensão), mostrado também na tela do conselho
       77 ws-oco-aluno                             pic 9(03).
       77 ws-oco-nome                              pic x(40).
       77 ws-oco-turma                             pic x(03).
       77 ws-oco-data                              pic 9(08).
       77 ws-oco-seq                               pic 9(02).
       77 ws-oco-tipo                              pic x(01).
       77 ws-oco-gravidade                         pic x(01).
       77 ws-oco-descricao                         pic x(60).
       77 ws-oco-providencia                       pic x(40).
       77 ws-oco-notificado                        pic x(01).
       77 ws-oco-susp-inicio                       pic 9(08).
       77 ws-oco-susp-fim                          pic 9(08).
       77 ws-oco-excluir                           pic x(01).
       77 ws-oco-existe                            pic x(01).
       77 ws-oco-prox-seq                          pic 9(02).
       77 ws-oco-carregado-aluno                   pic 9(03).
       77 ws-oco-carregado-data                    pic 9(08).
       77 ws-oco-carregado-seq                     pic 9(02).
       77 ws-oco-tipo-gravado                      pic x(01).
       77 ws-oco-inicio-gravado                    pic 9(08).
       77 ws-oco-fim-gravado                       pic 9(08).
       77 ws-oco-res-aluno                         pic 9(03).
       77 ws-oco-res-qtd                           pic 9(03).
       77 ws-oco-res-ano                           pic 9(04).
       77 ws-oco-res-ano-lido                      pic 9(04).
       77 ws-oco-res-susp-inicio                   pic 9(08).
       77 ws-oco-res-susp-fim                      pic 9(08).
      *> acerto das faltas da chamada no período de uma suspensão
      *> (sinal "-" abona, "+" devolve)
       77 ws-ajs-inicio                            pic 9(08).
       77 ws-ajs-fim                               pic 9(08).
       77 ws-ajs-sinal                             pic x(01).
       77 ws-ajs-fim-leitura                       pic x(01).
       77 ws-ajs-passar                            pic x(01).

      *> variáveis da transferência formal de turma: a turma de
      *> destino e o motivo digitados na tela, e a linha gravada no
      *> histórico de transferências
           05 filler                               pic x(01) value space.
           05 wt-motivo                            pic x(30).

      *> variáveis do desligamento de aluno: motivo, data da saída,
      *> escola de destino e confirmação digitados na tela; a descrição
      *> do motivo e a marca gravada como situação do histórico
      *> parcial; o ano letivo da turma e o resultado mostrado no fim
      *> (mensalidades canceladas, histórico e aluno chamado da fila)
       77 ws-desl-motivo                           pic x(01).
       77 ws-desl-data                             pic 9(08).
       77 ws-desl-escola                           pic x(40).
       77 ws-desl-confirma                         pic x(01).
       77 ws-desl-motivo-desc                      pic x(20).
       77 ws-desl-marca-hist                       pic x(09).
       77 ws-desl-competencia                      pic 9(06).
       77 ws-desl-ano                              pic 9(04).
       77 ws-desl-turma-desc                       pic x(30).
       77 ws-desl-qtd-canceladas                   pic 9(02).
      *> "S" = alguma mensalidade a cancelar estava presa por outro
      *> terminal e ficou para a tela de mensalidades
       77 ws-desl-mens-pendente                    pic x(01).
       77 ws-desl-hist-gravado                     pic x(01).
       77 ws-desl-chamado                          pic 9(03).
       77 ws-desl-fim-leitura                      pic x(01).

      *> variáveis da guia de transferência: número e código de
      *> verificação no livro de registro, índices da montagem e os
      *> totais de frequência da linha geral
       77 ws-guia-numero                           pic 9(06).
       77 ws-guia-verificacao                      pic 9(08).
       77 ws-guia-calculo                          pic 9(18).
       77 ws-guia-quociente                        pic 9(18).
       77 ws-guia-gravada                          pic x(01).
       77 ws-guia-tem-freq                         pic x(01).
       77 ws-guia-idx-nota                         pic 9(01).
       77 ws-guia-idx-bim                          pic 9(01).
       77 ws-guia-idx-freq                         pic 9(01).
       77 ws-guia-presencas                        pic 9(03).
       77 ws-guia-perc                             pic 9(03).
       77 ws-guia-tot-aulas                        pic 9(04).
       77 ws-guia-tot-faltas                       pic 9(04).
       77 ws-guia-nota-edit                        pic z9,99.
       77 ws-guia-num-edit                         pic zzz9.
       01 ws-guia-perc-montado.
           05 ws-guia-perc-edit                    pic zz9.
           05 filler                               pic x(01) value "%".
       01 ws-guia-data-aux                         pic 9(08).
       01 ws-guia-data-aux-r redefines ws-guia-data-aux.
           05 ws-guia-aux-ano                      pic 9(04).
           05 ws-guia-aux-mes                      pic 9(02).
           05 ws-guia-aux-dia                      pic 9(02).
       01 ws-guia-data-impressa.
           05 ws-guia-imp-dia                      pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-guia-imp-mes                      pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-guia-imp-ano                      pic 9(04).
       01 ws-guia-linha-titulo.
           05 filler                               pic x(20) value spaces.
           05 filler                               pic x(40) value
               "GUIA DE TRANSFERENCIA".
       01 ws-guia-linha-numero.
           05 filler                               pic x(20) value spaces.
           05 filler                               pic x(14) value
               "Documento no. ".
           05 ws-gn-numero                         pic 9(06).
           05 filler                               pic x(16) value
               " - Verificacao: ".
           05 ws-gn-verificacao                    pic 9(08).
       01 ws-guia-linha-cab.
           05 filler                               pic x(70) value
               "    Disciplina 1o bim 2o bim 3o bim 4o bim Parcial Aulas Faltas  Pres.".
       01 ws-guia-linha-disc.
           05 filler                               pic x(04).
           05 ws-gd-disciplina                     pic x(10).
           05 ws-gd-bims occurs 4 times.
               10 filler                           pic x(02).
               10 ws-gd-nota-bim                   pic x(05).
           05 filler                               pic x(03).
           05 ws-gd-parcial                        pic x(05).
           05 filler                               pic x(02).
           05 ws-gd-aulas                          pic x(04).
           05 filler                               pic x(03).
           05 ws-gd-faltas                         pic x(04).
           05 filler                               pic x(03).
           05 ws-gd-presenca                       pic x(04).

      *> variáveis da tela do conselho de classe: a decisão (A/M) e a
      *> justificativa digitadas para o aluno mostrado
       77 ws-conselho-decisao                      pic x(01).
           05 ws-freq-disc-aux   occurs 6 times    pic x(10).
           05 ws-freq-aulas-aux  occurs 6 times    pic 9(03).
           05 ws-freq-faltas-aux occurs 6 times    pic 9(03).
      *> aulas/faltas como estavam gravadas, para a turma com bimestre
      *> fechado não ter os totais reduzidos
       01 ws-freq-antes.
           05 ws-freq-disc-antes   occurs 6 times  pic x(10).
           05 ws-freq-aulas-antes  occurs 6 times  pic 9(03).
           05 ws-freq-faltas-antes occurs 6 times  pic 9(03).
       77 ws-idx-freq                              pic 9(01).
       77 ws-idx-freq-busca                        pic 9(01).
       77 ws-perc-frequencia                       pic 9(03).
       77 ws-alterar                               pic x(01).
       77 ws-deletar                               pic x(01).
       77 ws-consulta-inativos                     pic x(01).
       77 ws-cadastro-operador                     pic x(01).
       77 ws-quadro-horarios                       pic x(01).
       77 ws-chamada-diaria                        pic x(01).
       77 ws-fechamento-bimestre                   pic x(01).
       77 ws-notas-turma                           pic x(01).
       77 ws-ocorrencias                           pic x(01).
       77 ws-desligamento                          pic x(01).

      *> variáveis para sair das telas
       77 ws-sair-menu                             pic x(01).
       77 ws-sair-alterar                          pic x(01).
       77 ws-sair-deletar                          pic x(01).
       77 ws-sair-consulta-inativos                pic x(01).
       77 ws-sair-cad-operadores                   pic x(01).
       77 ws-sair-quadro-horarios                  pic x(01).
       77 ws-sair-chamada                          pic x(01).
       77 ws-cancelar-chamada                      pic x(01).
       77 ws-sair-fech-bimestre                    pic x(01).
       77 ws-sair-notas-turma                      pic x(01).
       77 ws-cancelar-notas-turma                  pic x(01).
       77 ws-sair-ocorrencias                      pic x(01).
       77 ws-sair-desligamento                     pic x(01).
       77 ws-reativar-aluno                        pic x(01).
       77 ws-sequencial-proximo                    pic x(01).
       77 ws-sair-consulta-cod                     pic x(01).
       77 ws-aud-data-fim                          pic 9(08).
       77 ws-aud-cod-filtro                        pic 9(03).
       77 ws-aud-oper-filtro                       pic x(10).
       77 ws-aud-login-filtro                      pic x(08).
       77 ws-aud-imprimir                          pic x(01).
       77 ws-linha-tela-aud                        pic 9(02).
       77 ws-qtd-aud-listados                      pic 9(05).
           05 filler                               pic x(25) value
               "Lancamentos encontrados: ".
           05 ws-tot-aud-listados                  pic zzzz9.
      *> linha da listagem na tela: os campos alterados saem cortados
      *> em 30 posições para o login do operador caber nas 80 colunas
       01 ws-linha-tela-auditoria.
           05 wl-data                              pic 9(08).
           05 filler                               pic x(01) value space.
           05 wl-hora                              pic 9(08).
           05 filler                               pic x(01) value space.
           05 wl-operacao                          pic x(10).
           05 filler                               pic x(01) value space.
           05 wl-cod                               pic 9(03).
           05 filler                               pic x(01) value space.
           05 wl-campos                            pic x(30).
           05 filler                               pic x(01) value space.
           05 wl-operador                          pic x(08).

      *> variáveis de busca por nome (alternate key fd-nome)
       77 ws-tipo-busca                            pic x(01).
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela principal/menu: os rótulos das opções vêm da tabela
      *> montada no login, só com as opções liberadas para o perfil
      *> do operador (as demais ficam em branco)
       01 tela.
           05 blank screen.
           05 line 01 col 05 value "                ---- Sistema de Cadastro de Alunos ----                        "
           foreground-color 11.
           05 line 02 col 01 value "      Operador:           Perfil:                                              ".
           05 line 03 col 01 value "     MENU                                                                      "
            foreground-color 11.
           05 line 21 col 01 value "                                                                        [ ]Sair".

      *> identificação do operador logado
           05 sc-menu-operador             line 02 col 17 pic x(08)
           from ws-operador-login foreground-color 14.
           05 sc-menu-perfil               line 02 col 34 pic x(12)
           from ws-perfil-descricao foreground-color 14.

      *> rótulos das opções do menu (primeira coluna, linhas 04 a 20,
      *> e segunda coluna a partir da linha 04)
           05 sc-rot-1                     line 04 col 07 pic x(30)
           from ws-menu-rotulo (1).
           05 sc-rot-2                     line 05 col 07 pic x(30)
           from ws-menu-rotulo (2).
           05 sc-rot-3                     line 06 col 07 pic x(30)
           from ws-menu-rotulo (3).
           05 sc-rot-4                     line 07 col 07 pic x(30)
           from ws-menu-rotulo (4).
           05 sc-rot-5                     line 08 col 07 pic x(30)
           from ws-menu-rotulo (5).
           05 sc-rot-6                     line 09 col 07 pic x(30)
           from ws-menu-rotulo (6).
           05 sc-rot-7                     line 10 col 07 pic x(30)
           from ws-menu-rotulo (7).
           05 sc-rot-8                     line 11 col 07 pic x(30)
           from ws-menu-rotulo (8).
           05 sc-rot-9                     line 12 col 07 pic x(30)
           from ws-menu-rotulo (9).
           05 sc-rot-10                    line 13 col 07 pic x(30)
           from ws-menu-rotulo (10).
           05 sc-rot-11                    line 14 col 07 pic x(30)
           from ws-menu-rotulo (11).
           05 sc-rot-12                    line 15 col 07 pic x(30)
           from ws-menu-rotulo (12).
           05 sc-rot-13                    line 16 col 07 pic x(30)
           from ws-menu-rotulo (13).
           05 sc-rot-14                    line 17 col 07 pic x(30)
           from ws-menu-rotulo (14).
           05 sc-rot-15                    line 18 col 07 pic x(30)
           from ws-menu-rotulo (15).
           05 sc-rot-16                    line 19 col 07 pic x(30)
           from ws-menu-rotulo (16).
           05 sc-rot-17                    line 20 col 07 pic x(30)
           from ws-menu-rotulo (17).
           05 sc-rot-18                    line 04 col 42 pic x(30)
           from ws-menu-rotulo (18).
           05 sc-rot-19                    line 05 col 42 pic x(30)
           from ws-menu-rotulo (19).
           05 sc-rot-20                    line 06 col 42 pic x(30)
           from ws-menu-rotulo (20).
           05 sc-rot-21                    line 07 col 42 pic x(30)
           from ws-menu-rotulo (21).
           05 sc-rot-22                    line 08 col 42 pic x(30)
           from ws-menu-rotulo (22).
           05 sc-rot-23                    line 09 col 42 pic x(30)
           from ws-menu-rotulo (23).
           05 sc-rot-24                    line 10 col 42 pic x(30)
           from ws-menu-rotulo (24).

      *> variáveis da tela principal/menu
           05 sc-cadastro-aluno            line 04 col 08 pic x(01)
           using ws-cadastro-aluno foreground-color 12.
           using ws-conselho-classe foreground-color 12.
           05 sc-mensalidades              line 20 col 08 pic x(01)
           using ws-mensalidades foreground-color 12.
           05 sc-cadastro-operador         line 04 col 43 pic x(01)
           using ws-cadastro-operador foreground-color 12.
           05 sc-quadro-horarios           line 05 col 43 pic x(01)
           using ws-quadro-horarios foreground-color 12.
           05 sc-chamada-diaria            line 06 col 43 pic x(01)
           using ws-chamada-diaria foreground-color 12.
           05 sc-fechamento-bimestre       line 07 col 43 pic x(01)
           using ws-fechamento-bimestre foreground-color 12.
           05 sc-notas-turma               line 08 col 43 pic x(01)
           using ws-notas-turma foreground-color 12.
           05 sc-ocorrencias               line 09 col 43 pic x(01)
           using ws-ocorrencias foreground-color 12.
           05 sc-desligamento              line 10 col 43 pic x(01)
           using ws-desligamento foreground-color 12.
           05 sc-sair                      line 21 col 74 pic x(01)
           using ws-sair-menu foreground-color 12.

      *> tela de login do operador (a senha não aparece na digitação)
       01 tela-login.
           05 blank screen.
           05 line 01 col 05 value "                ---- Sistema de Cadastro de Alunos ----                        "
           foreground-color 11.
           05 line 03 col 01 value "      Login:                                                                   ".
           05 line 04 col 01 value "      Senha:                                                                   ".

      *> variáveis da tela de login
           05 sc-login                     line 03 col 14 pic x(08)
           using ws-login-digitado foreground-color 14.
           05 sc-senha                     line 04 col 14 pic x(08)
           using ws-senha-digitada secure foreground-color 14.
           05 sc-msn-login                 line 06 col 08 pic x(50)
           from ws-msn-login foreground-color 15.

      *> tela de manutenção do cadastro de operadores: informando o
      *> login de um operador que já existe, os demais campos o
      *> substituem; operador desligado fica INATIVO (não é apagado)
       01 tela-cadastro-operador.
           05 blank screen.
           05 line 01 col 01 value "                   ---- Cadastro de Operadores ----                            "
           foreground-color 11.
           05 line 03 col 01 value "      Login:                                                                   ".
           05 line 04 col 01 value "      Senha:                                                                   ".
           05 line 05 col 01 value "      Nome:                                                                    ".
           05 line 06 col 01 value "      Perfil (S = secretaria, T = tesouraria, C = coordenacao,                 ".
           05 line 07 col 01 value "              P = professor):                                                  ".
           05 line 08 col 01 value "      Professor (codigo, so perfil P):                                         ".
           05 line 09 col 01 value "      Situacao (ATIVO/INATIVO):                                                ".
           05 line 10 col 01 value "                                                                                ".
           05 line 11 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela de manutenção de operadores
           05 sc-oper-login                line 03 col 14 pic x(08)
           using ws-oper-login foreground-color 14.
           05 sc-oper-senha                line 04 col 14 pic x(08)
           using ws-oper-senha secure foreground-color 14.
           05 sc-oper-nome                 line 05 col 13 pic x(40)
           using ws-oper-nome foreground-color 14.
           05 sc-oper-perfil               line 07 col 31 pic x(01)
           using ws-oper-perfil foreground-color 14.
           05 sc-oper-prof-cod             line 08 col 40 pic x(05)
           using ws-oper-prof-cod foreground-color 14.
           05 sc-oper-status               line 09 col 33 pic x(07)
           using ws-oper-status foreground-color 14.
           05 sc-msn-cad-oper              line 10 col 08 pic x(50)
           from ws-msn foreground-color 15.
           05 sc-sair-cad-oper             line 11 col 74 pic x(01)
           using ws-sair-cad-operadores foreground-color 12.

      *> tela de cadastro de alunos, com os dados civis exigidos pela
      *> secretaria de educação (data de nascimento, certidão,
      *> responsável legal e documentos dele); os que ficarem em
           05 sc-sair-cad-prof             line 07 col 74 pic x(01)
           using ws-sair-cad-professores foreground-color 12.

      *> tela de manutenção do quadro de horários: uma aula por vez
      *> (turma, dia da semana e aula do dia); a disciplina precisa ser
      *> da turma e o professor vem do cadastro da turma; disciplina
      *> em branco libera o horário
       01 tela-quadro-horarios.
           05 blank screen.
           05 line 01 col 01 value "                     ---- Quadro de Horarios ----                              "
           foreground-color 11.
           05 line 03 col 01 value "      Turma:                                                                   ".
           05 line 04 col 01 value "      Dia da semana (1 = segunda ... 5 = sexta):                               ".
           05 line 05 col 01 value "      Aula do dia (1 a 6):                                                     ".
           05 line 06 col 01 value "      Disciplina (em branco = liberar o horario):                              ".
           05 line 07 col 01 value "      Professor:                                                               ".
           05 line 08 col 01 value "                                                                                ".
           05 line 09 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela do quadro de horários
           05 sc-hor-turma                 line 03 col 14 pic x(03)
           using ws-hor-turma foreground-color 14.
           05 sc-hor-dia                   line 04 col 50 pic 9(01)
           using ws-hor-dia foreground-color 14.
           05 sc-hor-aula                  line 05 col 28 pic 9(01)
           using ws-hor-aula foreground-color 14.
           05 sc-hor-disciplina            line 06 col 51 pic x(10)
           using ws-hor-disciplina foreground-color 14.
           05 sc-hor-professor             line 07 col 18 pic x(05)
           from ws-hor-professor foreground-color 14.
           05 sc-hor-prof-nome             line 07 col 24 pic x(40)
           from ws-hor-prof-nome foreground-color 14.
           05 sc-msn-quadro-hor            line 08 col 08 pic x(50)
           from ws-msn foreground-color 15.
           05 sc-sair-quadro-hor           line 09 col 74 pic x(01)
           using ws-sair-quadro-horarios foreground-color 12.

      *> tela do fechamento de bimestre: turma e bimestre; o primeiro
      *> Enter traz o período e a situação gravados, o seguinte grava o
      *> período e aplica a ação (fechar/reabrir com justificativa)
       01 tela-fechamento-bimestre.
           05 blank screen.
           05 line 01 col 01 value "                   ---- Fechamento de Bimestre ----                            "
           foreground-color 11.
           05 line 03 col 01 value "      Turma:                                                                   ".
           05 line 04 col 01 value "      Bimestre (1 a 4):                                                        ".
           05 line 05 col 01 value "      Periodo (AAAAMMDD) de:            ate:                                   ".
           05 line 06 col 01 value "      Situacao:                                                                ".
           05 line 07 col 01 value "      Acao (F = fechar, R = reabrir, em branco = so o periodo):                ".
           05 line 08 col 01 value "      Justificativa da reabertura:                                             ".
           05 line 09 col 01 value "                                                                               ".
           05 line 10 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela do fechamento de bimestre
           05 sc-bim-turma                 line 03 col 14 pic x(03)
           using ws-bim-turma foreground-color 14.
           05 sc-bim-numero                line 04 col 25 pic 9(01)
           using ws-bim-numero foreground-color 14.
           05 sc-bim-data-inicio           line 05 col 30 pic 9(08)
           using ws-bim-data-inicio foreground-color 14.
           05 sc-bim-data-fim              line 05 col 46 pic 9(08)
           using ws-bim-data-fim foreground-color 14.
           05 sc-bim-status                line 06 col 17 pic x(07)
           from ws-bim-status foreground-color 14.
           05 sc-bim-acao                  line 07 col 65 pic x(01)
           using ws-bim-acao foreground-color 14.
           05 sc-bim-justificativa         line 08 col 36 pic x(30)
           using ws-bim-justificativa foreground-color 14.
           05 sc-msn-fech-bimestre         line 09 col 08 pic x(50)
           from ws-msn foreground-color 15.
           05 sc-sair-fech-bimestre        line 10 col 74 pic x(01)
           using ws-sair-fech-bimestre foreground-color 12.

      *> tela de seleção das notas por turma: turma, disciplina e
      *> bimestre; segue para a lista de notas dos alunos da turma
       01 tela-notas-turma.
           05 blank screen.
           05 line 01 col 01 value "                      ---- Notas por Turma ----                                "
           foreground-color 11.
           05 line 03 col 01 value "      Turma:                                                                   ".
           05 line 04 col 01 value "      Disciplina:                                                              ".
           05 line 05 col 01 value "      Bimestre (1 a 4):                                                        ".
           05 line 06 col 01 value "                                                                               ".
           05 line 07 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela de seleção das notas por turma
           05 sc-nt-turma                  line 03 col 14 pic x(03)
           using ws-nt-turma foreground-color 14.
           05 sc-nt-disciplina             line 04 col 19 pic x(10)
           using ws-nt-disciplina foreground-color 14.
           05 sc-nt-bimestre               line 05 col 25 pic 9(01)
           using ws-nt-bimestre foreground-color 14.
           05 sc-msn-notas-turma           line 06 col 08 pic x(50)
           from ws-msn foreground-color 15.
           05 sc-sair-notas-turma          line 07 col 74 pic x(01)
           using ws-sair-notas-turma foreground-color 12.

      *> lista de notas da turma: 15 alunos por página com a nota do
      *> bimestre e se ela está lançada (S/N); o Enter na última
      *> página grava os alunos alterados
       01 tela-notas-turma-alunos.
           05 blank screen.
           05 line 01 col 01 value "                      ---- Notas por Turma ----                                "
           foreground-color 11.
           05 line 02 col 01 value "      Turma:      Disciplina:             Bimestre:         Pagina:            ".
           05 line 03 col 01 value "      Cod  Nome do aluno                              Nota    Lancada          ".
           05 line 20 col 01 value "      Nota de 0 a 10; Lancada S/N; Enter = proxima pagina/gravar               ".
           05 line 21 col 01 value "                                                                    [ ]Cancelar".

      *> variáveis da lista de notas da turma
           05 sc-nt-g-turma                line 02 col 14 pic x(03)
           from ws-nt-turma foreground-color 14.
           05 sc-nt-g-disciplina           line 02 col 31 pic x(10)
           from ws-nt-disciplina foreground-color 14.
           05 sc-nt-g-bimestre             line 02 col 53 pic 9(01)
           from ws-nt-bimestre foreground-color 14.
           05 sc-nt-g-pagina               line 02 col 69 pic z9
           from ws-nt-num-pagina foreground-color 14.
           05 sc-nt-cod-1          line 04 col 07 pic zzz
           from ws-nt-pag-cod (1) foreground-color 14.
           05 sc-nt-nome-1         line 04 col 12 pic x(40)
           from ws-nt-pag-nome (1) foreground-color 14.
           05 sc-nt-nota-1         line 04 col 55 pic 9(02)v99
           using ws-nt-pag-nota (1) foreground-color 14.
           05 sc-nt-lancar-1       line 04 col 66 pic x(01)
           using ws-nt-pag-lancar (1) foreground-color 14.
           05 sc-nt-cod-2          line 05 col 07 pic zzz
           from ws-nt-pag-cod (2) foreground-color 14.
           05 sc-nt-nome-2         line 05 col 12 pic x(40)
           from ws-nt-pag-nome (2) foreground-color 14.
           05 sc-nt-nota-2         line 05 col 55 pic 9(02)v99
           using ws-nt-pag-nota (2) foreground-color 14.
           05 sc-nt-lancar-2       line 05 col 66 pic x(01)
           using ws-nt-pag-lancar (2) foreground-color 14.
           05 sc-nt-cod-3          line 06 col 07 pic zzz
           from ws-nt-pag-cod (3) foreground-color 14.
           05 sc-nt-nome-3         line 06 col 12 pic x(40)
           from ws-nt-pag-nome (3) foreground-color 14.
           05 sc-nt-nota-3         line 06 col 55 pic 9(02)v99
           using ws-nt-pag-nota (3) foreground-color 14.
           05 sc-nt-lancar-3       line 06 col 66 pic x(01)
           using ws-nt-pag-lancar (3) foreground-color 14.
           05 sc-nt-cod-4          line 07 col 07 pic zzz
           from ws-nt-pag-cod (4) foreground-color 14.
           05 sc-nt-nome-4         line 07 col 12 pic x(40)
           from ws-nt-pag-nome (4) foreground-color 14.
           05 sc-nt-nota-4         line 07 col 55 pic 9(02)v99
           using ws-nt-pag-nota (4) foreground-color 14.
           05 sc-nt-lancar-4       line 07 col 66 pic x(01)
           using ws-nt-pag-lancar (4) foreground-color 14.
           05 sc-nt-cod-5          line 08 col 07 pic zzz
           from ws-nt-pag-cod (5) foreground-color 14.
           05 sc-nt-nome-5         line 08 col 12 pic x(40)
           from ws-nt-pag-nome (5) foreground-color 14.
           05 sc-nt-nota-5         line 08 col 55 pic 9(02)v99
           using ws-nt-pag-nota (5) foreground-color 14.
           05 sc-nt-lancar-5       line 08 col 66 pic x(01)
           using ws-nt-pag-lancar (5) foreground-color 14.
           05 sc-nt-cod-6          line 09 col 07 pic zzz
           from ws-nt-pag-cod (6) foreground-color 14.
           05 sc-nt-nome-6         line 09 col 12 pic x(40)
           from ws-nt-pag-nome (6) foreground-color 14.
           05 sc-nt-nota-6         line 09 col 55 pic 9(02)v99
           using ws-nt-pag-nota (6) foreground-color 14.
           05 sc-nt-lancar-6       line 09 col 66 pic x(01)
           using ws-nt-pag-lancar (6) foreground-color 14.
           05 sc-nt-cod-7          line 10 col 07 pic zzz
           from ws-nt-pag-cod (7) foreground-color 14.
           05 sc-nt-nome-7         line 10 col 12 pic x(40)
           from ws-nt-pag-nome (7) foreground-color 14.
           05 sc-nt-nota-7         line 10 col 55 pic 9(02)v99
           using ws-nt-pag-nota (7) foreground-color 14.
           05 sc-nt-lancar-7       line 10 col 66 pic x(01)
           using ws-nt-pag-lancar (7) foreground-color 14.
           05 sc-nt-cod-8          line 11 col 07 pic zzz
           from ws-nt-pag-cod (8) foreground-color 14.
           05 sc-nt-nome-8         line 11 col 12 pic x(40)
           from ws-nt-pag-nome (8) foreground-color 14.
           05 sc-nt-nota-8         line 11 col 55 pic 9(02)v99
           using ws-nt-pag-nota (8) foreground-color 14.
           05 sc-nt-lancar-8       line 11 col 66 pic x(01)
           using ws-nt-pag-lancar (8) foreground-color 14.
           05 sc-nt-cod-9          line 12 col 07 pic zzz
           from ws-nt-pag-cod (9) foreground-color 14.
           05 sc-nt-nome-9         line 12 col 12 pic x(40)
           from ws-nt-pag-nome (9) foreground-color 14.
           05 sc-nt-nota-9         line 12 col 55 pic 9(02)v99
           using ws-nt-pag-nota (9) foreground-color 14.
           05 sc-nt-lancar-9       line 12 col 66 pic x(01)
           using ws-nt-pag-lancar (9) foreground-color 14.
           05 sc-nt-cod-10         line 13 col 07 pic zzz
           from ws-nt-pag-cod (10) foreground-color 14.
           05 sc-nt-nome-10        line 13 col 12 pic x(40)
           from ws-nt-pag-nome (10) foreground-color 14.
           05 sc-nt-nota-10        line 13 col 55 pic 9(02)v99
           using ws-nt-pag-nota (10) foreground-color 14.
           05 sc-nt-lancar-10      line 13 col 66 pic x(01)
           using ws-nt-pag-lancar (10) foreground-color 14.
           05 sc-nt-cod-11         line 14 col 07 pic zzz
           from ws-nt-pag-cod (11) foreground-color 14.
           05 sc-nt-nome-11        line 14 col 12 pic x(40)
           from ws-nt-pag-nome (11) foreground-color 14.
           05 sc-nt-nota-11        line 14 col 55 pic 9(02)v99
           using ws-nt-pag-nota (11) foreground-color 14.
           05 sc-nt-lancar-11      line 14 col 66 pic x(01)
           using ws-nt-pag-lancar (11) foreground-color 14.
           05 sc-nt-cod-12         line 15 col 07 pic zzz
           from ws-nt-pag-cod (12) foreground-color 14.
           05 sc-nt-nome-12        line 15 col 12 pic x(40)
           from ws-nt-pag-nome (12) foreground-color 14.
           05 sc-nt-nota-12        line 15 col 55 pic 9(02)v99
           using ws-nt-pag-nota (12) foreground-color 14.
           05 sc-nt-lancar-12      line 15 col 66 pic x(01)
           using ws-nt-pag-lancar (12) foreground-color 14.
           05 sc-nt-cod-13         line 16 col 07 pic zzz
           from ws-nt-pag-cod (13) foreground-color 14.
           05 sc-nt-nome-13        line 16 col 12 pic x(40)
           from ws-nt-pag-nome (13) foreground-color 14.
           05 sc-nt-nota-13        line 16 col 55 pic 9(02)v99
           using ws-nt-pag-nota (13) foreground-color 14.
           05 sc-nt-lancar-13      line 16 col 66 pic x(01)
           using ws-nt-pag-lancar (13) foreground-color 14.
           05 sc-nt-cod-14         line 17 col 07 pic zzz
           from ws-nt-pag-cod (14) foreground-color 14.
           05 sc-nt-nome-14        line 17 col 12 pic x(40)
           from ws-nt-pag-nome (14) foreground-color 14.
           05 sc-nt-nota-14        line 17 col 55 pic 9(02)v99
           using ws-nt-pag-nota (14) foreground-color 14.
           05 sc-nt-lancar-14      line 17 col 66 pic x(01)
           using ws-nt-pag-lancar (14) foreground-color 14.
           05 sc-nt-cod-15         line 18 col 07 pic zzz
           from ws-nt-pag-cod (15) foreground-color 14.
           05 sc-nt-nome-15        line 18 col 12 pic x(40)
           from ws-nt-pag-nome (15) foreground-color 14.
           05 sc-nt-nota-15        line 18 col 55 pic 9(02)v99
           using ws-nt-pag-nota (15) foreground-color 14.
           05 sc-nt-lancar-15      line 18 col 66 pic x(01)
           using ws-nt-pag-lancar (15) foreground-color 14.
           05 sc-nt-aviso                  line 19 col 07 pic x(50)
           from ws-nt-aviso foreground-color 15.
           05 sc-cancelar-notas-turma      line 21 col 70 pic x(01)
           using ws-cancelar-notas-turma foreground-color 12.

      *> tela das ocorrências disciplinares: aluno, data e número no
      *> dia (0 = nova); o primeiro Enter traz o aluno com o resumo das
      *> ocorrências e a ocorrência gravada, o seguinte grava ou exclui
       01 tela-ocorrencia.
           05 blank screen.
           05 line 01 col 01 value "                 ---- Ocorrencias Disciplinares ----                           "
           foreground-color 11.
           05 line 03 col 01 value "      Aluno:                                                                   ".
           05 line 04 col 01 value "      Turma:         Ocorrencias no ano:                                       ".
           05 line 05 col 01 value "      Ultima suspensao:          a                                             ".
           05 line 06 col 01 value "      Data (AAAAMMDD):             Numero no dia (0 = nova):                   ".
           05 line 07 col 01 value "      Tipo (I = incidente, A = advertencia, S = suspensao, R = reuniao):       ".
           05 line 08 col 01 value "      Gravidade (L = leve, M = media, G = grave):                              ".
           05 line 09 col 01 value "      Descricao:                                                               ".
           05 line 10 col 01 value "      Providencia tomada:                                                      ".
           05 line 11 col 01 value "      Responsavel notificado (S/N):                                            ".
           05 line 12 col 01 value "      Suspensao (AAAAMMDD) de:            ate:                                 ".
           05 line 13 col 01 value "      Excluir a ocorrencia (S = sim):                                          ".
           05 line 14 col 01 value "                                                                               ".
           05 line 15 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela das ocorrências disciplinares
           05 sc-oco-aluno                 line 03 col 14 pic 9(03)
           using ws-oco-aluno foreground-color 14.
           05 sc-oco-nome                  line 03 col 19 pic x(40)
           from ws-oco-nome foreground-color 14.
           05 sc-oco-turma                 line 04 col 14 pic x(03)
           from ws-oco-turma foreground-color 14.
           05 sc-oco-res-qtd               line 04 col 42 pic zz9
           from ws-oco-res-qtd foreground-color 14.
           05 sc-oco-res-susp-inicio       line 05 col 25 pic 9(08)
           from ws-oco-res-susp-inicio foreground-color 14.
           05 sc-oco-res-susp-fim          line 05 col 36 pic 9(08)
           from ws-oco-res-susp-fim foreground-color 14.
           05 sc-oco-data                  line 06 col 24 pic 9(08)
           using ws-oco-data foreground-color 14.
           05 sc-oco-seq                   line 06 col 62 pic 9(02)
           using ws-oco-seq foreground-color 14.
           05 sc-oco-tipo                  line 07 col 74 pic x(01)
           using ws-oco-tipo foreground-color 14.
           05 sc-oco-gravidade             line 08 col 51 pic x(01)
           using ws-oco-gravidade foreground-color 14.
           05 sc-oco-descricao             line 09 col 18 pic x(60)
           using ws-oco-descricao foreground-color 14.
           05 sc-oco-providencia           line 10 col 27 pic x(40)
           using ws-oco-providencia foreground-color 14.
           05 sc-oco-notificado            line 11 col 37 pic x(01)
           using ws-oco-notificado foreground-color 14.
           05 sc-oco-susp-inicio           line 12 col 32 pic 9(08)
           using ws-oco-susp-inicio foreground-color 14.
           05 sc-oco-susp-fim              line 12 col 48 pic 9(08)
           using ws-oco-susp-fim foreground-color 14.
           05 sc-oco-excluir               line 13 col 39 pic x(01)
           using ws-oco-excluir foreground-color 14.
           05 sc-msn-ocorrencia            line 14 col 08 pic x(50)
           from ws-msn foreground-color 15.
           05 sc-sair-ocorrencia           line 15 col 74 pic x(01)
           using ws-sair-ocorrencias foreground-color 12.

      *> tela da chamada diária: turma, disciplina, data e aulas da
      *> disciplina no dia; com a lista impressa (se pedida), segue
      *> para a tela de marcação das faltas
       01 tela-chamada.
           05 blank screen.
           05 line 01 col 01 value "                       ---- Chamada Diaria ----                                "
           foreground-color 11.
           05 line 03 col 01 value "      Turma:                                                                   ".
           05 line 04 col 01 value "      Disciplina:                                                              ".
           05 line 05 col 01 value "      Data (AAAAMMDD):                                                         ".
           05 line 06 col 01 value "      Aulas da disciplina no dia (1 a 6):                                      ".
           05 line 07 col 01 value "      Imprimir a lista de chamada? (S/N):                                      ".
           05 line 08 col 01 value "                                                                               ".
           05 line 09 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela da chamada diária
           05 sc-cha-turma                 line 03 col 14 pic x(03)
           using ws-cha-turma foreground-color 14.
           05 sc-cha-disciplina            line 04 col 19 pic x(10)
           using ws-cha-disciplina foreground-color 14.
           05 sc-cha-data                  line 05 col 24 pic 9(08)
           using ws-cha-data foreground-color 14.
           05 sc-cha-aulas                 line 06 col 43 pic 9(01)
           using ws-cha-aulas foreground-color 14.
           05 sc-cha-imprimir              line 07 col 43 pic x(01)
           using ws-cha-imprimir foreground-color 14.
           05 sc-msn-chamada               line 08 col 08 pic x(50)
           from ws-msn foreground-color 15.
           05 sc-sair-chamada              line 09 col 74 pic x(01)
           using ws-sair-chamada foreground-color 12.

      *> tela de marcação da chamada: 15 alunos por página, F na
      *> frente de quem faltou (em branco = presente); o Enter na
      *> última página grava a chamada
       01 tela-chamada-alunos.
           05 blank screen.
           05 line 01 col 01 value "                       ---- Chamada Diaria ----                                "
           foreground-color 11.
           05 line 02 col 01 value "      Turma:      Disciplina:             Data:             Pagina:            ".
           05 line 03 col 01 value "      Cod  Nome do aluno                              Falta                    ".
           05 line 20 col 01 value "      F = faltou, em branco = presente; Enter = proxima pagina/gravar          ".
           05 line 21 col 01 value "                                                                    [ ]Cancelar".

      *> variáveis da tela de marcação da chamada
           05 sc-cha-g-turma               line 02 col 14 pic x(03)
           from ws-cha-turma foreground-color 14.
           05 sc-cha-g-disciplina          line 02 col 31 pic x(10)
           from ws-cha-disciplina foreground-color 14.
           05 sc-cha-g-data                line 02 col 49 pic 9(08)
           from ws-cha-data foreground-color 14.
           05 sc-cha-g-pagina              line 02 col 69 pic z9
           from ws-cha-num-pagina foreground-color 14.
           05 sc-cha-cod-1         line 04 col 07 pic zzz
           from ws-cha-pag-cod (1) foreground-color 14.
           05 sc-cha-nome-1        line 04 col 12 pic x(40)
           from ws-cha-pag-nome (1) foreground-color 14.
           05 sc-cha-marca-1       line 04 col 55 pic x(01)
           using ws-cha-pag-marca (1) foreground-color 14.
           05 sc-cha-cod-2         line 05 col 07 pic zzz
           from ws-cha-pag-cod (2) foreground-color 14.
           05 sc-cha-nome-2        line 05 col 12 pic x(40)
           from ws-cha-pag-nome (2) foreground-color 14.
           05 sc-cha-marca-2       line 05 col 55 pic x(01)
           using ws-cha-pag-marca (2) foreground-color 14.
           05 sc-cha-cod-3         line 06 col 07 pic zzz
           from ws-cha-pag-cod (3) foreground-color 14.
           05 sc-cha-nome-3        line 06 col 12 pic x(40)
           from ws-cha-pag-nome (3) foreground-color 14.
           05 sc-cha-marca-3       line 06 col 55 pic x(01)
           using ws-cha-pag-marca (3) foreground-color 14.
           05 sc-cha-cod-4         line 07 col 07 pic zzz
           from ws-cha-pag-cod (4) foreground-color 14.
           05 sc-cha-nome-4        line 07 col 12 pic x(40)
           from ws-cha-pag-nome (4) foreground-color 14.
           05 sc-cha-marca-4       line 07 col 55 pic x(01)
           using ws-cha-pag-marca (4) foreground-color 14.
           05 sc-cha-cod-5         line 08 col 07 pic zzz
           from ws-cha-pag-cod (5) foreground-color 14.
           05 sc-cha-nome-5        line 08 col 12 pic x(40)
           from ws-cha-pag-nome (5) foreground-color 14.
           05 sc-cha-marca-5       line 08 col 55 pic x(01)
           using ws-cha-pag-marca (5) foreground-color 14.
           05 sc-cha-cod-6         line 09 col 07 pic zzz
           from ws-cha-pag-cod (6) foreground-color 14.
           05 sc-cha-nome-6        line 09 col 12 pic x(40)
           from ws-cha-pag-nome (6) foreground-color 14.
           05 sc-cha-marca-6       line 09 col 55 pic x(01)
           using ws-cha-pag-marca (6) foreground-color 14.
           05 sc-cha-cod-7         line 10 col 07 pic zzz
           from ws-cha-pag-cod (7) foreground-color 14.
           05 sc-cha-nome-7        line 10 col 12 pic x(40)
           from ws-cha-pag-nome (7) foreground-color 14.
           05 sc-cha-marca-7       line 10 col 55 pic x(01)
           using ws-cha-pag-marca (7) foreground-color 14.
           05 sc-cha-cod-8         line 11 col 07 pic zzz
           from ws-cha-pag-cod (8) foreground-color 14.
           05 sc-cha-nome-8        line 11 col 12 pic x(40)
           from ws-cha-pag-nome (8) foreground-color 14.
           05 sc-cha-marca-8       line 11 col 55 pic x(01)
           using ws-cha-pag-marca (8) foreground-color 14.
           05 sc-cha-cod-9         line 12 col 07 pic zzz
           from ws-cha-pag-cod (9) foreground-color 14.
           05 sc-cha-nome-9        line 12 col 12 pic x(40)
           from ws-cha-pag-nome (9) foreground-color 14.
           05 sc-cha-marca-9       line 12 col 55 pic x(01)
           using ws-cha-pag-marca (9) foreground-color 14.
           05 sc-cha-cod-10        line 13 col 07 pic zzz
           from ws-cha-pag-cod (10) foreground-color 14.
           05 sc-cha-nome-10       line 13 col 12 pic x(40)
           from ws-cha-pag-nome (10) foreground-color 14.
           05 sc-cha-marca-10      line 13 col 55 pic x(01)
           using ws-cha-pag-marca (10) foreground-color 14.
           05 sc-cha-cod-11        line 14 col 07 pic zzz
           from ws-cha-pag-cod (11) foreground-color 14.
           05 sc-cha-nome-11       line 14 col 12 pic x(40)
           from ws-cha-pag-nome (11) foreground-color 14.
           05 sc-cha-marca-11      line 14 col 55 pic x(01)
           using ws-cha-pag-marca (11) foreground-color 14.
           05 sc-cha-cod-12        line 15 col 07 pic zzz
           from ws-cha-pag-cod (12) foreground-color 14.
           05 sc-cha-nome-12       line 15 col 12 pic x(40)
           from ws-cha-pag-nome (12) foreground-color 14.
           05 sc-cha-marca-12      line 15 col 55 pic x(01)
           using ws-cha-pag-marca (12) foreground-color 14.
           05 sc-cha-cod-13        line 16 col 07 pic zzz
           from ws-cha-pag-cod (13) foreground-color 14.
           05 sc-cha-nome-13       line 16 col 12 pic x(40)
           from ws-cha-pag-nome (13) foreground-color 14.
           05 sc-cha-marca-13      line 16 col 55 pic x(01)
           using ws-cha-pag-marca (13) foreground-color 14.
           05 sc-cha-cod-14        line 17 col 07 pic zzz
           from ws-cha-pag-cod (14) foreground-color 14.
           05 sc-cha-nome-14       line 17 col 12 pic x(40)
           from ws-cha-pag-nome (14) foreground-color 14.
           05 sc-cha-marca-14      line 17 col 55 pic x(01)
           using ws-cha-pag-marca (14) foreground-color 14.
           05 sc-cha-cod-15        line 18 col 07 pic zzz
           from ws-cha-pag-cod (15) foreground-color 14.
           05 sc-cha-nome-15       line 18 col 12 pic x(40)
           from ws-cha-pag-nome (15) foreground-color 14.
           05 sc-cha-marca-15      line 18 col 55 pic x(01)
           using ws-cha-pag-marca (15) foreground-color 14.
           05 sc-cha-aviso                 line 19 col 08 pic x(50)
           from ws-cha-aviso foreground-color 15.
           05 sc-cancelar-chamada          line 21 col 70 pic x(01)
           using ws-cancelar-chamada foreground-color 12.

      *> tela da fila de espera: o usuário informa a turma e navega
      *> pelos alunos aguardando, em ordem de chegada; "Atender" dá a
      *> vaga ao aluno mostrado (se a turma tiver vaga aberta)
           05 sc-sair-transf               line 09  col 74 pic x(01)
           using ws-sair-transferir foreground-color 12.

      *> tela do desligamento de aluno: mostra o aluno e a turma e
      *> aceita o motivo, a data da saída, a escola de destino e a
      *> confirmação
       01 tela-desligamento.
           05 blank screen.
           05 line 01 col 01 value "                    ---- Desligamento de Aluno ----                            "
           foreground-color 11.
           05 line 03 col 01 value "      Numero de cadastro do aluno:                                             ".
           05 line 04 col 01 value "      Nome do aluno:                                                           ".
           05 line 05 col 01 value "      Turma:                                                                   ".
           05 line 06 col 01 value "      Motivo:                                                                  ".
           05 line 07 col 01 value "      (T = transferencia, A = abandono, M = mudanca de cidade, F = falecimento)".
           05 line 08 col 01 value "      Data do desligamento (AAAAMMDD):                                         ".
           05 line 09 col 01 value "      Escola de destino:                                                       ".
           05 line 10 col 01 value "      Confirmar o desligamento (S = sim):                                      ".
           05 line 11 col 01 value "                                                                               ".
           05 line 12 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela de desligamento
           05 sc-desl-cod                  line 03  col 36 pic 9(03)
           from ws-cod foreground-color 14.
           05 sc-desl-nome                 line 04  col 22 pic x(40)
           from ws-nome foreground-color 14.
           05 sc-desl-turma                line 05  col 14 pic x(03)
           from ws-turma foreground-color 14.
           05 sc-desl-motivo               line 06  col 15 pic x(01)
           using ws-desl-motivo foreground-color 14.
           05 sc-desl-data                 line 08  col 40 pic 9(08)
           using ws-desl-data foreground-color 14.
           05 sc-desl-escola               line 09  col 26 pic x(40)
           using ws-desl-escola foreground-color 14.
           05 sc-desl-confirma             line 10  col 43 pic x(01)
           using ws-desl-confirma foreground-color 14.
           05 sc-sair-desligamento         line 12  col 74 pic x(01)
           using ws-sair-desligamento foreground-color 12.

      *> tela de decisão do conselho de classe: mostra o aluno, a
      *> média e a situação calculada e aceita a decisão do conselho
      *> (A = aprovado pelo conselho, M = mantido reprovado, em
           foreground-color 11.
           05 line 03 col 01 value "      Numero de cadastro do aluno:                                             ".
           05 line 04 col 01 value "      Nome do aluno:                                                           ".
           05 line 05 col 01 value "      Media:                  Ocorrencias no ano:                              ".
           05 line 06 col 01 value "      Situacao calculada:               Ultima suspensao:          a           ".
           05 line 07 col 01 value "      Decisao (A/M, branco = sem decisao):                                     ".
           05 line 08 col 01 value "      Justificativa:                                                           ".
           05 line 09 col 01 value "                                                                                ".
           from ws-media foreground-color 14.
           05 sc-cons-situacao             line 06  col 27 pic x(09)
           from ws-situacao foreground-color 14.
           05 sc-cons-ocorrencias          line 05  col 51 pic zz9
           from ws-oco-res-qtd foreground-color 14.
           05 sc-cons-susp-inicio          line 06  col 59 pic 9(08)
           from ws-oco-res-susp-inicio foreground-color 14.
           05 sc-cons-susp-fim             line 06  col 70 pic 9(08)
           from ws-oco-res-susp-fim foreground-color 14.
           05 sc-cons-decisao              line 07  col 44 pic x(01)
           using ws-conselho-decisao foreground-color 14.
           05 sc-cons-justif               line 08  col 22 pic x(40)
           05 line 05 col 01 value "      Codigo do aluno (0 = todos):                                             ".
           05 line 06 col 01 value "      Operacao (em branco = todas):                                            ".
           05 line 07 col 01 value "      Gerar arquivo para impressao? (S/N):                                     ".
           05 line 08 col 01 value "      Operador (em branco = todos):                                            ".
           05 line 09 col 01 value "                                                                        [ ]Sair".

      *> variáveis da tela de filtros da consulta de auditoria
           using ws-aud-oper-filtro foreground-color 14.
           05 sc-aud-imprimir              line 07 col 44 pic x(01)
           using ws-aud-imprimir foreground-color 14.
           05 sc-aud-login                 line 08 col 37 pic x(08)
           using ws-aud-login-filtro foreground-color 14.
           05 sc-sair-consulta-aud         line 09 col 74 pic x(01)
           using ws-sair-consulta-aud foreground-color 12.

       Procedure Division.

           perform inicializa.
           perform login-operador.
           perform processamento.
           perform finaliza.

               perform finaliza-anormal
           end-if

      *> abrindo o cadastro de operadores (criado vazio na primeira vez)
           open i-o arqOperadores
           if ws-fs-arqOperadores  <> 00
           and ws-fs-arqOperadores <> 05 then
               move 69                                    to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> abrindo o quadro de horários (criado vazio na primeira vez)
           open i-o arqHorarios
           if ws-fs-arqHorarios  <> 00
           and ws-fs-arqHorarios <> 05 then
               move 77                                    to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHorarios"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> abrindo a chamada diária (criada vazia na primeira vez)
           open i-o arqChamada
           if ws-fs-arqChamada  <> 00
           and ws-fs-arqChamada <> 05 then
               move 86                                    to ws-msn-erro-ofsset
               move ws-fs-arqChamada                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamada"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> abrindo o controle de fechamento de bimestre (criado vazio na
      *> primeira vez)
           open i-o arqBimestres
           if ws-fs-arqBimestres  <> 00
           and ws-fs-arqBimestres <> 05 then
               move 100                                   to ws-msn-erro-ofsset
               move ws-fs-arqBimestres                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBimestres"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> abrindo as ocorrências disciplinares (criadas vazias na
      *> primeira vez)
           open i-o arqOcorrencias
           if ws-fs-arqOcorrencias  <> 00
           and ws-fs-arqOcorrencias <> 05 then
               move 113                                   to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> abrindo o histórico escolar, o livro de registro dos documentos
      *> e os desligamentos (criados vazios na primeira vez)
           open i-o arqHistorico
           if ws-fs-arqHistorico  <> 00
           and ws-fs-arqHistorico <> 05 then
               move 143                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDocumentos
           if ws-fs-arqDocumentos  <> 00
           and ws-fs-arqDocumentos <> 05 then
               move 144                                   to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDesligamentos
           if ws-fs-arqDesligamentos  <> 00
           and ws-fs-arqDesligamentos <> 05 then
               move 145                                     to ws-msn-erro-ofsset
               move ws-fs-arqDesligamentos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDesligamentos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> abrindo a trilha de auditoria (extend acrescenta no fim do arquivo)
           open extend arqAuditoria
           if ws-fs-arqAuditoria <> 00 then
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Login do operador: até 3 tentativas de login e senha; no
      *> primeiro acesso (nenhum operador cadastrado) o login digitado
      *> é gravado como o primeiro operador, de perfil coordenação, que
      *> depois cadastra os demais. Com o login aceito, o menu é
      *> montado só com as opções do perfil do operador
      *>------------------------------------------------------------------------
       login-operador section.
           perform verificar-operadores-cadastrados
           move zero to ws-tentativas-login
           move "N" to ws-login-ok
           move spaces to ws-msn

           perform until ws-login-ok = "S"
               move spaces to ws-login-digitado
               move spaces to ws-senha-digitada
               if ws-tem-operador = "N" then
                   move "Primeiro acesso: cadastre o login da coordenacao"
                       to ws-msn-login
               else
                   move spaces to ws-msn-login
               end-if
               display tela-login
               accept tela-login

               if ws-tem-operador = "N" then
                   perform criar-primeiro-operador
               else
                   perform validar-login
               end-if

               if ws-login-ok = "N" then
                   add 1 to ws-tentativas-login
                   display ws-msn at line 06 col 08
                   accept ws-aux
                   move spaces to ws-msn
      *> terceira tentativa errada: o programa é encerrado
                   if ws-tentativas-login >= 3 then
                       display erase
                       display "Acesso negado."
                       perform finaliza
                   end-if
               end-if
           end-perform

           perform montar-menu-perfil
           .
       login-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificar se já existe algum operador no cadastro (a primeira
      *> leitura sequencial do arquivo diz se ele está vazio)
      *>------------------------------------------------------------------------
       verificar-operadores-cadastrados section.
           move "N" to ws-tem-operador
           move low-values to fd-oper-login
           start arqOperadores key is not less than fd-oper-login
           if ws-fs-arqOperadores = 00 then
               read arqOperadores next
               if ws-fs-arqOperadores = 00 then
                   move "S" to ws-tem-operador
               end-if
           else
               if ws-fs-arqOperadores <> 23
               and ws-fs-arqOperadores <> 05
               and ws-fs-arqOperadores <> 10 then
                   move 71                                        to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqOperadores"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       verificar-operadores-cadastrados-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir o login e a senha digitados no cadastro de operadores
      *> (operador INATIVO não entra) e carregar o operador logado
      *>------------------------------------------------------------------------
       validar-login section.
           move ws-login-digitado to fd-oper-login
           read arqOperadores
           if ws-fs-arqOperadores = 0 then
               if fd-oper-senha = ws-senha-digitada
               and fd-oper-ativo then
                   move fd-oper-login    to ws-operador-login
                   move fd-oper-nome     to ws-operador-nome
                   move fd-oper-perfil   to ws-operador-perfil
                   move fd-oper-prof-cod to ws-operador-prof-cod
                   move "S" to ws-login-ok
               else
                   move "Login ou senha invalidos!" to ws-msn
               end-if
           else
               if ws-fs-arqOperadores = 23 then
                   move "Login ou senha invalidos!" to ws-msn
               else
                   move 72                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperadores"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       validar-login-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Primeiro acesso: gravar o login e a senha digitados como o
      *> primeiro operador, de perfil coordenação, e já entrar com ele
      *>------------------------------------------------------------------------
       criar-primeiro-operador section.
           if ws-login-digitado = spaces
           or ws-senha-digitada = spaces then
               move "Informe login e senha!" to ws-msn
           else
               move ws-login-digitado to fd-oper-login
               move ws-senha-digitada to fd-oper-senha
               move "COORDENACAO"     to fd-oper-nome
               move "C"               to fd-oper-perfil
               move spaces            to fd-oper-prof-cod
               move "ATIVO"           to fd-oper-status
               write fd-registro-operador
               if ws-fs-arqOperadores <> 0 then
                   move 73                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqOperadores"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move fd-oper-login    to ws-operador-login
               move fd-oper-nome     to ws-operador-nome
               move fd-oper-perfil   to ws-operador-perfil
               move fd-oper-prof-cod to ws-operador-prof-cod
               move "S" to ws-login-ok
               move "S" to ws-tem-operador

      *> registrando na trilha de auditoria (sem aluno envolvido)
               move zero                          to fd-cod
               move "OPERADOR"                    to ws-aud-operacao
               move "primeiro operador (coordenacao)" to ws-aud-campos
               perform registrar-auditoria
           end-if
           .
       criar-primeiro-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar os rótulos do menu com as opções liberadas para o perfil
      *> do operador logado; as demais ficam em branco na tela
      *>------------------------------------------------------------------------
       montar-menu-perfil section.
           evaluate ws-operador-perfil
               when "S"
                   move "SECRETARIA"  to ws-perfil-descricao
               when "T"
                   move "TESOURARIA"  to ws-perfil-descricao
               when "C"
                   move "COORDENACAO" to ws-perfil-descricao
               when "P"
                   move "PROFESSOR"   to ws-perfil-descricao
               when other
                   move spaces        to ws-perfil-descricao
           end-evaluate

           move 1 to ws-idx-menu
           perform until ws-idx-menu > ws-qtd-opcoes-menu
               move zero to ws-qtd-perfil-opcao
               if ws-operador-perfil <> space then
                   inspect ws-menu-perfis (ws-idx-menu)
                       tallying ws-qtd-perfil-opcao
                       for all ws-operador-perfil
               end-if
               if ws-qtd-perfil-opcao > zero then
                   move ws-menu-texto (ws-idx-menu)
                       to ws-menu-rotulo (ws-idx-menu)
                   move "S" to ws-menu-liberada (ws-idx-menu)
               else
                   move spaces to ws-menu-rotulo (ws-idx-menu)
                   move "N" to ws-menu-liberada (ws-idx-menu)
               end-if
               add 1 to ws-idx-menu
           end-perform
           .
       montar-menu-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Desmarcar as opções do menu que o perfil do operador não pode
      *> executar (a posição de cada opção na tabela do menu é a ordem
      *> delas na tela) e avisar quando alguma foi recusada
      *>------------------------------------------------------------------------
       bloquear-opcoes-sem-permissao section.
           move "N" to ws-opcao-bloqueada

           move ws-cadastro-aluno to ws-opcao-marcada
           move 1 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-aluno

           move ws-cadastro-nota to ws-opcao-marcada
           move 2 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-nota

           move ws-cadastro-turma to ws-opcao-marcada
           move 3 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-turma

           move ws-cadastro-disciplina to ws-opcao-marcada
           move 4 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-disciplina

           move ws-cadastro-frequencia to ws-opcao-marcada
           move 5 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-frequencia

           move ws-cadastro-recuperacao to ws-opcao-marcada
           move 6 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-recuperacao

           move ws-consulta-indexada to ws-opcao-marcada
           move 7 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-consulta-indexada

           move ws-consulta-sequencial to ws-opcao-marcada
           move 8 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-consulta-sequencial

           move ws-alterar to ws-opcao-marcada
           move 9 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-alterar

           move ws-deletar to ws-opcao-marcada
           move 10 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-deletar

           move ws-consulta-inativos to ws-opcao-marcada
           move 11 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-consulta-inativos

           move ws-consulta-auditoria to ws-opcao-marcada
           move 12 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-consulta-auditoria

           move ws-cadastro-professor to ws-opcao-marcada
           move 13 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-professor

           move ws-fila-espera to ws-opcao-marcada
           move 14 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-fila-espera

           move ws-transferir to ws-opcao-marcada
           move 15 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-transferir

           move ws-conselho-classe to ws-opcao-marcada
           move 16 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-conselho-classe

           move ws-mensalidades to ws-opcao-marcada
           move 17 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-mensalidades

           move ws-cadastro-operador to ws-opcao-marcada
           move 18 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-cadastro-operador

           move ws-quadro-horarios to ws-opcao-marcada
           move 19 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-quadro-horarios

           move ws-chamada-diaria to ws-opcao-marcada
           move 20 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-chamada-diaria

           move ws-fechamento-bimestre to ws-opcao-marcada
           move 21 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-fechamento-bimestre

           move ws-notas-turma to ws-opcao-marcada
           move 22 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-notas-turma

           move ws-ocorrencias to ws-opcao-marcada
           move 23 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-ocorrencias

           move ws-desligamento to ws-opcao-marcada
           move 24 to ws-idx-menu
           perform verificar-opcao-menu
           move ws-opcao-marcada to ws-desligamento

           if ws-opcao-bloqueada = "S" then
               display "Opcao nao liberada para o seu perfil!"
                   at line 22 col 08
               accept ws-aux
           end-if
           .
       bloquear-opcoes-sem-permissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recusar a opção em ws-opcao-marcada se a posição ws-idx-menu
      *> do menu não estiver liberada para o perfil do operador
      *>------------------------------------------------------------------------
       verificar-opcao-menu section.
           if (ws-opcao-marcada = "X" or ws-opcao-marcada = "x")
           and ws-menu-liberada (ws-idx-menu) <> "S" then
               move space to ws-opcao-marcada
               move "S" to ws-opcao-bloqueada
           end-if
           .
       verificar-opcao-menu-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento do programa
      *>------------------------------------------------------------------------
               move space to ws-deletar
               move space to ws-consulta-inativos
               move space to ws-consulta-auditoria
               move space to ws-cadastro-operador
               move space to ws-quadro-horarios
               move space to ws-chamada-diaria
               move space to ws-fechamento-bimestre
               move space to ws-notas-turma
               move space to ws-ocorrencias
               move space to ws-desligamento
               move space to ws-sair-menu
               display tela
               accept tela

      *> desmarcando o que o perfil do operador não pode executar
               perform bloquear-opcoes-sem-permissao

               if ws-cadastro-aluno = "X"
               or ws-cadastro-aluno = "x" then
                   move "CADASTRO-ALUNOS"          to ws-bloq-operacao
                   perform cadastro-alunos
               end-if

               if ws-cadastro-nota = "X"
               or ws-cadastro-nota = "x" then
                   move "CADASTRO-NOTAS"           to ws-bloq-operacao
                   perform cadastro-notas
               end-if

               if ws-cadastro-turma = "X"
               or ws-cadastro-turma = "x" then
                   move "CADASTRO-TURMAS"          to ws-bloq-operacao
                   perform cadastro-turmas
               end-if

               if ws-cadastro-disciplina = "X"
               or ws-cadastro-disciplina = "x" then
                   move "CADASTRO-DISCIPLINAS"     to ws-bloq-operacao
                   perform cadastro-disciplinas
               end-if

               if ws-cadastro-professor = "X"
               or ws-cadastro-professor = "x" then
                   move "CADASTRO-PROFESSORES"     to ws-bloq-operacao
                   perform cadastro-professores
               end-if

               if ws-fila-espera = "X"
               or ws-fila-espera = "x" then
                   move "FILA-ESPERA"              to ws-bloq-operacao
                   perform consulta-fila-espera
               end-if

               if ws-transferir = "X"
               or ws-transferir = "x" then
                   move "TRANSFERENCIA-TURMA"      to ws-bloq-operacao
                   perform transferir-aluno
               end-if

               if ws-conselho-classe = "X"
               or ws-conselho-classe = "x" then
                   move "CONSELHO-CLASSE"          to ws-bloq-operacao
                   perform conselho-classe
               end-if

               if ws-mensalidades = "X"
               or ws-mensalidades = "x" then
                   move "MENSALIDADES"             to ws-bloq-operacao
                   perform mensalidades
               end-if

               if ws-cadastro-frequencia = "X"
               or ws-cadastro-frequencia = "x" then
                   move "CADASTRO-FREQUENCIA"      to ws-bloq-operacao
                   perform cadastro-frequencia
               end-if

               if ws-cadastro-recuperacao = "X"
               or ws-cadastro-recuperacao = "x" then
                   move "CADASTRO-RECUPERACAO"     to ws-bloq-operacao
                   perform cadastro-recuperacao
               end-if

               if ws-consulta-indexada = "X"
               or ws-consulta-indexada = "x" then
                   move "CONSULTA-INDEXADA"        to ws-bloq-operacao
                   perform consulta-indexada
               end-if

               if ws-consulta-sequencial = "X"
               or ws-consulta-sequencial = "x" then
                   move "CONSULTA-SEQUENCIAL"      to ws-bloq-operacao
                   perform consulta-sequencial-next
               end-if

               if ws-alterar = "X"
               or ws-alterar = "x" then
                   move "ALTERACAO"                to ws-bloq-operacao
                   perform alterar
               end-if

               if ws-deletar = "X"
               or ws-deletar = "x" then
                   move "EXCLUSAO"                 to ws-bloq-operacao
                   perform deletar
               end-if

               if ws-consulta-inativos = "X"
               or ws-consulta-inativos = "x" then
                   move "CONSULTA-INATIVOS"        to ws-bloq-operacao
                   perform consulta-inativos
               end-if

               if ws-consulta-auditoria = "X"
               or ws-consulta-auditoria = "x" then
                   move "CONSULTA-AUDITORIA"       to ws-bloq-operacao
                   perform consulta-auditoria
               end-if

               if ws-cadastro-operador = "X"
               or ws-cadastro-operador = "x" then
                   move "CADASTRO-OPERADORES"      to ws-bloq-operacao
                   perform cadastro-operadores
               end-if

               if ws-quadro-horarios = "X"
               or ws-quadro-horarios = "x" then
                   move "QUADRO-HORARIOS"          to ws-bloq-operacao
                   perform quadro-horarios
               end-if

               if ws-chamada-diaria = "X"
               or ws-chamada-diaria = "x" then
                   move "CHAMADA-DIARIA"           to ws-bloq-operacao
                   perform chamada-diaria
               end-if

               if ws-fechamento-bimestre = "X"
               or ws-fechamento-bimestre = "x" then
                   move "FECHAMENTO-BIMESTRE"      to ws-bloq-operacao
                   perform fechamento-bimestre
               end-if

               if ws-notas-turma = "X"
               or ws-notas-turma = "x" then
                   move "NOTAS-POR-TURMA"          to ws-bloq-operacao
                   perform notas-por-turma
               end-if

               if ws-ocorrencias = "X"
               or ws-ocorrencias = "x" then
                   move "OCORRENCIAS"              to ws-bloq-operacao
                   perform ocorrencias-disciplinares
               end-if

               if ws-desligamento = "X"
               or ws-desligamento = "x" then
                   move "DESLIGAMENTO"             to ws-bloq-operacao
                   perform desligar-aluno
               end-if

           end-perform
           .
       processamento-exit.
           move spaces to ws-msn
      *> saber qual é o próximo código que pode ser utilizado
           perform buscar-prox-cod
           if ws-msn <> spaces then
               display tela-cadastro-aluno
               display ws-msn at line 15 col 08
               accept ws-aux
               move spaces to ws-msn
               move "x" to ws-sair-cad-alunos
           end-if

           perform until ws-sair-cad-alunos = "x"
           or ws-sair-cad-alunos = "X"
               if ws-sair-cad-alunos = spaces then
      *> validando os dados obrigatórios antes de gravar
                   perform validar-cadastro-aluno
      *> turma cheia: o aluno é gravado sem turma e entra na fila de
      *> espera da turma desejada, em ordem de chegada
                   if ws-msn = spaces then
                       perform verificar-capacidade-turma
                   end-if
                   if ws-msn <> spaces then
                       display ws-msn at line 15 col 08
                       accept ws-aux
                       move spaces to ws-msn
                   else
                       if ws-turma-cheia = "S" then
                           move ws-turma to ws-fila-turma
                           move spaces   to ws-turma
               move "Turma e obrigatoria!" to ws-msn
           else
               move ws-turma to fd-turma-cod
               perform ler-turma
               if ws-fs-arqTurmas = 23 then
                   move "Turma nao cadastrada!" to ws-msn
               else
                   if ws-fs-arqTurmas = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqTurmas <> 0 then
                           move 20                              to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
                       move "Bimestre invalido!" to ws-msn
                   else
                       move ws-cod to fd-cod
                       perform ler-aluno
                       if ws-fs-arqAlunos = 51 then
                           move "Registro em uso!" to ws-msn
                       else
                           if ws-fs-arqAlunos <> 0 then
                               move "Aluno nao cadastrado!" to ws-msn
                           else
                               if fd-status-inativo then
                                   move "Aluno inativo, nao e possivel lancar notas!"
                                       to ws-msn
                               else
      *> bimestre fechado pela coordenação não recebe nota
                                   move fd-turma    to ws-bimv-turma
                                   move ws-bimestre to ws-bimv-numero
                                   perform verificar-bimestre-fechado
                                   if ws-bimv-fechado = "S" then
                                       move "Bimestre fechado para a turma!"
                                           to ws-msn
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if

                   if ws-msn <> spaces then
                       display ws-msn at line 06 col 08
      *> validando e remontando a tabela de notas com as disciplinas
      *> digitadas; as notas da tela entram no bimestre escolhido
               perform validar-e-montar-notas
               if ws-msn = spaces then
                   move ws-turma to ws-bimv-turma
                   perform verificar-disciplinas-bim-fechado
               end-if

               if ws-msn <> spaces then
                   display ws-msn at line 12 col 08
      *> calculando a nota final das disciplinas, a média e a situação
                   perform calcular-media-situacao

      *> salvar dados no arquivo (não grava se a frequência ou o aluno
      *> estavam presos por outro terminal e o operador cancelou)
                   if ws-bloq-cancelado = "N" then
                       perform preparar-fd-cadastro-para-gravar
                       perform regravar-aluno
                   end-if

                   if ws-bloq-cancelado = "S" then
                       move "Registro em uso, nao gravado!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move 3                                     to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                       to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *> registrando na trilha de auditoria
                       move "NOTAS"                                    to ws-aud-operacao
                       move spaces                                     to ws-aud-campos
                       string "notas do bimestre "  delimited by size
                              ws-bimestre           delimited by size
                           into ws-aud-campos
                       end-string
                       perform registrar-auditoria
                       move "Notas gravadas com sucesso!" to ws-msn
                   end-if

      *> mostrando a média/situação já calculadas antes de liberar a
      *> tela para o próximo aluno, para o usuário não perder esse
      *> resultado (ou as notas digitadas, se o registro estava preso)
                   display tela-cadastro-notas
                   display ws-msn at line 12 col 08
                   accept ws-aux
                   move spaces to ws-msn
                   else
                       perform gravar-turma

      *> preparando a tela em branco para a próxima turma (com o
      *> registro preso por outro terminal ou a turma recusada, o que
      *> foi digitado fica na tela para gravar de novo)
                       if ws-turma-gravada = "S" then
                           move spaces to ws-turma-cod
                           move spaces to ws-turma-descricao
                           move spaces to ws-turma-professor
                           move spaces to ws-turma-discs-aux
                           move zeros  to ws-turma-ano
                           move zeros  to ws-turma-capacidade
                           move zeros  to ws-turma-mensalidade
                       end-if
                       move spaces to ws-msn
                   end-if
               end-if
      *>------------------------------------------------------------------------
      *> Gravar a turma informada na tela: write se ela ainda não existe
      *> no arquivo, rewrite se já existe; as linhas de disciplina em
      *> branco são puladas, as demais entram com o professor delas.
      *> Na turma que já existe, as aulas do quadro de horários são
      *> conferidas antes: disciplina retirada que ainda tem aula
      *> marcada ou professor novo ocupado em outra turma recusa a
      *> gravação, e a aula da disciplina que trocou de professor é
      *> regravada com o novo
      *>------------------------------------------------------------------------
       gravar-turma section.
           move "N" to ws-turma-gravada
           move ws-turma-cod to fd-turma-cod
           perform ler-turma

           if ws-fs-arqTurmas = 0 then
               perform conferir-horarios-turma
               if ws-msn = spaces then
                   perform montar-registro-turma
                   perform regravar-turma
                   if ws-fs-arqTurmas = 51 then
                       move "Registro em uso, nao gravado!" to ws-msn
                   else
                       if ws-fs-arqTurmas <> 0 then
                           move 21                                   to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                      to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqTurmas"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "S" to ws-turma-gravada
                       move "Turma atualizada com sucesso!" to ws-msn
                       perform trocar-professor-horarios
                   end-if
               end-if
           else
               if ws-fs-arqTurmas = 51 then
                   move "Registro em uso, nao gravado!" to ws-msn
               else
                   if ws-fs-arqTurmas = 23 then
                       move ws-turma-cod to fd-turma-cod
                       perform montar-registro-turma
                       write fd-registro-turma
                       if ws-fs-arqTurmas <> 0 then
                           move 22                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                     to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqTurmas"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "S" to ws-turma-gravada
                       move "Turma gravada com sucesso!" to ws-msn
                   else
                       move 23                              to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

       gravar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir as aulas da turma no quadro de horários com as linhas
      *> de disciplina da tela: a disciplina da aula precisa continuar
      *> na turma, e a aula cujo professor gravado não é mais o da
      *> disciplina entra em ws-turma-trocas, com o professor novo
      *> conferido contra as outras turmas no mesmo dia e aula
      *>------------------------------------------------------------------------
       conferir-horarios-turma section.
           move zero to ws-qtd-troca
           move ws-turma-cod to fd-hor-turma
           move zero         to fd-hor-dia
           move zero         to fd-hor-aula
           start arqHorarios key is not less than fd-hor-chave
           if ws-fs-arqHorarios <> 00
           and ws-fs-arqHorarios <> 23 then
               move 151                                     to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                       to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqHorarios"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHorarios = 00 then
               perform until ws-fs-arqHorarios <> 00
               or ws-msn <> spaces
                   read arqHorarios next
                   if ws-fs-arqHorarios = 00 then
                       if fd-hor-turma <> ws-turma-cod then
                           move 10 to ws-fs-arqHorarios
                       else
                           move zero to ws-idx-troca-disc
                           move 1 to ws-idx-turma-disc
                           perform until ws-idx-turma-disc > 6
                           or ws-idx-troca-disc > zero
                               if ws-turma-disc-aux (ws-idx-turma-disc)
                                   = fd-hor-disciplina then
                                   move ws-idx-turma-disc to ws-idx-troca-disc
                               end-if
                               add 1 to ws-idx-turma-disc
                           end-perform

                           if ws-idx-troca-disc = zero then
                               move "Disciplina tem aula no quadro!" to ws-msn
                           else
                               if ws-turma-prof-aux (ws-idx-troca-disc)
                                   <> fd-hor-professor then
                                   add 1 to ws-qtd-troca
                                   move fd-hor-dia  to ws-troca-dia (ws-qtd-troca)
                                   move fd-hor-aula to ws-troca-aula (ws-qtd-troca)
                                   move ws-turma-prof-aux (ws-idx-troca-disc)
                                       to ws-troca-prof (ws-qtd-troca)
                               end-if
                           end-if
                       end-if
                   else
                       if ws-fs-arqHorarios = 51 then
                           move "Registro em uso, nao gravado!" to ws-msn
                       else
                           if ws-fs-arqHorarios <> 10 then
                               move 152                                to ws-msn-erro-ofsset
                               move ws-fs-arqHorarios                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqHorarios"     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

      *> o professor novo não pode estar em outra turma no mesmo horário
           move ws-turma-cod to ws-hor-turma
           move 1 to ws-idx-troca
           perform until ws-idx-troca > ws-qtd-troca
           or ws-msn <> spaces
               move ws-troca-prof (ws-idx-troca) to ws-hor-professor
               move ws-troca-dia (ws-idx-troca)  to ws-hor-dia
               move ws-troca-aula (ws-idx-troca) to ws-hor-aula
               perform verificar-choque-professor
               add 1 to ws-idx-troca
           end-perform
           .
       conferir-horarios-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar com o professor novo as aulas guardadas em
      *> ws-turma-trocas. Aula presa por outro terminal e cancelada fica
      *> com o professor antigo, e a tela continua com a turma digitada:
      *> gravando de novo, a conferência acha essa aula e termina a troca
      *>------------------------------------------------------------------------
       trocar-professor-horarios section.
           move 1 to ws-idx-troca
           perform until ws-idx-troca > ws-qtd-troca
               move ws-turma-cod                 to fd-hor-turma
               move ws-troca-dia (ws-idx-troca)  to fd-hor-dia
               move ws-troca-aula (ws-idx-troca) to fd-hor-aula
               perform ler-horario
               if ws-fs-arqHorarios = 51 then
                   move "N" to ws-turma-gravada
                   move "Horario em uso, grave de novo!" to ws-msn
               else
                   if ws-fs-arqHorarios <> 0 then
                       move 153                                to ws-msn-erro-ofsset
                       move ws-fs-arqHorarios                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHorarios"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-troca-prof (ws-idx-troca) to fd-hor-professor
                   rewrite fd-registro-horario
                   if ws-fs-arqHorarios <> 0 then
                       move 154                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHorarios                       to ws-msn-erro-cod
                       move "Erro ao reescrever arq. arqHorarios"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               add 1 to ws-idx-troca
           end-perform
           .
       trocar-professor-horarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar fd-registro-turma (menos a chave) com o que está na
      *> tela, compactando as linhas de disciplina preenchidas
           exit.

      *>------------------------------------------------------------------------
      *> Manutenção do quadro de horários: para a turma, o dia da
      *> semana e a aula do dia informados, grava a disciplina (que
      *> precisa ser da turma) com o professor dela no cadastro da
      *> turma, recusando o professor que já dá aula em outra turma no
      *> mesmo horário; disciplina em branco libera o horário
      *>------------------------------------------------------------------------
       quadro-horarios section.
           move spaces to ws-sair-quadro-horarios
           move spaces to ws-hor-turma
           move zeros  to ws-hor-dia
           move zeros  to ws-hor-aula
           move spaces to ws-hor-disciplina
           move spaces to ws-hor-professor
           move spaces to ws-hor-prof-nome
           move spaces to ws-msn

           perform until ws-sair-quadro-horarios = "x"
           or ws-sair-quadro-horarios = "X"
               display tela-quadro-horarios
               accept tela-quadro-horarios

               if ws-sair-quadro-horarios = spaces then
      *> validando os dados obrigatórios antes de gravar
                   move spaces to ws-hor-professor
                   move spaces to ws-hor-prof-nome
                   if ws-hor-turma = spaces then
                       move "Turma e obrigatoria!" to ws-msn
                   end-if
                   if ws-msn = spaces
                   and (ws-hor-dia < 1 or ws-hor-dia > 5) then
                       move "Dia da semana invalido!" to ws-msn
                   end-if
                   if ws-msn = spaces
                   and (ws-hor-aula < 1 or ws-hor-aula > 6) then
                       move "Aula do dia invalida!" to ws-msn
                   end-if
                   if ws-msn = spaces then
                       move ws-hor-turma to fd-turma-cod
                       perform ler-turma
                       if ws-fs-arqTurmas = 23 then
                           move "Turma nao cadastrada!" to ws-msn
                       else
                           if ws-fs-arqTurmas = 51 then
                               move "Registro em uso!" to ws-msn
                           else
                               if ws-fs-arqTurmas <> 0 then
                                   move 79                              to ws-msn-erro-ofsset
                                   move ws-fs-arqTurmas                 to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if

                   if ws-msn = spaces then
                       if ws-hor-disciplina = spaces then
                           perform liberar-horario
                       else
                           perform validar-disciplina-horario
                           if ws-msn = spaces then
                               perform verificar-choque-professor
                           end-if
                           if ws-msn = spaces then
                               perform gravar-horario
                           end-if
                       end-if
                   end-if

                   display tela-quadro-horarios
                   accept ws-aux
                   if ws-msn = "Horario gravado com sucesso!"
                   or ws-msn = "Horario atualizado!"
                   or ws-msn = "Horario liberado!" then
      *> preparando a próxima aula da mesma turma e do mesmo dia
                       move zeros  to ws-hor-aula
                       move spaces to ws-hor-disciplina
                       move spaces to ws-hor-professor
                       move spaces to ws-hor-prof-nome
                   end-if
                   move spaces to ws-msn
               end-if
           end-perform
           .
       quadro-horarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir se a disciplina digitada é uma das disciplinas da
      *> turma lida e trazer o professor dela (com o nome para a tela)
      *>------------------------------------------------------------------------
       validar-disciplina-horario section.
           move spaces to ws-hor-professor
           move zero to ws-idx-hor-disc
           move 1 to ws-idx-turma-disc
           perform until ws-idx-turma-disc > fd-turma-qtd-disc
           or ws-idx-hor-disc > zero
               if fd-turma-disc (ws-idx-turma-disc) = ws-hor-disciplina then
                   move ws-idx-turma-disc to ws-idx-hor-disc
               end-if
               add 1 to ws-idx-turma-disc
           end-perform

           if ws-idx-hor-disc = zero then
               move "Disciplina nao e da turma!" to ws-msn
           else
               move fd-turma-disc-prof (ws-idx-hor-disc) to ws-hor-professor
               if ws-hor-professor = spaces then
                   move "Disciplina sem professor!" to ws-msn
               else
                   move ws-hor-professor to fd-prof-cod
                   read arqProfessores
                   if ws-fs-arqProfessores = 0 then
                       move fd-prof-nome to ws-hor-prof-nome
                   else
                       if ws-fs-arqProfessores <> 23 then
                           move 80                                   to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqProfessores"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
           .
       validar-disciplina-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procurar pela chave do professor (professor + dia + aula) se
      *> ele já dá aula em outra turma no mesmo horário; a própria
      *> turma não conta, porque aí é a troca da disciplina do horário
      *>------------------------------------------------------------------------
       verificar-choque-professor section.
           move spaces to ws-hor-turma-choque
           move ws-hor-professor to fd-hor-professor
           move ws-hor-dia       to fd-hor-prof-dia
           move ws-hor-aula      to fd-hor-prof-aula
           start arqHorarios key is not less than fd-hor-chave-prof
           if ws-fs-arqHorarios = 00 then
               perform until ws-fs-arqHorarios <> 00
               or ws-hor-turma-choque <> spaces
                   read arqHorarios next
                   if ws-fs-arqHorarios = 00 then
                       if  fd-hor-professor = ws-hor-professor
                       and fd-hor-prof-dia  = ws-hor-dia
                       and fd-hor-prof-aula = ws-hor-aula then
                           if fd-hor-turma <> ws-hor-turma then
                               move fd-hor-turma to ws-hor-turma-choque
                           end-if
                       else
                           move 10 to ws-fs-arqHorarios
                       end-if
                   end-if
               end-perform
           end-if

           if ws-hor-turma-choque <> spaces then
               string "Professor ocupado na turma " delimited by size
                      ws-hor-turma-choque           delimited by size
                   into ws-msn
               end-string
           end-if
           .
       verificar-choque-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a aula informada na tela: write se o horário da turma
      *> ainda está livre, rewrite se já tinha disciplina
      *>------------------------------------------------------------------------
       gravar-horario section.
           move ws-hor-turma to fd-hor-turma
           move ws-hor-dia   to fd-hor-dia
           move ws-hor-aula  to fd-hor-aula
           read arqHorarios key is fd-hor-chave

           if ws-fs-arqHorarios = 0 then
               move ws-hor-professor  to fd-hor-professor
               move ws-hor-dia        to fd-hor-prof-dia
               move ws-hor-aula       to fd-hor-prof-aula
               move ws-hor-disciplina to fd-hor-disciplina
               rewrite fd-registro-horario
               if ws-fs-arqHorarios <> 0 then
                   move 81                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                       to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqHorarios"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "Horario atualizado!" to ws-msn
           else
               if ws-fs-arqHorarios = 23 then
                   move ws-hor-turma      to fd-hor-turma
                   move ws-hor-dia        to fd-hor-dia
                   move ws-hor-aula       to fd-hor-aula
                   move ws-hor-professor  to fd-hor-professor
                   move ws-hor-dia        to fd-hor-prof-dia
                   move ws-hor-aula       to fd-hor-prof-aula
                   move ws-hor-disciplina to fd-hor-disciplina
                   write fd-registro-horario
                   if ws-fs-arqHorarios <> 0 then
                       move 82                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHorarios                      to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqHorarios"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "Horario gravado com sucesso!" to ws-msn
               else
                   move 83                                 to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorarios"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       gravar-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Liberar o horário da turma informado na tela (apagar a aula)
      *>------------------------------------------------------------------------
       liberar-horario section.
           move ws-hor-turma to fd-hor-turma
           move ws-hor-dia   to fd-hor-dia
           move ws-hor-aula  to fd-hor-aula
           read arqHorarios key is fd-hor-chave

           if ws-fs-arqHorarios = 0 then
               delete arqHorarios
               if ws-fs-arqHorarios <> 0 then
                   move 84                                    to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                     to ws-msn-erro-cod
                   move "Erro ao apagar arq. arqHorarios"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "Horario liberado!" to ws-msn
           else
               if ws-fs-arqHorarios = 23 then
                   move "Horario ja estava livre!" to ws-msn
               else
                   move 85                                 to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorarios"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       liberar-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Chamada diária: o usuário informa turma, disciplina, data e
      *> quantas aulas da disciplina a turma teve no dia; a tela de
      *> marcação traz os alunos ativos da turma em ordem alfabética
      *> para marcar quem faltou (chamada já feita volta com as marcas
      *> gravadas, para correção) e, se pedido, a lista de chamada é
      *> impressa antes. Chamada já consolidada na frequência não muda
      *>------------------------------------------------------------------------
       chamada-diaria section.
           move spaces to ws-sair-chamada
           move spaces to ws-cha-turma
           move spaces to ws-cha-disciplina
           accept ws-cha-data from date yyyymmdd
           move 1      to ws-cha-aulas
           move spaces to ws-cha-imprimir
           move spaces to ws-msn

           perform until ws-sair-chamada = "x"
           or ws-sair-chamada = "X"
               display tela-chamada
               accept tela-chamada

               if ws-sair-chamada = spaces then
                   perform validar-chamada
                   if ws-msn = spaces then
                       perform carregar-alunos-chamada
                   end-if
                   if ws-msn = spaces then
                       perform carregar-marcas-chamada
                   end-if
                   if ws-msn = spaces then
                       move spaces to ws-cha-aviso
                       if ws-cha-imprimir = "S"
                       or ws-cha-imprimir = "s" then
                           perform imprimir-lista-chamada
                       end-if
                       perform editar-chamada
                   end-if

                   display tela-chamada
                   accept ws-aux
                   move spaces to ws-msn
                   move spaces to ws-cha-imprimir
               end-if
           end-perform
           .
       chamada-diaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar os dados da chamada: data real e não futura, aulas do
      *> dia, turma cadastrada e disciplina da turma; o professor só faz
      *> a chamada das disciplinas dele
      *>------------------------------------------------------------------------
       validar-chamada section.
           if ws-cha-turma = spaces then
               move "Turma e obrigatoria!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-cha-disciplina = spaces then
               move "Disciplina e obrigatoria!" to ws-msn
           end-if
           if ws-msn = spaces then
               move ws-cha-data to ws-data-valida
               perform validar-data
               if ws-data-ok = "N" then
                   move "Data invalida!" to ws-msn
               else
                   accept ws-data-sistema from date yyyymmdd
                   if ws-cha-data > ws-data-sistema then
                       move "Chamada com data futura!" to ws-msn
                   end-if
               end-if
           end-if
           if ws-msn = spaces
           and (ws-cha-aulas < 1 or ws-cha-aulas > 6) then
               move "Aulas do dia invalidas!" to ws-msn
           end-if

           if ws-msn = spaces then
               move ws-cha-turma to fd-turma-cod
               perform ler-turma
               if ws-fs-arqTurmas = 23 then
                   move "Turma nao cadastrada!" to ws-msn
               else
                   if ws-fs-arqTurmas = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqTurmas <> 0 then
                           move 88                              to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
                   move fd-turma-descricao to ws-cha-turma-desc
               end-if
           end-if

           if ws-msn = spaces then
               move zero to ws-idx-cha-disc
               move 1 to ws-idx-turma-disc
               perform until ws-idx-turma-disc > fd-turma-qtd-disc
               or ws-idx-cha-disc > zero
                   if fd-turma-disc (ws-idx-turma-disc) = ws-cha-disciplina then
                       move ws-idx-turma-disc to ws-idx-cha-disc
                   end-if
                   add 1 to ws-idx-turma-disc
               end-perform

               if ws-idx-cha-disc = zero then
                   move "Disciplina nao e da turma!" to ws-msn
               else
                   move fd-turma-disc-prof (ws-idx-cha-disc) to ws-cha-professor
                   if ws-operador-perfil = "P"
                   and ws-cha-professor <> ws-operador-prof-cod then
                       move "Disciplina de outro professor!" to ws-msn
                   end-if
               end-if
           end-if

      *> a data não pode cair num bimestre já fechado da turma
           if ws-msn = spaces then
               move ws-cha-turma to ws-bimv-turma
               move ws-cha-data  to ws-bimv-data
               perform verificar-data-bimestre-fechado
               if ws-bimv-fechado = "S" then
                   move "Data em bimestre fechado!" to ws-msn
               end-if
           end-if
           .
       validar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar os alunos ativos da turma em ordem alfabética (chave
      *> pelo nome), todos presentes até a marcação
      *>------------------------------------------------------------------------
       carregar-alunos-chamada section.
           move zero to ws-qtd-cha-alunos
           move low-values to fd-nome
           start arqAlunos key is not less than fd-nome
           if ws-fs-arqAlunos <> 00
           and ws-fs-arqAlunos <> 23 then
               move 89                                   to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqAlunos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunos = 00 then
               move "N" to ws-bloq-cancelado
               perform until ws-fs-arqAlunos = 10
               or ws-bloq-cancelado = "S"
                   perform ler-aluno-proximo
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   end-if
                   if ws-fs-arqAlunos = 00 then
                       if fd-status-ativo
                       and fd-turma = ws-cha-turma then
                           if ws-qtd-cha-alunos < 99 then
                               add 1 to ws-qtd-cha-alunos
                               move fd-cod  to ws-cha-cod (ws-qtd-cha-alunos)
                               move fd-nome to ws-cha-nome (ws-qtd-cha-alunos)
                               move space   to ws-cha-marca (ws-qtd-cha-alunos)
                               move space   to ws-cha-marca-gravada (ws-qtd-cha-alunos)
                           else
                               move "Turma acima de 99 alunos!" to ws-msn
                           end-if
                       end-if
                   else
                       if ws-fs-arqAlunos <> 10
                       and ws-fs-arqAlunos <> 51 then
                           move 90                               to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-msn = spaces
           and ws-qtd-cha-alunos = zero then
               move "Turma sem alunos ativos!" to ws-msn
           end-if
           .
       carregar-alunos-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trazer as marcas da chamada já gravada para a turma/disciplina/
      *> data (se houver), recusando a correção da já consolidada
      *>------------------------------------------------------------------------
       carregar-marcas-chamada section.
           move "N" to ws-cha-consolidada
           move ws-cha-turma      to fd-cha-turma
           move ws-cha-disciplina to fd-cha-disciplina
           move ws-cha-data       to fd-cha-data
           move zero              to fd-cha-aluno
           start arqChamada key is not less than fd-cha-chave
           if ws-fs-arqChamada <> 00
           and ws-fs-arqChamada <> 23
           and ws-fs-arqChamada <> 05 then
               move 91                                    to ws-msn-erro-ofsset
               move ws-fs-arqChamada                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqChamada"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqChamada = 00 then
               perform until ws-fs-arqChamada <> 00
                   read arqChamada next
                   if ws-fs-arqChamada = 00 then
                       if  fd-cha-turma      = ws-cha-turma
                       and fd-cha-disciplina = ws-cha-disciplina
                       and fd-cha-data       = ws-cha-data then
                           if fd-cha-ja-consolidada then
                               move "S" to ws-cha-consolidada
                           end-if
                           move 1 to ws-idx-cha
                           perform until ws-idx-cha > ws-qtd-cha-alunos
                               if ws-cha-cod (ws-idx-cha) = fd-cha-aluno then
                                   move fd-cha-presenca
                                       to ws-cha-marca-gravada (ws-idx-cha)
                                   if fd-cha-falta then
                                       move "F" to ws-cha-marca (ws-idx-cha)
                                   end-if
                               end-if
                               add 1 to ws-idx-cha
                           end-perform
                       else
                           move 10 to ws-fs-arqChamada
                       end-if
                   else
                       if ws-fs-arqChamada <> 10 then
                           move 92                                to ws-msn-erro-ofsset
                           move ws-fs-arqChamada                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqChamada"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-cha-consolidada = "S" then
               move "Chamada ja consolidada!" to ws-msn
           end-if
           .
       carregar-marcas-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a lista de chamada (listaChamada.txt) com os alunos
      *> carregados e as faltas já marcadas, para o professor conferir
      *> em sala e assinar
      *>------------------------------------------------------------------------
       imprimir-lista-chamada section.
           open output arqListaChamada
           if ws-fs-arqListaChamada <> 00 then
               move 96                                    to ws-msn-erro-ofsset
               move ws-fs-arqListaChamada                 to ws-msn-erro-cod
               move "Erro ao abrir arq. listaChamada"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-cha-prof-nome
           move ws-cha-professor to fd-prof-cod
           read arqProfessores
           if ws-fs-arqProfessores = 0 then
               move fd-prof-nome to ws-cha-prof-nome
           else
               if ws-fs-arqProfessores <> 23 then
                   move 98                                   to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqProfessores"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-cha-turma      to ws-lc-turma
           move ws-cha-turma-desc to ws-lc-turma-desc
           move ws-cha-disciplina to ws-lc-disciplina
           move ws-cha-prof-nome  to ws-lc-prof-nome
           move ws-cha-data       to ws-data-valida
           move ws-data-valida-dia to ws-lc-dia
           move ws-data-valida-mes to ws-lc-mes
           move ws-data-valida-ano to ws-lc-ano
           move ws-cha-aulas      to ws-lc-aulas

           move ws-lc-titulo to rl-lista-chamada
           perform escrever-lista-chamada
           move spaces to rl-lista-chamada
           perform escrever-lista-chamada
           move ws-lc-linha-turma to rl-lista-chamada
           perform escrever-lista-chamada
           move ws-lc-linha-disc to rl-lista-chamada
           perform escrever-lista-chamada
           move ws-lc-linha-data to rl-lista-chamada
           perform escrever-lista-chamada
           move spaces to rl-lista-chamada
           perform escrever-lista-chamada
           move ws-lc-cabecalho to rl-lista-chamada
           perform escrever-lista-chamada

           move 1 to ws-idx-cha
           perform until ws-idx-cha > ws-qtd-cha-alunos
               move ws-cha-cod (ws-idx-cha)   to ws-lc-cod
               move ws-cha-nome (ws-idx-cha)  to ws-lc-nome
               move ws-cha-marca (ws-idx-cha) to ws-lc-marca
               move ws-lc-linha-aluno to rl-lista-chamada
               perform escrever-lista-chamada
               add 1 to ws-idx-cha
           end-perform

           move ws-qtd-cha-alunos to ws-lc-qtd
           move spaces to rl-lista-chamada
           perform escrever-lista-chamada
           move ws-lc-linha-total to rl-lista-chamada
           perform escrever-lista-chamada
           move spaces to rl-lista-chamada
           perform escrever-lista-chamada
           move ws-lc-linha-assinatura to rl-lista-chamada
           perform escrever-lista-chamada

           close arqListaChamada
           if ws-fs-arqListaChamada <> 00 then
               move 99                                    to ws-msn-erro-ofsset
               move ws-fs-arqListaChamada                 to ws-msn-erro-cod
               move "Erro ao fechar arq. listaChamada"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Lista gravada em listaChamada.txt" to ws-cha-aviso
           .
       imprimir-lista-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever a linha montada em rl-lista-chamada
      *>------------------------------------------------------------------------
       escrever-lista-chamada section.
           write rl-lista-chamada
           if ws-fs-arqListaChamada <> 0 then
               move 97                                     to ws-msn-erro-ofsset
               move ws-fs-arqListaChamada                  to ws-msn-erro-cod
               move "Erro ao escrever arq. listaChamada"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-lista-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marcação das faltas, uma página de 15 alunos por vez; marca
      *> inválida segura a página, o Enter na última grava a chamada e
      *> o Cancelar sai sem gravar nada
      *>------------------------------------------------------------------------
       editar-chamada section.
           move spaces to ws-cancelar-chamada
           move 1 to ws-cha-pag-inicio
           perform until ws-cha-pag-inicio > ws-qtd-cha-alunos
           or ws-cancelar-chamada = "X"
           or ws-cancelar-chamada = "x"
               perform montar-pagina-chamada
               display tela-chamada-alunos
               accept tela-chamada-alunos
               move spaces to ws-cha-aviso

               if ws-cancelar-chamada = spaces then
                   perform devolver-pagina-chamada
                   if ws-cha-aviso = spaces then
                       add 15 to ws-cha-pag-inicio
                   end-if
               end-if
           end-perform

           if ws-cancelar-chamada = "X"
           or ws-cancelar-chamada = "x" then
               move "Chamada cancelada!" to ws-msn
           else
               perform gravar-chamada
               move "Chamada gravada com sucesso!" to ws-msn
           end-if
           .
       editar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copiar para a página da tela os 15 alunos a partir de
      *> ws-cha-pag-inicio (as linhas que sobram ficam em branco)
      *>------------------------------------------------------------------------
       montar-pagina-chamada section.
           compute ws-cha-num-pagina = (ws-cha-pag-inicio - 1) / 15 + 1
           move ws-cha-pag-inicio to ws-idx-cha
           move 1 to ws-idx-cha-pag
           perform until ws-idx-cha-pag > 15
               if ws-idx-cha <= ws-qtd-cha-alunos then
                   move ws-cha-cod (ws-idx-cha)
                       to ws-cha-pag-cod (ws-idx-cha-pag)
                   move ws-cha-nome (ws-idx-cha)
                       to ws-cha-pag-nome (ws-idx-cha-pag)
                   move ws-cha-marca (ws-idx-cha)
                       to ws-cha-pag-marca (ws-idx-cha-pag)
               else
                   move zero   to ws-cha-pag-cod (ws-idx-cha-pag)
                   move spaces to ws-cha-pag-nome (ws-idx-cha-pag)
                   move spaces to ws-cha-pag-marca (ws-idx-cha-pag)
               end-if
               add 1 to ws-idx-cha
               add 1 to ws-idx-cha-pag
           end-perform
           .
       montar-pagina-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Devolver para a tabela da turma as marcas digitadas na página
      *> (f minúsculo vale como F; qualquer outra marca é recusada)
      *>------------------------------------------------------------------------
       devolver-pagina-chamada section.
           move ws-cha-pag-inicio to ws-idx-cha
           move 1 to ws-idx-cha-pag
           perform until ws-idx-cha-pag > 15
           or ws-idx-cha > ws-qtd-cha-alunos
               if ws-cha-pag-marca (ws-idx-cha-pag) = "f" then
                   move "F" to ws-cha-pag-marca (ws-idx-cha-pag)
               end-if
               if ws-cha-pag-marca (ws-idx-cha-pag) <> space
               and ws-cha-pag-marca (ws-idx-cha-pag) <> "F" then
                   move "Marque F para falta ou deixe em branco" to ws-cha-aviso
               else
                   move ws-cha-pag-marca (ws-idx-cha-pag)
                       to ws-cha-marca (ws-idx-cha)
               end-if
               add 1 to ws-idx-cha
               add 1 to ws-idx-cha-pag
           end-perform
           .
       devolver-pagina-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a chamada de todos os alunos da turma (write para quem
      *> ainda não tinha registro nessa chamada, rewrite para quem
      *> mudou), registrando na auditoria as faltas lançadas e as
      *> retiradas
      *>------------------------------------------------------------------------
       gravar-chamada section.
           move 1 to ws-idx-cha
           perform until ws-idx-cha > ws-qtd-cha-alunos
               if ws-cha-marca (ws-idx-cha) = "F" then
                   move "F" to ws-cha-presenca-nova
               else
                   move "P" to ws-cha-presenca-nova
               end-if

               move ws-cha-turma            to fd-cha-turma
               move ws-cha-disciplina       to fd-cha-disciplina
               move ws-cha-data             to fd-cha-data
               move ws-cha-cod (ws-idx-cha) to fd-cha-aluno
               read arqChamada key is fd-cha-chave

               if ws-fs-arqChamada = 0 then
                   if fd-cha-presenca <> ws-cha-presenca-nova
                   or fd-cha-aulas    <> ws-cha-aulas then
                       move ws-cha-aulas         to fd-cha-aulas
                       move ws-cha-presenca-nova to fd-cha-presenca
                       move ws-operador-login    to fd-cha-operador
                       rewrite fd-registro-chamada
                       if ws-fs-arqChamada <> 0 then
                           move 94                                     to ws-msn-erro-ofsset
                           move ws-fs-arqChamada                       to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqChamada"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               else
                   if ws-fs-arqChamada = 23 then
                       move ws-cha-turma            to fd-cha-turma
                       move ws-cha-disciplina       to fd-cha-disciplina
                       move ws-cha-data             to fd-cha-data
                       move ws-cha-cod (ws-idx-cha) to fd-cha-aluno
                       move ws-cha-cod (ws-idx-cha) to fd-cha-alu-cod
                       move ws-cha-data             to fd-cha-alu-data
                       move ws-cha-disciplina       to fd-cha-alu-disc
                       move ws-cha-aulas            to fd-cha-aulas
                       move ws-cha-presenca-nova    to fd-cha-presenca
                       move "N"                     to fd-cha-consolidada
                       move ws-operador-login       to fd-cha-operador
                       write fd-registro-chamada
                       if ws-fs-arqChamada <> 0 then
                           move 95                                    to ws-msn-erro-ofsset
                           move ws-fs-arqChamada                      to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqChamada"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       move 93                                 to ws-msn-erro-ofsset
                       move ws-fs-arqChamada                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqChamada"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *> registrando na trilha de auditoria a falta lançada ou retirada
               if (ws-cha-presenca-nova = "F"
                   and ws-cha-marca-gravada (ws-idx-cha) <> "F")
               or (ws-cha-presenca-nova = "P"
                   and ws-cha-marca-gravada (ws-idx-cha) = "F") then
                   move ws-cha-cod (ws-idx-cha) to fd-cod
                   move "CHAMADA" to ws-aud-operacao
                   move spaces to ws-aud-campos
                   if ws-cha-presenca-nova = "F" then
                       move "falta" to ws-aud-item
                   else
                       move "presenca" to ws-aud-item
                   end-if
                   string ws-aud-item        delimited by space
                          " "                delimited by size
                          ws-cha-turma       delimited by size
                          " "                delimited by size
                          ws-cha-disciplina  delimited by size
                          " "                delimited by size
                          ws-cha-data        delimited by size
                       into ws-aud-campos
                   end-string
                   perform registrar-auditoria
               end-if

               move ws-cha-presenca-nova to ws-cha-marca-gravada (ws-idx-cha)
               add 1 to ws-idx-cha
           end-perform
           .
       gravar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fechamento de bimestre por turma (coordenação): informando a
      *> turma e o bimestre, a tela traz o período e a situação
      *> gravados; na segunda passada grava o período e aplica a ação
      *> (F = fechar, R = reabrir com justificativa). Fechamento e
      *> reabertura vão para a trilha de auditoria
      *>------------------------------------------------------------------------
       fechamento-bimestre section.
           move spaces to ws-sair-fech-bimestre
           move spaces to ws-bim-turma
           move zeros  to ws-bim-numero
           move zeros  to ws-bim-data-inicio
           move zeros  to ws-bim-data-fim
           move spaces to ws-bim-status
           move spaces to ws-bim-acao
           move spaces to ws-bim-justificativa
           move spaces to ws-bim-carregado-turma
           move zeros  to ws-bim-carregado-numero
           move spaces to ws-msn

           perform until ws-sair-fech-bimestre = "x"
           or ws-sair-fech-bimestre = "X"
               display tela-fechamento-bimestre
               accept tela-fechamento-bimestre

               if ws-sair-fech-bimestre = spaces then
                   if ws-bim-turma = spaces then
                       move "Turma e obrigatoria!" to ws-msn
                   end-if
                   if ws-msn = spaces
                   and (ws-bim-numero < 1 or ws-bim-numero > 4) then
                       move "Bimestre invalido!" to ws-msn
                   end-if
                   if ws-msn = spaces then
                       move ws-bim-turma to fd-turma-cod
                       perform ler-turma
                       if ws-fs-arqTurmas = 23 then
                           move "Turma nao cadastrada!" to ws-msn
                       else
                           if ws-fs-arqTurmas = 51 then
                               move "Registro em uso!" to ws-msn
                           else
                               if ws-fs-arqTurmas <> 0 then
                                   move 106                             to ws-msn-erro-ofsset
                                   move ws-fs-arqTurmas                 to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if

                   if ws-msn = spaces then
      *> turma/bimestre novos na tela: primeiro só mostra o que está
      *> gravado, para a coordenação conferir antes de agir
                       if ws-bim-turma  <> ws-bim-carregado-turma
                       or ws-bim-numero <> ws-bim-carregado-numero then
                           perform carregar-controle-bimestre
                           move "Confira e informe a acao" to ws-msn
                       else
                           perform validar-acao-bimestre
                           if ws-msn = spaces then
                               perform gravar-controle-bimestre
                           end-if
                       end-if
                   end-if

                   display tela-fechamento-bimestre
                   accept ws-aux
                   move spaces to ws-msn
               end-if
           end-perform
           .
       fechamento-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trazer para a tela o período e a situação gravados da turma/
      *> bimestre informados (sem registro = aberto e sem período)
      *>------------------------------------------------------------------------
       carregar-controle-bimestre section.
           move ws-bim-turma  to ws-bimv-turma
           move ws-bim-numero to ws-bimv-numero
           perform ler-controle-bimestre

           if ws-bimv-existe = "S" then
               move fd-bim-data-inicio to ws-bim-data-inicio
               move fd-bim-data-fim    to ws-bim-data-fim
               move fd-bim-status      to ws-bim-status
           else
               move zeros    to ws-bim-data-inicio
               move zeros    to ws-bim-data-fim
               move "ABERTO" to ws-bim-status
           end-if
           move ws-bim-data-inicio to ws-bim-inicio-gravado
           move ws-bim-data-fim    to ws-bim-fim-gravado
           move spaces to ws-bim-acao
           move spaces to ws-bim-justificativa
           move ws-bim-turma  to ws-bim-carregado-turma
           move ws-bim-numero to ws-bim-carregado-numero
           .
       carregar-controle-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar a ação e o período digitados: período todo zerado ou
      *> duas datas reais em ordem; bimestre fechado não muda de
      *> período sem reabrir; reabertura exige justificativa
      *>------------------------------------------------------------------------
       validar-acao-bimestre section.
           inspect ws-bim-acao converting "fr" to "FR"
           if ws-bim-acao <> space
           and ws-bim-acao <> "F"
           and ws-bim-acao <> "R" then
               move "Acao invalida!" to ws-msn
           end-if

           if ws-msn = spaces
           and (ws-bim-data-inicio <> zero or ws-bim-data-fim <> zero) then
               move ws-bim-data-inicio to ws-data-valida
               perform validar-data
               if ws-data-ok = "S" then
                   move ws-bim-data-fim to ws-data-valida
                   perform validar-data
               end-if
               if ws-data-ok = "N"
               or ws-bim-data-inicio > ws-bim-data-fim then
                   move "Periodo invalido!" to ws-msn
               end-if
           end-if

           if ws-msn = spaces
           and ws-bim-status = "FECHADO"
           and ws-bim-acao <> "R"
           and (ws-bim-data-inicio <> ws-bim-inicio-gravado
               or ws-bim-data-fim <> ws-bim-fim-gravado) then
               move "Bimestre fechado: reabra antes" to ws-msn
           end-if

           if ws-msn = spaces then
               evaluate ws-bim-acao
                   when "F"
                       if ws-bim-status = "FECHADO" then
                           move "Bimestre ja esta fechado!" to ws-msn
                       end-if
                   when "R"
                       if ws-bim-status <> "FECHADO" then
                           move "Bimestre nao esta fechado!" to ws-msn
                       else
                           if ws-bim-justificativa = spaces then
                               move "Justificativa e obrigatoria!" to ws-msn
                           end-if
                       end-if
               end-evaluate
           end-if
           .
       validar-acao-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o controle da turma/bimestre com o período e a ação da
      *> tela (write na primeira vez, rewrite nas seguintes)
      *>------------------------------------------------------------------------
       gravar-controle-bimestre section.
           move ws-bim-turma  to ws-bimv-turma
           move ws-bim-numero to ws-bimv-numero
           perform ler-controle-bimestre

           if ws-bimv-existe = "N" then
               move ws-bim-turma  to fd-bim-turma
               move ws-bim-numero to fd-bim-numero
               move "ABERTO"      to fd-bim-status
               move zeros         to fd-bim-data-fechamento
               move spaces        to fd-bim-oper-fechamento
               move zeros         to fd-bim-data-reabertura
               move spaces        to fd-bim-oper-reabertura
               move spaces        to fd-bim-justificativa
           end-if
           move ws-bim-data-inicio to fd-bim-data-inicio
           move ws-bim-data-fim    to fd-bim-data-fim

           accept ws-data-sistema from date yyyymmdd
           move zeros to fd-cod
           evaluate ws-bim-acao
               when "F"
                   move "FECHADO"         to fd-bim-status
                   move ws-data-sistema   to fd-bim-data-fechamento
                   move ws-operador-login to fd-bim-oper-fechamento
                   move "Bimestre fechado!" to ws-msn
      *> registrando na trilha de auditoria
                   move "FECHARBIM" to ws-aud-operacao
                   move spaces to ws-aud-campos
                   string "turma "       delimited by size
                          ws-bim-turma   delimited by size
                          " bimestre "   delimited by size
                          ws-bim-numero  delimited by size
                       into ws-aud-campos
                   end-string
                   perform registrar-auditoria
               when "R"
                   move "ABERTO"             to fd-bim-status
                   move ws-data-sistema      to fd-bim-data-reabertura
                   move ws-operador-login    to fd-bim-oper-reabertura
                   move ws-bim-justificativa to fd-bim-justificativa
                   move "Bimestre reaberto!" to ws-msn
      *> registrando na trilha de auditoria, com a justificativa
                   move "REABRIRBIM" to ws-aud-operacao
                   move spaces to ws-aud-campos
                   string ws-bim-turma          delimited by size
                          " B"                  delimited by size
                          ws-bim-numero         delimited by size
                          " "                   delimited by size
                          ws-bim-justificativa  delimited by size
                       into ws-aud-campos
                   end-string
                   perform registrar-auditoria
               when other
                   move "Periodo gravado!" to ws-msn
           end-evaluate

           if ws-bimv-existe = "S" then
               rewrite fd-registro-bimestre
               if ws-fs-arqBimestres <> 0 then
                   move 104                                      to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                       to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqBimestres"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-registro-bimestre
               if ws-fs-arqBimestres <> 0 then
                   move 105                                    to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                     to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqBimestres"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-bim-status      to ws-bim-status
           move ws-bim-data-inicio to ws-bim-inicio-gravado
           move ws-bim-data-fim    to ws-bim-fim-gravado
           move spaces to ws-bim-acao
           move spaces to ws-bim-justificativa
           .
       gravar-controle-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o controle da turma/bimestre em ws-bimv-turma/ws-bimv-numero
      *> (ws-bimv-existe = S/N; o registro lido fica em fd-registro-bimestre)
      *>------------------------------------------------------------------------
       ler-controle-bimestre section.
           move ws-bimv-turma  to fd-bim-turma
           move ws-bimv-numero to fd-bim-numero
           read arqBimestres
           if ws-fs-arqBimestres = 0 then
               move "S" to ws-bimv-existe
           else
               if ws-fs-arqBimestres = 23
               or ws-fs-arqBimestres = 05 then
                   move "N" to ws-bimv-existe
               else
                   move 102                                to ws-msn-erro-ofsset
                   move ws-fs-arqBimestres                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqBimestres"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       ler-controle-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificar se o bimestre ws-bimv-numero da turma ws-bimv-turma
      *> está fechado (ws-bimv-fechado = S/N)
      *>------------------------------------------------------------------------
       verificar-bimestre-fechado section.
           move "N" to ws-bimv-fechado
           if ws-bimv-turma <> spaces then
               perform ler-controle-bimestre
               if ws-bimv-existe = "S"
               and fd-bim-fechado then
                   move "S" to ws-bimv-fechado
               end-if
           end-if
           .
       verificar-bimestre-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificar se a turma ws-bimv-turma tem algum bimestre fechado
      *> (ws-bimv-fechado = S/N)
      *>------------------------------------------------------------------------
       verificar-turma-tem-fechado section.
           move "N" to ws-bimv-fechado
           if ws-bimv-turma <> spaces then
               move 1 to ws-bimv-numero
               perform until ws-bimv-numero > 4
               or ws-bimv-fechado = "S"
                   perform ler-controle-bimestre
                   if ws-bimv-existe = "S"
                   and fd-bim-fechado then
                       move "S" to ws-bimv-fechado
                   end-if
                   add 1 to ws-bimv-numero
               end-perform
           end-if
           .
       verificar-turma-tem-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificar se a data ws-bimv-data cai no período de um bimestre
      *> fechado da turma ws-bimv-turma (ws-bimv-fechado = S/N);
      *> bimestre sem período informado não prende nenhuma data
      *>------------------------------------------------------------------------
       verificar-data-bimestre-fechado section.
           move "N" to ws-bimv-fechado
           if ws-bimv-turma <> spaces then
               move 1 to ws-bimv-numero
               perform until ws-bimv-numero > 4
               or ws-bimv-fechado = "S"
                   perform ler-controle-bimestre
                   if ws-bimv-existe = "S"
                   and fd-bim-fechado
                   and fd-bim-data-inicio <> zero
                   and ws-bimv-data >= fd-bim-data-inicio
                   and ws-bimv-data <= fd-bim-data-fim then
                       move "S" to ws-bimv-fechado
                   end-if
                   add 1 to ws-bimv-numero
               end-perform
           end-if
           .
       verificar-data-bimestre-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Na alteração do cadastro, recusar a retirada de uma disciplina
      *> que tem nota lançada em bimestre fechado da turma do aluno
      *> (a remontagem da tabela de notas apagaria essas notas); a
      *> turma consultada vem em ws-bimv-turma
      *>------------------------------------------------------------------------
       verificar-disciplinas-bim-fechado section.
           move 1 to ws-idx-recup-busca
           perform until ws-idx-recup-busca > ws-qtd-notas-antes
           or ws-msn <> spaces
      *> a disciplina continua na tabela remontada?
               move "N" to ws-bim-disc-mantida
               move 1 to ws-idx-nota
               perform until ws-idx-nota > ws-qtd-notas
                   if ws-disciplina (ws-idx-nota)
                       = ws-antes-disc (ws-idx-recup-busca) then
                       move "S" to ws-bim-disc-mantida
                   end-if
                   add 1 to ws-idx-nota
               end-perform

               if ws-bim-disc-mantida = "N" then
                   move 1 to ws-idx-bim-calc
                   perform until ws-idx-bim-calc > 4
                   or ws-msn <> spaces
                       if ws-antes-bim-lancado
                           (ws-idx-recup-busca ws-idx-bim-calc) = "S" then
                           move ws-idx-bim-calc to ws-bimv-numero
                           perform verificar-bimestre-fechado
                           if ws-bimv-fechado = "S" then
                               move "Disciplina de bimestre fechado"
                                   to ws-msn
                           end-if
                       end-if
                       add 1 to ws-idx-bim-calc
                   end-perform
               end-if
               add 1 to ws-idx-recup-busca
           end-perform
           .
       verificar-disciplinas-bim-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Notas por turma: o usuário escolhe turma, disciplina e
      *> bimestre e digita a nota de todos os alunos ativos da turma
      *> numa lista só (15 por página, em ordem alfabética); quem teve
      *> a nota mudada é regravado com a nota final, a média e a
      *> situação recalculadas. Bimestre fechado não aceita lançamento
      *>------------------------------------------------------------------------
       notas-por-turma section.
           move spaces to ws-sair-notas-turma
           move spaces to ws-nt-turma
           move spaces to ws-nt-disciplina
           move zeros  to ws-nt-bimestre
           move spaces to ws-msn

           perform until ws-sair-notas-turma = "x"
           or ws-sair-notas-turma = "X"
               display tela-notas-turma
               accept tela-notas-turma

               if ws-sair-notas-turma = spaces then
                   perform validar-notas-turma
                   if ws-msn = spaces then
                       perform carregar-alunos-notas-turma
                   end-if
                   if ws-msn = spaces then
                       move spaces to ws-nt-aviso
                       perform editar-notas-turma
                   end-if

                   display tela-notas-turma
                   accept ws-aux
                   move spaces to ws-msn
               end-if
           end-perform
           .
       notas-por-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar a seleção: turma cadastrada, disciplina da turma (o
      *> professor só lança as dele), bimestre de 1 a 4 e não fechado
      *>------------------------------------------------------------------------
       validar-notas-turma section.
           if ws-nt-turma = spaces then
               move "Turma e obrigatoria!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-nt-disciplina = spaces then
               move "Disciplina e obrigatoria!" to ws-msn
           end-if
           if ws-msn = spaces
           and (ws-nt-bimestre < 1 or ws-nt-bimestre > 4) then
               move "Bimestre invalido!" to ws-msn
           end-if

           if ws-msn = spaces then
               move ws-nt-turma to fd-turma-cod
               perform ler-turma
               if ws-fs-arqTurmas = 23 then
                   move "Turma nao cadastrada!" to ws-msn
               else
                   if ws-fs-arqTurmas = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqTurmas <> 0 then
                           move 107                             to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if

           if ws-msn = spaces then
               move zero to ws-idx-nt-disc
               move 1 to ws-idx-turma-disc
               perform until ws-idx-turma-disc > fd-turma-qtd-disc
               or ws-idx-nt-disc > zero
                   if fd-turma-disc (ws-idx-turma-disc) = ws-nt-disciplina then
                       move ws-idx-turma-disc to ws-idx-nt-disc
                   end-if
                   add 1 to ws-idx-turma-disc
               end-perform

               if ws-idx-nt-disc = zero then
                   move "Disciplina nao e da turma!" to ws-msn
               else
                   if ws-operador-perfil = "P"
                   and fd-turma-disc-prof (ws-idx-nt-disc)
                       <> ws-operador-prof-cod then
                       move "Disciplina de outro professor!" to ws-msn
                   end-if
               end-if
           end-if

           if ws-msn = spaces then
               move ws-nt-turma    to ws-bimv-turma
               move ws-nt-bimestre to ws-bimv-numero
               perform verificar-bimestre-fechado
               if ws-bimv-fechado = "S" then
                   move "Bimestre fechado para a turma!" to ws-msn
               end-if
           end-if
           .
       validar-notas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar os alunos ativos da turma em ordem alfabética (chave
      *> pelo nome) com a nota já lançada da disciplina no bimestre
      *>------------------------------------------------------------------------
       carregar-alunos-notas-turma section.
           move zero to ws-qtd-nt-alunos
           move low-values to fd-nome
           start arqAlunos key is not less than fd-nome
           if ws-fs-arqAlunos <> 00
           and ws-fs-arqAlunos <> 23 then
               move 108                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqAlunos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunos = 00 then
               move "N" to ws-bloq-cancelado
               perform until ws-fs-arqAlunos = 10
               or ws-bloq-cancelado = "S"
                   perform ler-aluno-proximo
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   end-if
                   if ws-fs-arqAlunos = 00 then
                       if fd-status-ativo
                       and fd-turma = ws-nt-turma then
                           if ws-qtd-nt-alunos < 99 then
                               add 1 to ws-qtd-nt-alunos
                               perform carregar-nota-aluno-turma
                           else
                               move "Turma acima de 99 alunos!" to ws-msn
                           end-if
                       end-if
                   else
                       if ws-fs-arqAlunos <> 10
                       and ws-fs-arqAlunos <> 51 then
                           move 109                              to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-msn = spaces
           and ws-qtd-nt-alunos = zero then
               move "Turma sem alunos ativos!" to ws-msn
           end-if
           .
       carregar-alunos-notas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Colocar na linha ws-qtd-nt-alunos da lista o aluno lido, com a
      *> nota do bimestre na disciplina escolhida (disciplina ainda não
      *> cadastrada no aluno vem zerada e não lançada)
      *>------------------------------------------------------------------------
       carregar-nota-aluno-turma section.
           perform carregar-cadastro-do-arquivo
           move fd-cod  to ws-nt-cod (ws-qtd-nt-alunos)
           move fd-nome to ws-nt-nome (ws-qtd-nt-alunos)
           move zeros   to ws-nt-nota (ws-qtd-nt-alunos)
           move "N"     to ws-nt-lancar (ws-qtd-nt-alunos)

           move 1 to ws-idx-nota
           perform until ws-idx-nota > ws-qtd-notas
               if ws-disciplina (ws-idx-nota) = ws-nt-disciplina then
                   move ws-nota-bim (ws-idx-nota ws-nt-bimestre)
                       to ws-nt-nota (ws-qtd-nt-alunos)
                   if ws-bim-lancado (ws-idx-nota ws-nt-bimestre) = "S" then
                       move "S" to ws-nt-lancar (ws-qtd-nt-alunos)
                   end-if
               end-if
               add 1 to ws-idx-nota
           end-perform

           move ws-nt-nota (ws-qtd-nt-alunos)
               to ws-nt-nota-gravada (ws-qtd-nt-alunos)
           move ws-nt-lancar (ws-qtd-nt-alunos)
               to ws-nt-lancar-gravado (ws-qtd-nt-alunos)
           .
       carregar-nota-aluno-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Digitação das notas, uma página de 15 alunos por vez; nota ou
      *> marca inválida segura a página, o Enter na última grava os
      *> alunos alterados e o Cancelar sai sem gravar nada
      *>------------------------------------------------------------------------
       editar-notas-turma section.
           move spaces to ws-cancelar-notas-turma
           move 1 to ws-nt-pag-inicio
           perform until ws-nt-pag-inicio > ws-qtd-nt-alunos
           or ws-cancelar-notas-turma = "X"
           or ws-cancelar-notas-turma = "x"
               perform montar-pagina-notas-turma
               display tela-notas-turma-alunos
               accept tela-notas-turma-alunos
               move spaces to ws-nt-aviso

               if ws-cancelar-notas-turma = spaces then
                   perform devolver-pagina-notas-turma
                   if ws-nt-aviso = spaces then
                       add 15 to ws-nt-pag-inicio
                   end-if
               end-if
           end-perform

           if ws-cancelar-notas-turma = "X"
           or ws-cancelar-notas-turma = "x" then
               move "Lancamento cancelado!" to ws-msn
           else
               perform gravar-notas-turma
               move spaces to ws-msn
               string "Alunos gravados: "  delimited by size
                      ws-nt-gravados       delimited by size
                   into ws-msn
               end-string
               if ws-nt-sem-vaga > zero then
                   move "Aluno com 6 disciplinas: ver!" to ws-msn
               end-if
               if ws-nt-em-uso > zero then
                   move "Aluno em uso nao gravado: ver!" to ws-msn
               end-if
           end-if
           .
       editar-notas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copiar para a página da tela os 15 alunos a partir de
      *> ws-nt-pag-inicio (as linhas que sobram ficam em branco)
      *>------------------------------------------------------------------------
       montar-pagina-notas-turma section.
           compute ws-nt-num-pagina = (ws-nt-pag-inicio - 1) / 15 + 1
           move ws-nt-pag-inicio to ws-idx-nt
           move 1 to ws-idx-nt-pag
           perform until ws-idx-nt-pag > 15
               if ws-idx-nt <= ws-qtd-nt-alunos then
                   move ws-nt-cod (ws-idx-nt)
                       to ws-nt-pag-cod (ws-idx-nt-pag)
                   move ws-nt-nome (ws-idx-nt)
                       to ws-nt-pag-nome (ws-idx-nt-pag)
                   move ws-nt-nota (ws-idx-nt)
                       to ws-nt-pag-nota (ws-idx-nt-pag)
                   move ws-nt-lancar (ws-idx-nt)
                       to ws-nt-pag-lancar (ws-idx-nt-pag)
               else
                   move zero   to ws-nt-pag-cod (ws-idx-nt-pag)
                   move spaces to ws-nt-pag-nome (ws-idx-nt-pag)
                   move zero   to ws-nt-pag-nota (ws-idx-nt-pag)
                   move spaces to ws-nt-pag-lancar (ws-idx-nt-pag)
               end-if
               add 1 to ws-idx-nt
               add 1 to ws-idx-nt-pag
           end-perform
           .
       montar-pagina-notas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Devolver para a lista da turma as notas digitadas na página:
      *> nota de 0 a 10; nota maior que zero é sempre lançada, nota zero
      *> é lançada com S (zero de verdade) e fica sem lançar com N
      *>------------------------------------------------------------------------
       devolver-pagina-notas-turma section.
           move ws-nt-pag-inicio to ws-idx-nt
           move 1 to ws-idx-nt-pag
           perform until ws-idx-nt-pag > 15
           or ws-idx-nt > ws-qtd-nt-alunos
               inspect ws-nt-pag-lancar (ws-idx-nt-pag)
                   converting "sn" to "SN"
               if ws-nt-pag-nota (ws-idx-nt-pag) > 10 then
                   move "Nota de 0 a 10!" to ws-nt-aviso
               else
                   if ws-nt-pag-nota (ws-idx-nt-pag) > zero then
                       move "S" to ws-nt-pag-lancar (ws-idx-nt-pag)
                   end-if
                   if ws-nt-pag-lancar (ws-idx-nt-pag) <> "S"
                   and ws-nt-pag-lancar (ws-idx-nt-pag) <> "N" then
                       move "Lancada: S ou N" to ws-nt-aviso
                   else
                       move ws-nt-pag-nota (ws-idx-nt-pag)
                           to ws-nt-nota (ws-idx-nt)
                       move ws-nt-pag-lancar (ws-idx-nt-pag)
                           to ws-nt-lancar (ws-idx-nt)
                   end-if
               end-if
               add 1 to ws-idx-nt
               add 1 to ws-idx-nt-pag
           end-perform
           .
       devolver-pagina-notas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar só os alunos com nota ou lançamento mudados na lista
      *>------------------------------------------------------------------------
       gravar-notas-turma section.
           move zero to ws-nt-gravados
           move zero to ws-nt-sem-vaga
           move zero to ws-nt-em-uso
           move 1 to ws-idx-nt
           perform until ws-idx-nt > ws-qtd-nt-alunos
               if ws-nt-nota (ws-idx-nt)   <> ws-nt-nota-gravada (ws-idx-nt)
               or ws-nt-lancar (ws-idx-nt) <> ws-nt-lancar-gravado (ws-idx-nt) then
                   perform gravar-nota-aluno-turma
               end-if
               add 1 to ws-idx-nt
           end-perform
           .
       gravar-notas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o aluno ws-idx-nt da lista: a nota entra no bimestre
      *> escolhido da disciplina (incluída no aluno se ainda não estava
      *> lá e houver vaga entre as 6), recalculando nota final, média e
      *> situação, com registro na trilha de auditoria
      *>------------------------------------------------------------------------
       gravar-nota-aluno-turma section.
           move ws-nt-cod (ws-idx-nt) to fd-cod
           perform ler-aluno
      *> aluno preso por outro terminal e cancelado fica sem gravar e é
      *> contado para o aviso no fim da lista
           if ws-fs-arqAlunos = 51 then
               add 1 to ws-nt-em-uso
           else
               if ws-fs-arqAlunos <> 0 then
                   move 110                                to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform carregar-cadastro-do-arquivo

               move zero to ws-idx-nt-nota
               move 1 to ws-idx-nota
               perform until ws-idx-nota > ws-qtd-notas
                   if ws-disciplina (ws-idx-nota) = ws-nt-disciplina then
                       move ws-idx-nota to ws-idx-nt-nota
                   end-if
                   add 1 to ws-idx-nota
               end-perform

      *> disciplina nova no aluno começa com os bimestres zerados
               if ws-idx-nt-nota = zero then
                   if ws-qtd-notas < 6 then
                       move zero to ws-qtd-notas-antes
                       add 1 to ws-qtd-notas
                       move ws-nt-disciplina to ws-disciplina (ws-qtd-notas)
                       perform recuperar-dados-da-disciplina
                       move ws-qtd-notas to ws-idx-nt-nota
                   else
                       add 1 to ws-nt-sem-vaga
                   end-if
               end-if

               if ws-idx-nt-nota > zero then
                   move ws-nt-nota (ws-idx-nt)
                       to ws-nota-bim (ws-idx-nt-nota ws-nt-bimestre)
                   move ws-nt-lancar (ws-idx-nt)
                       to ws-bim-lancado (ws-idx-nt-nota ws-nt-bimestre)

      *> calculando a nota final das disciplinas, a média e a situação
                   perform calcular-media-situacao

                   if ws-bloq-cancelado = "N" then
                       perform preparar-fd-cadastro-para-gravar
                       perform regravar-aluno
                   end-if
                   if ws-bloq-cancelado = "S" then
                       add 1 to ws-nt-em-uso
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move 111                                   to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                       to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-nt-gravados

      *> registrando na trilha de auditoria
                       move "NOTAS" to ws-aud-operacao
                       move spaces to ws-aud-campos
                       string "notas do bimestre "  delimited by size
                              ws-nt-bimestre        delimited by size
                              " "                   delimited by size
                              ws-nt-disciplina      delimited by size
                           into ws-aud-campos
                       end-string
                       perform registrar-auditoria
                   end-if
               end-if
           end-if
           .
       gravar-nota-aluno-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ocorrências disciplinares: informando o aluno, a data e o
      *> número no dia (0 = nova), o primeiro Enter traz o aluno, o
      *> resumo das ocorrências dele e a ocorrência gravada; o seguinte
      *> grava (inclui, altera ou exclui). Suspensão gravada, alterada
      *> ou excluída acerta as faltas da chamada já somadas na
      *> frequência nos dias do período
      *>------------------------------------------------------------------------
       ocorrencias-disciplinares section.
           move spaces to ws-sair-ocorrencias
           move zeros  to ws-oco-aluno
           move zeros  to ws-oco-data
           move zeros  to ws-oco-seq
           perform limpar-campos-ocorrencia
           move spaces to ws-oco-nome
           move spaces to ws-oco-turma
           move zeros  to ws-oco-res-qtd
           move zeros  to ws-oco-res-susp-inicio
           move zeros  to ws-oco-res-susp-fim
           move zeros  to ws-oco-carregado-aluno
           move zeros  to ws-oco-carregado-data
           move 99     to ws-oco-carregado-seq
           move spaces to ws-msn

           perform until ws-sair-ocorrencias = "x"
           or ws-sair-ocorrencias = "X"
               display tela-ocorrencia
               accept tela-ocorrencia

               if ws-sair-ocorrencias = spaces then
                   if ws-oco-aluno = zero then
                       move "Aluno e obrigatorio!" to ws-msn
                   end-if
                   if ws-msn = spaces then
                       move ws-oco-data to ws-data-valida
                       perform validar-data
                       if ws-data-ok = "N" then
                           move "Data invalida!" to ws-msn
                       end-if
                   end-if

                   if ws-msn = spaces then
      *> aluno ou ocorrência novos na tela: primeiro só mostra o que
      *> está gravado (na ocorrência nova a data ainda pode mudar)
                       if ws-oco-aluno <> ws-oco-carregado-aluno
                       or ws-oco-seq   <> ws-oco-carregado-seq
                       or (ws-oco-seq  <> zero
                           and ws-oco-data <> ws-oco-carregado-data) then
                           perform carregar-ocorrencia
                       else
                           perform validar-ocorrencia
                           if ws-msn = spaces then
                               if ws-oco-excluir = "S" then
                                   perform excluir-ocorrencia
                               else
                                   perform gravar-ocorrencia
                               end-if
                           end-if
                       end-if
                   end-if

                   display tela-ocorrencia
                   accept ws-aux
                   move spaces to ws-msn
               end-if
           end-perform
           .
       ocorrencias-disciplinares-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Limpar os campos da ocorrência na tela (menos a chave)
      *>------------------------------------------------------------------------
       limpar-campos-ocorrencia section.
           move spaces to ws-oco-tipo
           move spaces to ws-oco-gravidade
           move spaces to ws-oco-descricao
           move spaces to ws-oco-providencia
           move spaces to ws-oco-notificado
           move zeros  to ws-oco-susp-inicio
           move zeros  to ws-oco-susp-fim
           move spaces to ws-oco-excluir
           move "N"    to ws-oco-existe
           move spaces to ws-oco-tipo-gravado
           move zeros  to ws-oco-inicio-gravado
           move zeros  to ws-oco-fim-gravado
           .
       limpar-campos-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trazer para a tela o aluno (nome, turma e resumo das
      *> ocorrências) e, com número informado, a ocorrência gravada;
      *> ocorrência nova só para aluno ativo
      *>------------------------------------------------------------------------
       carregar-ocorrencia section.
           move ws-oco-aluno to fd-cod
           perform ler-aluno
           if ws-fs-arqAlunos = 51 then
               move "Registro em uso!" to ws-msn
           end-if
           if ws-fs-arqAlunos = 23 then
               move "Aluno nao cadastrado!" to ws-msn
           else
               if ws-fs-arqAlunos <> 0
               and ws-fs-arqAlunos <> 51 then
                   move 115                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-msn = spaces then
               move fd-nome  to ws-oco-nome
               move fd-turma to ws-oco-turma
               perform limpar-campos-ocorrencia

               if ws-oco-seq = zero then
                   if fd-status-inativo then
                       move "Aluno inativo!" to ws-msn
                   else
                       move "Nova ocorrencia: preencha" to ws-msn
                   end-if
               else
                   move ws-oco-aluno to fd-oco-aluno
                   move ws-oco-data  to fd-oco-data
                   move ws-oco-seq   to fd-oco-seq
                   read arqOcorrencias
                   if ws-fs-arqOcorrencias = 0 then
                       move fd-oco-turma           to ws-oco-turma
                       move fd-oco-tipo            to ws-oco-tipo
                       move fd-oco-gravidade       to ws-oco-gravidade
                       move fd-oco-descricao       to ws-oco-descricao
                       move fd-oco-providencia     to ws-oco-providencia
                       move fd-oco-resp-notificado to ws-oco-notificado
                       move fd-oco-susp-inicio     to ws-oco-susp-inicio
                       move fd-oco-susp-fim        to ws-oco-susp-fim
                       move "S"                    to ws-oco-existe
                       move fd-oco-tipo            to ws-oco-tipo-gravado
                       move fd-oco-susp-inicio     to ws-oco-inicio-gravado
                       move fd-oco-susp-fim        to ws-oco-fim-gravado
                       move "Confira e altere ou exclua" to ws-msn
                   else
                       if ws-fs-arqOcorrencias = 23
                       or ws-fs-arqOcorrencias = 05 then
                           move "Ocorrencia nao encontrada!" to ws-msn
                       else
                           move 116                                   to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencias"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if

               move ws-oco-aluno to ws-oco-res-aluno
               perform resumir-ocorrencias-aluno

      *> só fica carregada a ocorrência que pode ser gravada no
      *> próximo Enter
               if ws-msn = "Nova ocorrencia: preencha"
               or ws-msn = "Confira e altere ou exclua" then
                   move ws-oco-aluno to ws-oco-carregado-aluno
                   move ws-oco-data  to ws-oco-carregado-data
                   move ws-oco-seq   to ws-oco-carregado-seq
               else
                   move zeros to ws-oco-carregado-aluno
                   move 99    to ws-oco-carregado-seq
               end-if
           end-if
           .
       carregar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar os campos digitados: tipo, gravidade, descrição e
      *> notificação obrigatórios; período só na suspensão (e nela
      *> obrigatório), sem sobrepor outra suspensão do aluno e fora de
      *> bimestre fechado da turma (mexe nas faltas da frequência)
      *>------------------------------------------------------------------------
       validar-ocorrencia section.
           inspect ws-oco-tipo       converting "iasr" to "IASR"
           inspect ws-oco-gravidade  converting "lmg"  to "LMG"
           inspect ws-oco-notificado converting "sn"   to "SN"
           inspect ws-oco-excluir    converting "s"    to "S"

           if ws-oco-excluir <> space
           and ws-oco-excluir <> "S" then
               move "Exclusao invalida (S/branco)!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-oco-excluir = "S"
           and ws-oco-existe = "N" then
               move "Ocorrencia ainda nao gravada!" to ws-msn
           end-if

           if ws-msn = spaces
           and ws-oco-excluir = space then
               if ws-oco-tipo <> "I" and ws-oco-tipo <> "A"
               and ws-oco-tipo <> "S" and ws-oco-tipo <> "R" then
                   move "Tipo invalido!" to ws-msn
               end-if
               if ws-msn = spaces
               and ws-oco-gravidade <> "L" and ws-oco-gravidade <> "M"
               and ws-oco-gravidade <> "G" then
                   move "Gravidade invalida!" to ws-msn
               end-if
               if ws-msn = spaces
               and ws-oco-descricao = spaces then
                   move "Descricao e obrigatoria!" to ws-msn
               end-if
               if ws-msn = spaces
               and ws-oco-notificado <> "S" and ws-oco-notificado <> "N" then
                   move "Notificacao invalida (S/N)!" to ws-msn
               end-if

               if ws-msn = spaces then
                   if ws-oco-tipo = "S" then
                       move ws-oco-susp-inicio to ws-data-valida
                       perform validar-data
                       if ws-data-ok = "S" then
                           move ws-oco-susp-fim to ws-data-valida
                           perform validar-data
                       end-if
                       if ws-data-ok = "N"
                       or ws-oco-susp-inicio > ws-oco-susp-fim then
                           move "Periodo da suspensao invalido!" to ws-msn
                       end-if
                       if ws-msn = spaces then
                           perform verificar-choque-suspensao
                       end-if
                   else
                       if ws-oco-susp-inicio <> zero
                       or ws-oco-susp-fim <> zero then
                           move "Periodo so na suspensao!" to ws-msn
                       end-if
                   end-if
               end-if
           end-if

      *> suspensão nova, excluída ou com período mudado mexe nas
      *> faltas já somadas: recusada em bimestre fechado da turma
           if ws-msn = spaces
           and ws-oco-tipo-gravado = "S"
           and (ws-oco-excluir = "S"
               or ws-oco-tipo <> "S"
               or ws-oco-susp-inicio <> ws-oco-inicio-gravado
               or ws-oco-susp-fim <> ws-oco-fim-gravado) then
               move ws-oco-inicio-gravado to ws-ajs-inicio
               move ws-oco-fim-gravado    to ws-ajs-fim
               perform verificar-suspensao-bim-fechado
           end-if
           if ws-msn = spaces
           and ws-oco-excluir = space
           and ws-oco-tipo = "S"
           and (ws-oco-tipo-gravado <> "S"
               or ws-oco-susp-inicio <> ws-oco-inicio-gravado
               or ws-oco-susp-fim <> ws-oco-fim-gravado) then
               move ws-oco-susp-inicio to ws-ajs-inicio
               move ws-oco-susp-fim    to ws-ajs-fim
               perform verificar-suspensao-bim-fechado
           end-if
           .
       validar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recusar o período ws-ajs-inicio/ws-ajs-fim que começa ou
      *> termina em bimestre fechado da turma do aluno
      *>------------------------------------------------------------------------
       verificar-suspensao-bim-fechado section.
           move ws-oco-turma  to ws-bimv-turma
           move ws-ajs-inicio to ws-bimv-data
           perform verificar-data-bimestre-fechado
           if ws-bimv-fechado = "N" then
               move ws-ajs-fim to ws-bimv-data
               perform verificar-data-bimestre-fechado
           end-if
           if ws-bimv-fechado = "S" then
               move "Suspensao em bimestre fechado!" to ws-msn
           end-if
           .
       verificar-suspensao-bim-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procurar nas ocorrências do aluno outra suspensão com período
      *> que cruze o digitado (a própria ocorrência não conta); com
      *> dois períodos cruzados a falta do dia seria abonada duas vezes
      *>------------------------------------------------------------------------
       verificar-choque-suspensao section.
           move ws-oco-aluno to fd-oco-aluno
           move zeros        to fd-oco-data
           move zeros        to fd-oco-seq
           start arqOcorrencias key is not less than fd-oco-chave
           if ws-fs-arqOcorrencias = 00 then
               perform until ws-fs-arqOcorrencias <> 00
               or ws-msn <> spaces
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 00 then
                       if fd-oco-aluno <> ws-oco-aluno then
                           move 10 to ws-fs-arqOcorrencias
                       else
                           if fd-oco-suspensao
                           and fd-oco-susp-inicio <= ws-oco-susp-fim
                           and fd-oco-susp-fim >= ws-oco-susp-inicio
                           and not (ws-oco-existe = "S"
                               and fd-oco-data = ws-oco-data
                               and fd-oco-seq  = ws-oco-seq) then
                               move "Suspensao sobrepoe outra!" to ws-msn
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           .
       verificar-choque-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a ocorrência da tela: a nova recebe o próximo número do
      *> dia do aluno; as faltas da frequência são acertadas antes, e
      *> com a frequência presa por outro terminal nada é gravado
      *>------------------------------------------------------------------------
       gravar-ocorrencia section.
           if ws-oco-existe = "N" then
               perform buscar-prox-seq-ocorrencia
           end-if

           if ws-msn = spaces then
               perform acertar-faltas-ocorrencia
           end-if

           if ws-msn = spaces then
               move ws-oco-aluno to fd-oco-aluno
               move ws-oco-data  to fd-oco-data
               move ws-oco-seq   to fd-oco-seq
               if ws-oco-existe = "S" then
                   read arqOcorrencias
                   if ws-fs-arqOcorrencias <> 0 then
                       move 117                                   to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencias"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               move ws-oco-turma       to fd-oco-turma
               move ws-oco-tipo        to fd-oco-tipo
               move ws-oco-gravidade   to fd-oco-gravidade
               move ws-oco-descricao   to fd-oco-descricao
               move ws-oco-providencia to fd-oco-providencia
               move ws-oco-notificado  to fd-oco-resp-notificado
               move ws-oco-susp-inicio to fd-oco-susp-inicio
               move ws-oco-susp-fim    to fd-oco-susp-fim
               move ws-operador-login  to fd-oco-operador

               if ws-oco-existe = "S" then
                   rewrite fd-registro-ocorrencia
                   if ws-fs-arqOcorrencias <> 0 then
                       move 118                                        to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                       to ws-msn-erro-cod
                       move "Erro ao reescrever arq. arqOcorrencias"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   write fd-registro-ocorrencia
                   if ws-fs-arqOcorrencias <> 0 then
                       move 119                                      to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                     to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqOcorrencias"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

      *> registrando na trilha de auditoria
               move ws-oco-aluno to fd-cod
               move "OCORRENCIA" to ws-aud-operacao
               move spaces to ws-aud-campos
               string ws-oco-data      delimited by size
                      "-"              delimited by size
                      ws-oco-seq       delimited by size
                      " tipo "         delimited by size
                      ws-oco-tipo      delimited by size
                      " grav. "        delimited by size
                      ws-oco-gravidade delimited by size
                   into ws-aud-campos
               end-string
               perform registrar-auditoria

               if ws-oco-existe = "S" then
                   move "Ocorrencia alterada!" to ws-msn
               else
                   move "Ocorrencia gravada!" to ws-msn
               end-if
               move "S"                to ws-oco-existe
               move ws-oco-tipo        to ws-oco-tipo-gravado
               move ws-oco-susp-inicio to ws-oco-inicio-gravado
               move ws-oco-susp-fim    to ws-oco-fim-gravado
               move ws-oco-data        to ws-oco-carregado-data
               move ws-oco-seq         to ws-oco-carregado-seq

               move ws-oco-aluno to ws-oco-res-aluno
               perform resumir-ocorrencias-aluno
           end-if
           .
       gravar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Próximo número do dia para a ocorrência nova do aluno (maior
      *> número gravado na data + 1, no máximo 99 por dia)
      *>------------------------------------------------------------------------
       buscar-prox-seq-ocorrencia section.
           move zeros to ws-oco-prox-seq
           move ws-oco-aluno to fd-oco-aluno
           move ws-oco-data  to fd-oco-data
           move zeros        to fd-oco-seq
           start arqOcorrencias key is not less than fd-oco-chave
           if ws-fs-arqOcorrencias = 00 then
               perform until ws-fs-arqOcorrencias <> 00
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 00 then
                       if fd-oco-aluno = ws-oco-aluno
                       and fd-oco-data = ws-oco-data then
                           move fd-oco-seq to ws-oco-prox-seq
                       else
                           move 10 to ws-fs-arqOcorrencias
                       end-if
                   end-if
               end-perform
           end-if

           if ws-oco-prox-seq >= 99 then
               move "Limite de ocorrencias no dia!" to ws-msn
           else
               add 1 to ws-oco-prox-seq
               move ws-oco-prox-seq to ws-oco-seq
           end-if
           .
       buscar-prox-seq-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Excluir a ocorrência carregada (a suspensão devolve antes as
      *> faltas dos dias do período que foram abonadas; com a frequência
      *> presa por outro terminal a ocorrência fica)
      *>------------------------------------------------------------------------
       excluir-ocorrencia section.
           perform acertar-faltas-ocorrencia

           if ws-msn = spaces then
               move ws-oco-aluno to fd-oco-aluno
               move ws-oco-data  to fd-oco-data
               move ws-oco-seq   to fd-oco-seq
               read arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 120                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencias"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               delete arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 121                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao apagar arq. arqOcorrencias"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> registrando na trilha de auditoria
               move ws-oco-aluno to fd-cod
               move "EXCLUIOCOR" to ws-aud-operacao
               move spaces to ws-aud-campos
               string ws-oco-data      delimited by size
                      "-"              delimited by size
                      ws-oco-seq       delimited by size
                      " tipo "         delimited by size
                      ws-oco-tipo-gravado delimited by size
                   into ws-aud-campos
               end-string
               perform registrar-auditoria

               perform limpar-campos-ocorrencia
               move zeros to ws-oco-carregado-aluno
               move 99    to ws-oco-carregado-seq
               move "Ocorrencia excluida!" to ws-msn
               move ws-oco-aluno to ws-oco-res-aluno
               perform resumir-ocorrencias-aluno
           end-if
           .
       excluir-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acertar as faltas da frequência do aluno quando a suspensão
      *> gravada some ou muda (devolve as faltas do período antigo) e
      *> quando a digitada é nova ou mudou (abona as do período novo).
      *> O registro de frequência é lido e preso primeiro, os acertos
      *> são feitos nele em memória e ele é regravado uma vez só; preso
      *> por outro terminal e cancelado, volta em ws-msn e a ocorrência
      *> não é gravada nem excluída. Aluno sem frequência não tem falta
      *> consolidada para acertar
      *>------------------------------------------------------------------------
       acertar-faltas-ocorrencia section.
           move "N" to ws-ajs-passar
           if ws-oco-tipo-gravado = "S"
           and (ws-oco-excluir = "S"
               or ws-oco-tipo <> "S"
               or ws-oco-susp-inicio <> ws-oco-inicio-gravado
               or ws-oco-susp-fim <> ws-oco-fim-gravado) then
               move "S" to ws-ajs-passar
           end-if
           if ws-oco-excluir = space
           and ws-oco-tipo = "S"
           and (ws-oco-tipo-gravado <> "S"
               or ws-oco-susp-inicio <> ws-oco-inicio-gravado
               or ws-oco-susp-fim <> ws-oco-fim-gravado) then
               move "S" to ws-ajs-passar
           end-if
           if ws-ajs-passar = "S" then
               move ws-oco-aluno to fd-freq-cod
               perform ler-frequencia
               if ws-fs-arqFrequencia = 51 then
                   move "Registro em uso, nao gravado!" to ws-msn
               else
                   if ws-fs-arqFrequencia <> 0
                   and ws-fs-arqFrequencia <> 23 then
                       move 125                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-ajs-passar = "S"
           and ws-fs-arqFrequencia = 0 then
               if ws-oco-tipo-gravado = "S"
               and (ws-oco-excluir = "S"
                   or ws-oco-tipo <> "S"
                   or ws-oco-susp-inicio <> ws-oco-inicio-gravado
                   or ws-oco-susp-fim <> ws-oco-fim-gravado) then
                   move ws-oco-inicio-gravado to ws-ajs-inicio
                   move ws-oco-fim-gravado    to ws-ajs-fim
                   move "+" to ws-ajs-sinal
                   perform ajustar-faltas-suspensao
               end-if
               if ws-oco-excluir = space
               and ws-oco-tipo = "S"
               and (ws-oco-tipo-gravado <> "S"
                   or ws-oco-susp-inicio <> ws-oco-inicio-gravado
                   or ws-oco-susp-fim <> ws-oco-fim-gravado) then
                   move ws-oco-susp-inicio to ws-ajs-inicio
                   move ws-oco-susp-fim    to ws-ajs-fim
                   move "-" to ws-ajs-sinal
                   perform ajustar-faltas-suspensao
               end-if

               perform regravar-frequencia
               if ws-fs-arqFrequencia = 51 then
                   move "Registro em uso, nao gravado!" to ws-msn
               else
                   if ws-fs-arqFrequencia <> 0 then
                       move 124                                        to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                        to ws-msn-erro-cod
                       move "Erro ao reescrever arq. arqFrequencia"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       acertar-faltas-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acertar no registro de frequência já lido as faltas das chamadas
      *> consolidadas do aluno nos dias de ws-ajs-inicio a ws-ajs-fim:
      *> sinal "-" abona (tira das faltas) e "+" devolve; chamada ainda
      *> não consolidada não mexe aqui, a consolidação já a trata como
      *> justificada
      *>------------------------------------------------------------------------
       ajustar-faltas-suspensao section.
           move ws-oco-aluno  to fd-cha-alu-cod
           move ws-ajs-inicio to fd-cha-alu-data
           move spaces        to fd-cha-alu-disc
           start arqChamada key is not less than fd-cha-chave-aluno
           if ws-fs-arqChamada <> 00
           and ws-fs-arqChamada <> 23 then
               move 122                                    to ws-msn-erro-ofsset
               move ws-fs-arqChamada                       to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqChamada"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqChamada = 00 then
               move "N" to ws-ajs-fim-leitura
               perform until ws-ajs-fim-leitura = "S"
                   read arqChamada next
                   if ws-fs-arqChamada = 00 then
                       if fd-cha-alu-cod <> ws-oco-aluno
                       or fd-cha-alu-data > ws-ajs-fim then
                           move "S" to ws-ajs-fim-leitura
                       else
                           if fd-cha-ja-consolidada
                           and fd-cha-falta then
                               perform ajustar-falta-chamada
                           end-if
                       end-if
                   else
                       if ws-fs-arqChamada = 10 then
                           move "S" to ws-ajs-fim-leitura
                       else
                           move 123                                to ws-msn-erro-ofsset
                           move ws-fs-arqChamada                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqChamada"      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       ajustar-faltas-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tirar (ou devolver) as aulas da chamada lida das faltas da
      *> disciplina no registro de frequência em memória, sem passar de
      *> zero nem das aulas dadas
      *>------------------------------------------------------------------------
       ajustar-falta-chamada section.
           move zero to ws-idx-freq-busca
           move 1 to ws-idx-freq
           perform until ws-idx-freq > fd-freq-qtd-disc
           or ws-idx-freq-busca > zero
               if fd-freq-disciplina (ws-idx-freq) = fd-cha-alu-disc then
                   move ws-idx-freq to ws-idx-freq-busca
               end-if
               add 1 to ws-idx-freq
           end-perform

           if ws-idx-freq-busca > zero then
               if ws-ajs-sinal = "-" then
                   if fd-freq-faltas (ws-idx-freq-busca) > fd-cha-aulas then
                       subtract fd-cha-aulas
                           from fd-freq-faltas (ws-idx-freq-busca)
                   else
                       move zero to fd-freq-faltas (ws-idx-freq-busca)
                   end-if
               else
                   add fd-cha-aulas to fd-freq-faltas (ws-idx-freq-busca)
                   if fd-freq-faltas (ws-idx-freq-busca)
                       > fd-freq-aulas-dadas (ws-idx-freq-busca) then
                       move fd-freq-aulas-dadas (ws-idx-freq-busca)
                           to fd-freq-faltas (ws-idx-freq-busca)
                   end-if
               end-if
           end-if
           .
       ajustar-falta-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo das ocorrências do aluno ws-oco-res-aluno: quantas no
      *> ano corrente e o período da última suspensão (de qualquer
      *> ano), mostrados na tela de ocorrências e na do conselho
      *>------------------------------------------------------------------------
       resumir-ocorrencias-aluno section.
           move zeros to ws-oco-res-qtd
           move zeros to ws-oco-res-susp-inicio
           move zeros to ws-oco-res-susp-fim
           accept ws-data-sistema from date yyyymmdd
           divide ws-data-sistema by 10000 giving ws-oco-res-ano

           move ws-oco-res-aluno to fd-oco-aluno
           move zeros            to fd-oco-data
           move zeros            to fd-oco-seq
           start arqOcorrencias key is not less than fd-oco-chave
           if ws-fs-arqOcorrencias = 00 then
               perform until ws-fs-arqOcorrencias <> 00
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 00 then
                       if fd-oco-aluno <> ws-oco-res-aluno then
                           move 10 to ws-fs-arqOcorrencias
                       else
                           divide fd-oco-data by 10000
                               giving ws-oco-res-ano-lido
                           if ws-oco-res-ano-lido = ws-oco-res-ano then
                               add 1 to ws-oco-res-qtd
                           end-if
                           if fd-oco-suspensao
                           and fd-oco-susp-inicio > ws-oco-res-susp-inicio then
                               move fd-oco-susp-inicio to ws-oco-res-susp-inicio
                               move fd-oco-susp-fim    to ws-oco-res-susp-fim
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           .
       resumir-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutenção do cadastro de operadores: informando um login que
      *> ainda não existe, ele é incluído; informando um que já existe,
      *> os demais campos o substituem (senha em branco mantém a atual)
      *>------------------------------------------------------------------------
       cadastro-operadores section.
           move spaces to ws-sair-cad-operadores
           move spaces to ws-oper-login
           move spaces to ws-oper-senha
           move spaces to ws-oper-nome
           move spaces to ws-oper-perfil
           move spaces to ws-oper-prof-cod
           move "ATIVO" to ws-oper-status
           move spaces to ws-msn

           perform until ws-sair-cad-operadores = "x"
           or ws-sair-cad-operadores = "X"
               display tela-cadastro-operador
               accept tela-cadastro-operador

               if ws-sair-cad-operadores = spaces then
                   perform validar-operador
                   if ws-msn <> spaces then
                       display ws-msn at line 10 col 08
                       accept ws-aux
                       move spaces to ws-msn
                   else
                       perform gravar-operador

      *> preparando a tela em branco para o próximo operador
                       move spaces to ws-oper-login
                       move spaces to ws-oper-senha
                       move spaces to ws-oper-nome
                       move spaces to ws-oper-perfil
                       move spaces to ws-oper-prof-cod
                       move "ATIVO" to ws-oper-status
                       move spaces to ws-msn
                   end-if
               end-if
           end-perform
           .
       cadastro-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar os dados do operador digitados na tela: login, nome e
      *> perfil obrigatórios, professor existente no perfil P, e o
      *> operador logado não pode inativar a si mesmo
      *>------------------------------------------------------------------------
       validar-operador section.
           move spaces to ws-msn
           inspect ws-oper-perfil converting "stcp" to "STCP"
           inspect ws-oper-status converting "ativno" to "ATIVNO"

           if ws-oper-login = spaces then
               move "Login e obrigatorio!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-oper-nome = spaces then
               move "Nome e obrigatorio!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-oper-perfil <> "S" and ws-oper-perfil <> "T"
           and ws-oper-perfil <> "C" and ws-oper-perfil <> "P" then
               move "Perfil invalido (S/T/C/P)!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-oper-status <> "ATIVO"
           and ws-oper-status <> "INATIVO" then
               move "Situacao invalida!" to ws-msn
           end-if
           if ws-msn = spaces
           and ws-oper-login = ws-operador-login
           and (ws-oper-status <> "ATIVO" or ws-oper-perfil <> "C") then
               move "Nao altere o proprio perfil!" to ws-msn
           end-if

      *> o operador professor fica ligado ao código dele no cadastro de
      *> professores; nos demais perfis o código é ignorado
           if ws-msn = spaces then
               if ws-oper-perfil = "P" then
                   move ws-oper-prof-cod to fd-prof-cod
                   read arqProfessores
                   if ws-fs-arqProfessores <> 0 then
                       move "Professor nao cadastrado!" to ws-msn
                   end-if
               else
                   move spaces to ws-oper-prof-cod
               end-if
           end-if
           .
       validar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o operador informado na tela: write se ele ainda não
      *> existe no arquivo, rewrite se já existe (registrando na trilha)
      *>------------------------------------------------------------------------
       gravar-operador section.
           move "N" to ws-oper-gravado
           move ws-oper-login to fd-oper-login
           read arqOperadores

           if ws-fs-arqOperadores = 0 then
               if ws-oper-senha <> spaces then
                   move ws-oper-senha to fd-oper-senha
               end-if
               move ws-oper-nome     to fd-oper-nome
               move ws-oper-perfil   to fd-oper-perfil
               move ws-oper-prof-cod to fd-oper-prof-cod
               move ws-oper-status   to fd-oper-status
               rewrite fd-registro-operador
               if ws-fs-arqOperadores <> 0 then
                   move 74                                        to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                       to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqOperadores"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "Operador atualizado!" to ws-msn
               move "S" to ws-oper-gravado
           else
               if ws-fs-arqOperadores = 23 then
                   if ws-oper-senha = spaces then
                       move "Senha e obrigatoria!" to ws-msn
                   else
                       move ws-oper-login    to fd-oper-login
                       move ws-oper-senha    to fd-oper-senha
                       move ws-oper-nome     to fd-oper-nome
                       move ws-oper-perfil   to fd-oper-perfil
                       move ws-oper-prof-cod to fd-oper-prof-cod
                       move ws-oper-status   to fd-oper-status
                       write fd-registro-operador
                       if ws-fs-arqOperadores <> 0 then
                           move 75                                       to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                      to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqOperadores"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Operador gravado!" to ws-msn
                       move "S" to ws-oper-gravado
                   end-if
               else
                   move 76                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperadores"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> registrando na trilha de auditoria (sem aluno envolvido; o
      *> login mantido e o perfil vão nos campos)
           if ws-oper-gravado = "S" then
               move zero to fd-cod
               move "OPERADOR" to ws-aud-operacao
               move spaces to ws-aud-campos
               string "login " delimited by size
                      ws-oper-login delimited by space
                      " perfil " delimited by size
                      ws-oper-perfil delimited by size
                      " " delimited by size
                      ws-oper-status delimited by space
                   into ws-aud-campos
               end-string
               perform registrar-auditoria
           end-if

           display ws-msn at line 10 col 08
           accept ws-aux
           move spaces to ws-msn
           .
       gravar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cadastro de frequência: o usuário informa o aluno, a tela traz
      *> as disciplinas cursadas (das notas lançadas) com as aulas e
      *> faltas já gravadas, e o que for digitado substitui o registro
      *> de frequência; a situação do aluno é recalculada na sequência
      *>------------------------------------------------------------------------
       cadastro-frequencia section.
           move spaces to ws-sair-cad-freq
           perform until ws-sair-cad-freq = "x"
           or ws-sair-cad-freq = "X"
               move zeros to ws-cod
               move spaces to ws-msn
               display erase
               display tela-consulta-cadastro-cod
               accept tela-consulta-cadastro-cod

               if ws-cod = zero then
                   move "x" to ws-sair-cad-freq
               else
                   move ws-cod to fd-cod
                   perform ler-aluno
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move "Aluno nao cadastrado!" to ws-msn
                       else
                           if fd-status-inativo then
                               move "Aluno inativo!" to ws-msn
                           else
                               if fd-qtd-notas = zero then
                                   move "Aluno sem notas lancadas!" to ws-msn
                               end-if
                           end-if
                       end-if
                   end-if

                   if ws-msn <> spaces then
                       display ws-msn at line 05 col 07
                       accept ws-aux
                       move spaces to ws-msn
                   else
                       perform carregar-cadastro-do-arquivo
                       perform carregar-frequencia-para-tela
                       if ws-msn <> spaces then
                           display ws-msn at line 05 col 07
                           accept ws-aux
                           move spaces to ws-msn
                       else
      *> guardando os totais gravados e vendo se a turma tem bimestre
      *> fechado (aí aulas e faltas só podem ser acrescentadas)
                           move ws-freq-aux to ws-freq-antes
                           move ws-turma    to ws-bimv-turma
                           perform verificar-turma-tem-fechado
                           perform editar-frequencia
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastro-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar a tela de frequência do aluno carregado, validar as
      *> faltas digitadas e gravar o registro de frequência, já
      *> recalculando a situação do aluno (reprovação por falta)
      *>------------------------------------------------------------------------
       editar-frequencia section.
           display tela-cadastro-frequencia
           accept tela-cadastro-frequencia

           if ws-sair-cad-freq = spaces then
      *> faltas não podem passar das aulas dadas da disciplina
               move 1 to ws-idx-freq
               perform until ws-idx-freq > ws-qtd-notas
                   if ws-freq-faltas-aux (ws-idx-freq)
                       > ws-freq-aulas-aux (ws-idx-freq) then
                       move "Faltas maiores que as aulas dadas!" to ws-msn
                   end-if
                   if ws-bimv-fechado = "S"
                   and (ws-freq-aulas-aux (ws-idx-freq)
                           < ws-freq-aulas-antes (ws-idx-freq)
                       or ws-freq-faltas-aux (ws-idx-freq)
                           < ws-freq-faltas-antes (ws-idx-freq)) then
                       move "Bimestre fechado: nao reduzir!" to ws-msn
                   end-if
                   add 1 to ws-idx-freq
               end-perform

      *> o professor só mexe na frequência das disciplinas dele
               if ws-msn = spaces
               and ws-operador-perfil = "P" then
                   perform ler-turma-professor
                   move 1 to ws-idx-freq
                   perform until ws-idx-freq > ws-qtd-notas
                   or ws-msn <> spaces
                       move ws-freq-disc-aux (ws-idx-freq)
                           to ws-dp-disciplina
                       perform verificar-disciplina-professor
                       add 1 to ws-idx-freq
                   end-perform
               end-if

               if ws-msn <> spaces then
                   display ws-msn at line 11 col 08
                   accept ws-aux
                   move spaces to ws-msn
               else
                   perform gravar-frequencia

                   if ws-msn = spaces then
      *> registrando na trilha de auditoria
                       move "FREQUENCIA"                   to ws-aud-operacao
                       move "aulas dadas e faltas"         to ws-aud-campos
                       perform registrar-auditoria

      *> recalculando média e situação, que agora dependem da frequência
      *> (com o aluno ou a frequência presos e cancelados, a frequência
      *> fica gravada e a situação é acertada na próxima gravação)
                       perform calcular-media-situacao
                       if ws-bloq-cancelado = "N" then
                           perform preparar-fd-cadastro-para-gravar
                           perform regravar-aluno
                       end-if
                       if ws-bloq-cancelado = "S" then
                           move "Situacao nao gravada: em uso!" to ws-msn
                       else
                           if ws-fs-arqAlunos <> 0 then
                               move 37                                    to ws-msn-erro-ofsset
                               move ws-fs-arqAlunos                       to ws-msn-erro-cod
                               move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move "Frequencia gravada com sucesso!" to ws-msn
                       end-if
                   end-if

                   display ws-msn at line 11 col 08
                   accept ws-aux
                   move spaces to ws-msn
               end-if
           end-if
           .
       editar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trazer para a tela as disciplinas cursadas do aluno e, se ele
      *> já tem frequência gravada, as aulas e faltas de cada uma
      *> (frequência presa por outro terminal volta a mensagem em ws-msn)
      *>------------------------------------------------------------------------
       carregar-frequencia-para-tela section.
           move spaces to ws-freq-aux
           move 1 to ws-idx-freq
           perform until ws-idx-freq > 6
               move zeros to ws-freq-aulas-aux (ws-idx-freq)
               move zeros to ws-freq-faltas-aux (ws-idx-freq)
               add 1 to ws-idx-freq
           end-perform

           move 1 to ws-idx-freq
           perform until ws-idx-freq > ws-qtd-notas
               move ws-disciplina (ws-idx-freq)
                   to ws-freq-disc-aux (ws-idx-freq)
               add 1 to ws-idx-freq
           end-perform

           move ws-cod to fd-freq-cod
           perform ler-frequencia
           if ws-fs-arqFrequencia = 0 then
               move 1 to ws-idx-freq
               perform until ws-idx-freq > ws-qtd-notas
                   perform buscar-disciplina-frequencia
                   add 1 to ws-idx-freq
               end-perform
           else
               if ws-fs-arqFrequencia = 51 then
                   move "Registro em uso!" to ws-msn
               end-if
               if ws-fs-arqFrequencia <> 23
               and ws-fs-arqFrequencia <> 05
               and ws-fs-arqFrequencia <> 51 then
                   move 38                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carregar-frequencia-para-tela-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procurar a disciplina da tela (ws-idx-freq) dentro do registro
      *> de frequência lido e trazer as aulas/faltas dela para a tela
      *>------------------------------------------------------------------------
       buscar-disciplina-frequencia section.
           move 1 to ws-idx-freq-busca
           perform until ws-idx-freq-busca > fd-freq-qtd-disc
               if fd-freq-disciplina (ws-idx-freq-busca)
                   = ws-freq-disc-aux (ws-idx-freq) then
                   move fd-freq-aulas-dadas (ws-idx-freq-busca)
                       to ws-freq-aulas-aux (ws-idx-freq)
                   move fd-freq-faltas (ws-idx-freq-busca)
                       to ws-freq-faltas-aux (ws-idx-freq)
               end-if
               add 1 to ws-idx-freq-busca
           end-perform
           .
       buscar-disciplina-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o registro de frequência do aluno com o que está na
      *> tela (write na primeira vez, rewrite nas seguintes); registro
      *> preso por outro terminal e cancelado volta a mensagem em ws-msn
      *>------------------------------------------------------------------------
       gravar-frequencia section.
           move ws-cod       to fd-freq-cod

           write fd-registro-frequencia
           if ws-fs-arqFrequencia = 22 then
               perform regravar-frequencia
           end-if
           if ws-fs-arqFrequencia = 51 then
               move "Registro em uso, nao gravado!" to ws-msn
           end-if
           if ws-fs-arqFrequencia <> 0
           and ws-fs-arqFrequencia <> 51 then
               move 39                                       to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFrequencia"      to ws-msn-erro-text

      *>------------------------------------------------------------------------
      *> Calcular o percentual de presença de cada disciplina mostrada
      *> na consulta indexada (em branco quando não há frequência ou
      *> quando ela está presa por outro terminal e foi cancelada)
      *>------------------------------------------------------------------------
       carregar-frequencia-consulta section.
           move spaces to ws-freq-perc-consulta

           move ws-cod to fd-freq-cod
           perform ler-frequencia
           if ws-fs-arqFrequencia = 0 then
               move 1 to ws-idx-freq
               perform until ws-idx-freq > ws-qtd-notas
               end-perform
           else
               if ws-fs-arqFrequencia <> 23
               and ws-fs-arqFrequencia <> 05
               and ws-fs-arqFrequencia <> 51 then
                   move 40                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia"      to ws-msn-erro-text
                   move "x" to ws-sair-cad-recup
               else
                   move ws-cod to fd-cod
                   perform ler-aluno
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move "Aluno nao cadastrado!" to ws-msn
                       else
                           if fd-status-inativo then
                               move "Aluno inativo!" to ws-msn
                           else
                               if fd-qtd-notas = zero then
                                   move "Aluno sem notas lancadas!" to ws-msn
                               end-if
                           end-if
                       end-if
                   end-if
                   add 1 to ws-idx-recup
               end-perform

      *> o professor só lança recuperação nas disciplinas dele
               if ws-msn = spaces
               and ws-operador-perfil = "P" then
                   perform ler-turma-professor
                   move 1 to ws-idx-recup
                   perform until ws-idx-recup > ws-qtd-notas
                   or ws-msn <> spaces
                       move ws-disciplina (ws-idx-recup)
                           to ws-dp-disciplina
                       perform verificar-disciplina-professor
                       add 1 to ws-idx-recup
                   end-perform
               end-if

               if ws-msn <> spaces then
                   display ws-msn at line 11 col 08
                   accept ws-aux
                   end-perform

      *> recalculando a situação a partir do resultado por disciplina
      *> (não grava se a frequência ou o aluno estavam presos por outro
      *> terminal e o operador cancelou)
                   perform calcular-media-situacao
                   if ws-bloq-cancelado = "N" then
                       perform preparar-fd-cadastro-para-gravar
                       perform regravar-aluno
                   end-if
                   if ws-bloq-cancelado = "S" then
                       move "Registro em uso, nao gravado!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move 42                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                       to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *> registrando na trilha de auditoria
                       move "RECUPERAC."                       to ws-aud-operacao
                       move "notas de recuperacao e situacao"  to ws-aud-campos
                       perform registrar-auditoria

                       move "Recuperacao gravada com sucesso!" to ws-msn
                   end-if
                   display ws-msn at line 11 col 08
                   accept ws-aux
                   move spaces to ws-msn
       editar-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Operador professor nas telas de notas, frequência e recuperação
      *> do aluno: ler a turma do aluno carregado (ws-turma) para
      *> conferir o dono de cada disciplina da tela
      *>------------------------------------------------------------------------
       ler-turma-professor section.
           move ws-turma to fd-turma-cod
           perform ler-turma
           if ws-fs-arqTurmas = 23 then
               move "Turma nao cadastrada!" to ws-msn
           else
               if ws-fs-arqTurmas = 51 then
                   move "Registro em uso!" to ws-msn
               else
                   if ws-fs-arqTurmas <> 0 then
                       move 155                             to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       ler-turma-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recusar a disciplina ws-dp-disciplina que não é da turma lida
      *> ou que nela é dada por outro professor
      *>------------------------------------------------------------------------
       verificar-disciplina-professor section.
           move zero to ws-idx-dp-disc
           move 1 to ws-idx-turma-disc
           perform until ws-idx-turma-disc > fd-turma-qtd-disc
           or ws-idx-dp-disc > zero
               if fd-turma-disc (ws-idx-turma-disc) = ws-dp-disciplina then
                   move ws-idx-turma-disc to ws-idx-dp-disc
               end-if
               add 1 to ws-idx-turma-disc
           end-perform

           if ws-idx-dp-disc = zero then
               move "Disciplina nao e da turma!" to ws-msn
           else
               if fd-turma-disc-prof (ws-idx-dp-disc)
                   <> ws-operador-prof-cod then
                   move "Disciplina de outro professor!" to ws-msn
               end-if
           end-if
           .
       verificar-disciplina-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar as notas digitadas (0 a 10) e montar a tabela ws-notas
      *> só com as disciplinas realmente preenchidas (disciplina em
           and ws-qtd-notas = zero then
               move "Informe ao menos 1 disciplina!" to ws-msn
           end-if

      *> o professor só lança nota nas disciplinas dele na turma
           if ws-msn = spaces
           and ws-operador-perfil = "P" then
               perform ler-turma-professor
               move 1 to ws-idx-nota
               perform until ws-idx-nota > 6
               or ws-msn <> spaces
                   if ws-disciplina-aux (ws-idx-nota) <> spaces then
                       move ws-disciplina-aux (ws-idx-nota)
                           to ws-dp-disciplina
                       perform verificar-disciplina-professor
                   end-if
                   add 1 to ws-idx-nota
               end-perform
           end-if
           .
       validar-e-montar-notas-exit.
           exit.
      *> situação final de cada disciplina (CURSANDO enquanto faltar
      *> bimestre; depois aprovado com a nota final ou a recuperação)
      *> e a situação geral do aluno, que só é aprovado com todas as
      *> disciplinas aprovadas. Se a frequência do aluno estiver presa
      *> por outro terminal e o operador cancelar, ws-bloq-cancelado
      *> volta "S" e quem chamou não deve gravar a situação calculada
      *>------------------------------------------------------------------------
       calcular-media-situacao section.
           move "N" to ws-bloq-cancelado

      *> nota final de cada disciplina a partir dos bimestres lançados
           move 1 to ws-idx-nota
           perform until ws-idx-nota > ws-qtd-notas
      *>------------------------------------------------------------------------
       verificar-frequencia-situacao section.
           move ws-cod to fd-freq-cod
           perform ler-frequencia
           if ws-fs-arqFrequencia = 0 then
               move 1 to ws-idx-freq
               perform until ws-idx-freq > fd-freq-qtd-disc
               end-perform
           else
               if ws-fs-arqFrequencia <> 23
               and ws-fs-arqFrequencia <> 05
               and ws-fs-arqFrequencia <> 51 then
                   move 36                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia"      to ws-msn-erro-text
      *>------------------------------------------------------------------------
      *> Verificar se a turma em ws-turma está cheia: conta os alunos
      *> ativos dela e compara com a capacidade cadastrada (capacidade
      *> zero = sem controle, nunca fica cheia). Se a turma ou um aluno
      *> estiver preso por outro terminal e o operador cancelar, volta
      *> com a mensagem em ws-msn e a conferência não vale
      *>------------------------------------------------------------------------
       verificar-capacidade-turma section.
           move "N" to ws-turma-cheia
           move ws-turma to fd-turma-cod
           perform ler-turma
           if ws-fs-arqTurmas = 51 then
               move "Registro em uso!" to ws-msn
           else
               if ws-fs-arqTurmas = 0 then
                   move fd-turma-capacidade to ws-capacidade-turma
                   if ws-capacidade-turma > zero then
                       perform contar-ativos-turma
                       if ws-qtd-ativos-turma >= ws-capacidade-turma then
                           move "S" to ws-turma-cheia
                       end-if
                   end-if
               else
                   if ws-fs-arqTurmas <> 23 then
                       move 52                              to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
           end-if

           if ws-fs-arqAlunos = 00 then
               move "N" to ws-bloq-cancelado
               perform until ws-fs-arqAlunos = 10
               or ws-bloq-cancelado = "S"
                   perform ler-aluno-proximo
                   if ws-fs-arqAlunos = 00 then
                       if fd-status-ativo
                       and fd-turma = ws-turma then
                           add 1 to ws-qtd-ativos-turma
                       end-if
                   else
                       if ws-fs-arqAlunos = 51 then
                           move "Registro em uso!" to ws-msn
                       else
                           if ws-fs-arqAlunos <> 10 then
                               move 54                               to ws-msn-erro-ofsset
                               move ws-fs-arqAlunos                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqAlunos"     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-perform
           end-string
           perform registrar-auditoria
           .
       incluir-fila-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Buscar o próximo sequencial livre da fila da turma em
      *> ws-fila-turma (fila vazia começa no sequencial 1)
      *>------------------------------------------------------------------------
       buscar-prox-seq-fila section.
           move 1 to ws-fila-prox-seq
           move ws-fila-turma to fd-fila-turma
           move zeros to fd-fila-seq
           start arqFilaEspera key is not less than fd-fila-chave
           if ws-fs-arqFilaEspera = 00 then
               perform until ws-fs-arqFilaEspera <> 00
                   read arqFilaEspera next
                   if ws-fs-arqFilaEspera = 00 then
                       if fd-fila-turma = ws-fila-turma then
                           compute ws-fila-prox-seq = fd-fila-seq + 1
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
      *> Verificar se a turma em ws-fila-turma tem alguém aguardando
      *> na fila de espera (ws-tem-fila = S/N)
      *>------------------------------------------------------------------------
       verificar-fila-da-turma section.
           move "N" to ws-tem-fila
           move ws-fila-turma to fd-fila-turma
           move zeros to fd-fila-seq
           start arqFilaEspera key is not less than fd-fila-chave
           if ws-fs-arqFilaEspera = 00 then
               perform until ws-fs-arqFilaEspera <> 00
               or ws-tem-fila = "S"
                   read arqFilaEspera next
                   if ws-fs-arqFilaEspera = 00 then
                       if fd-fila-turma = ws-fila-turma then
                           if fd-fila-aguardando then
                               move "S" to ws-tem-fila
                           end-if
                       else
                           move 10 to ws-fs-arqFilaEspera
                       end-if
                   end-if
               end-perform
           end-if
           .
       verificar-fila-da-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Consultar a fila de espera de uma turma e, se for o caso,
      *> atender o aluno mostrado (os alunos aparecem em ordem de
      *> chegada, então o primeiro mostrado é o primeiro da fila)
      *>------------------------------------------------------------------------
       consulta-fila-espera section.
           move spaces to ws-sair-fila-espera
           perform until ws-sair-fila-espera = "x"
           or ws-sair-fila-espera = "X"
               move spaces to ws-fila-turma
               move spaces to ws-msn
               display erase
               display "Turma (em branco = sair): " at line 03 col 07
               accept ws-fila-turma at line 03 col 33

               if ws-fila-turma = spaces then
                   move "x" to ws-sair-fila-espera
               else
                   move ws-fila-turma to fd-turma-cod
                   perform ler-turma
                   if ws-fs-arqTurmas = 23 then
                       move "Turma nao cadastrada!" to ws-msn
                   else
                       if ws-fs-arqTurmas = 51 then
                           move "Registro em uso!" to ws-msn
                       else
                           if ws-fs-arqTurmas <> 0 then
                               move 56                              to ws-msn-erro-ofsset
                               move ws-fs-arqTurmas                 to ws-msn-erro-cod
                               move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                   if ws-msn <> spaces then
                       display ws-msn at line 05 col 07
                       accept ws-aux
                       move spaces to ws-msn
                   else
                       perform navegar-fila-turma
                   end-if
               end-if
           end-perform
           .
       consulta-fila-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Navegar pelos alunos aguardando na fila da turma escolhida,
      *> em ordem de chegada (os já atendidos são pulados)
      *>------------------------------------------------------------------------
       navegar-fila-turma section.
           move ws-fila-turma to fd-fila-turma
           move zeros to fd-fila-seq
           start arqFilaEspera key is not less than fd-fila-chave
           if ws-fs-arqFilaEspera <> 00 then
               display "Fila de espera vazia!" at line 05 col 07
               accept ws-aux
           else
               move "N" to ws-tem-fila
               perform until ws-fs-arqFilaEspera <> 00
                   read arqFilaEspera next
                   if ws-fs-arqFilaEspera = 00 then
                       if fd-fila-turma = ws-fila-turma then
                           if fd-fila-aguardando then
                               move "S" to ws-tem-fila
                               perform mostrar-lancamento-fila
                               if ws-sequencial-proximo = spaces then
                                   move 10 to ws-fs-arqFilaEspera
                               end-if
                           end-if
                       else
                           move 10 to ws-fs-arqFilaEspera
                       end-if
                   end-if
               end-perform

               if ws-tem-fila = "N" then
                   display "Fila de espera vazia!" at line 05 col 07
                   accept ws-aux
               end-if
           end-if
           .
       navegar-fila-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar um lançamento da fila na tela, com o nome do aluno
      *> buscado no cadastro, e tratar as opções Atender/Proximo/Sair
      *>------------------------------------------------------------------------
       mostrar-lancamento-fila section.
           move spaces to ws-fila-nome
           move fd-fila-cod to fd-cod
           perform ler-aluno
           if ws-fs-arqAlunos = 0 then
               move fd-nome to ws-fila-nome
           end-if

           move spaces to ws-atender-fila
           move spaces to ws-sequencial-proximo
           display tela-fila-espera
           accept tela-fila-espera

           if ws-atender-fila = "X"
           or ws-atender-fila = "x" then
               perform atender-fila
               move spaces to ws-sequencial-proximo
           end-if
           .
       mostrar-lancamento-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Atender o lançamento da fila que está na tela: se a turma tem
      *> vaga aberta, o aluno recebe a turma e o lançamento é marcado
      *> como atendido (exclusão lógica, a ordem da fila é preservada)
      *>------------------------------------------------------------------------
       atender-fila section.
           move ws-fila-turma to ws-turma
           move spaces to ws-msn
           perform verificar-capacidade-turma
           if ws-msn <> spaces then
               display ws-msn at line 12 col 07
               accept ws-aux
               move spaces to ws-msn
           else
               if ws-turma-cheia = "S" then
                   display "Turma ainda sem vaga aberta!" at line 12 col 07
                   accept ws-aux
               else
                   move fd-fila-cod to fd-cod
                   perform ler-aluno
                   if ws-fs-arqAlunos = 51 then
                       display "Registro em uso!" at line 12 col 07
                       accept ws-aux
                   else
                       if ws-fs-arqAlunos <> 0 then
                           display "Aluno nao encontrado no cadastro!"
                               at line 12 col 07
                           accept ws-aux
                       else
                           if fd-status-inativo then
                               display "Aluno inativo, nao atendido!"
                                   at line 12 col 07
                               accept ws-aux
                           else
      *> aluno que já foi colocado em outra turma nesse meio tempo
      *> não pode trocar de turma por aqui: toda mudança de turma de
      *> quem já tem turma passa pela transferência formal, que
      *> grava o histórico em arqTransferencias
                           if fd-turma <> spaces
                           and fd-turma <> ws-fila-turma then
                               display "Aluno ja em outra turma, use a transferencia!"
                                   at line 12 col 07
                               accept ws-aux
                           else
                               move ws-fila-turma to fd-turma
                               perform regravar-aluno
                               if ws-fs-arqAlunos = 51 then
                                   display "Registro em uso, nao gravado!" at line 12 col 07
                                   accept ws-aux
                               else
                                   if ws-fs-arqAlunos <> 0 then
                                       move 57                                    to ws-msn-erro-ofsset
                                       move ws-fs-arqAlunos                       to ws-msn-erro-cod
                                       move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if

      *> registrando na trilha de auditoria
                                   move "FILAATEND"   to ws-aud-operacao
                                   move spaces        to ws-aud-campos
                                   string "vaga atendida na turma " delimited by size
                                          ws-fila-turma             delimited by size
                                       into ws-aud-campos
                                   end-string
                                   perform registrar-auditoria

      *> marcando o lançamento da fila como atendido
                                   move ws-fila-turma to fd-fila-turma
                                   move "ATENDIDA"    to fd-fila-status
                                   rewrite fd-registro-fila
                                   if ws-fs-arqFilaEspera <> 0 then
                                       move 58                                        to ws-msn-erro-ofsset
                                       move ws-fs-arqFilaEspera                       to ws-msn-erro-cod
                                       move "Erro ao reescrever arq. arqFilaEspera"   to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if

                                   display "Vaga atendida com sucesso!" at line 12 col 07
                                   accept ws-aux
                               end-if
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       atender-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Transferência formal de turma: o usuário escolhe o aluno, a
      *> turma de destino (validada e respeitando a capacidade) e o
      *> motivo; a mudança fica registrada no histórico de
      *> transferências e na trilha de auditoria
      *>------------------------------------------------------------------------
       transferir-aluno section.
           perform verificar-backup-diario
           move spaces to ws-sair-transferir
           perform until ws-sair-transferir = "x"
           or ws-sair-transferir = "X"
               move zeros to ws-cod
               move spaces to ws-msn
               display erase
               display tela-consulta-cadastro-cod
               accept tela-consulta-cadastro-cod

               if ws-cod = zero then
                   move "x" to ws-sair-transferir
               else
                   move ws-cod to fd-cod
                   perform ler-aluno
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move "Aluno nao cadastrado!" to ws-msn
                       else
                           if fd-status-inativo then
                               move "Aluno inativo!" to ws-msn
                           end-if
                       end-if
                   end-if

                   if ws-msn <> spaces then
                       display ws-msn at line 05 col 07
                       accept ws-aux
                       move spaces to ws-msn
                   else
                       perform carregar-cadastro-do-arquivo
                       perform editar-transferencia
                   end-if
               end-if
           end-perform
           .
       transferir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar a tela de transferência do aluno carregado, validar a
      *> turma de destino e gravar a mudança com o histórico
      *>------------------------------------------------------------------------
       editar-transferencia section.
           move spaces to ws-transf-destino
           move spaces to ws-transf-motivo
           display tela-transferencia
           accept tela-transferencia

           if ws-sair-transferir = spaces then
               if ws-transf-destino = spaces then
                   move "Turma de destino e obrigatoria!" to ws-msn
               else
                   if ws-transf-destino = ws-turma then
                       move "Aluno ja esta nessa turma!" to ws-msn
                   else
                       move ws-transf-destino to fd-turma-cod
                       perform ler-turma
                       if ws-fs-arqTurmas = 23 then
                           move "Turma nao cadastrada!" to ws-msn
                       else
                           if ws-fs-arqTurmas = 51 then
                               move "Registro em uso!" to ws-msn
                           else
                               if ws-fs-arqTurmas <> 0 then
                                   move 61                              to ws-msn-erro-ofsset
                                   move ws-fs-arqTurmas                 to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

      *> a transferência respeita a capacidade da turma de destino
      *> (ws-turma é emprestada para a conferência e depois devolvida)
               if ws-msn = spaces then
                   move ws-turma to ws-fila-turma
                   move ws-transf-destino to ws-turma
                   perform verificar-capacidade-turma
                   move ws-fila-turma to ws-turma
                   if ws-turma-cheia = "S" then
                       move "Turma de destino cheia!" to ws-msn
                   end-if
               end-if

               if ws-msn <> spaces then
                   display ws-msn at line 08 col 08
                   accept ws-aux
                   move spaces to ws-msn
               else
                   perform gravar-transferencia
               end-if
           end-if
           .
       editar-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a transferência: regrava o aluno na turma de destino,
      *> escreve o lançamento no histórico de transferências e na
      *> trilha de auditoria, e avisa se a turma de origem tem fila
      *>------------------------------------------------------------------------
       gravar-transferencia section.
           move ws-turma to wt-origem
           move ws-transf-destino to ws-turma
           perform preparar-fd-cadastro-para-gravar
           perform regravar-aluno
      *> aluno preso por outro terminal e o operador cancelou: continua
      *> na turma de origem
           if ws-fs-arqAlunos = 51 then
               move wt-origem to ws-turma
               move "Registro em uso, nao gravado!" to ws-msn
           else
               if ws-fs-arqAlunos <> 0 then
                   move 62                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                       to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> lançamento no histórico de transferências
               accept ws-data-sistema from date yyyymmdd
               move ws-data-sistema   to wt-data
               move ws-cod            to wt-cod
               move ws-transf-destino to wt-destino
               move ws-transf-motivo  to wt-motivo
               move ws-linha-transferencia to rl-transferencia
               write rl-transferencia
               if ws-fs-arqTransferencias <> 0 then
                   move 63                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTransferencias                     to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqTransferencias"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *> registrando na trilha de auditoria
               move "TRANSFER"  to ws-aud-operacao
               move spaces      to ws-aud-campos
               string "turma ("          delimited by size
                      wt-origem          delimited by size
                      " -> "             delimited by size
                      wt-destino         delimited by size
                      ")"                delimited by size
                   into ws-aud-campos
               end-string
               perform registrar-auditoria

               move "Transferencia gravada com sucesso!" to ws-msn
      *> abriu vaga na turma de origem: avisar se tem fila de espera
               if wt-origem <> spaces then
                   move wt-origem to ws-fila-turma
                   perform verificar-fila-da-turma
                   if ws-tem-fila = "S" then
                       move "Transferido; ha fila na turma de origem!"
                           to ws-msn
                   end-if
               end-if
           end-if
           display ws-msn at line 08 col 08
           accept ws-aux
           move spaces to ws-msn
           .
       gravar-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Desligamento formal do aluno: o usuário escolhe o aluno ativo,
      *> informa o motivo e a data da saída e confirma; o desligamento
      *> inativa o aluno e já faz o que depende da saída (mensalidades,
      *> histórico parcial, guia de transferência e fila de espera)
      *>------------------------------------------------------------------------
       desligar-aluno section.
           perform verificar-backup-diario
           move spaces to ws-sair-desligamento
           perform until ws-sair-desligamento = "x"
           or ws-sair-desligamento = "X"
               move zeros to ws-cod
               move spaces to ws-msn
               display erase
               display tela-consulta-cadastro-cod
               accept tela-consulta-cadastro-cod

               if ws-cod = zero then
                   move "x" to ws-sair-desligamento
               else
                   move ws-cod to fd-cod
                   perform ler-aluno
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move "Aluno nao cadastrado!" to ws-msn
                       else
                           if fd-status-inativo then
                               move "Aluno inativo!" to ws-msn
                           end-if
                       end-if
                   end-if

                       accept ws-aux
                       move spaces to ws-msn
                   else
                       perform carregar-cadastro-do-arquivo
                       perform editar-desligamento
                   end-if
               end-if
           end-perform
           .
       desligar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar o aluno escolhido e validar o motivo, a data da saída
      *> (válida e não futura; o padrão é hoje), a escola de destino
      *> (obrigatória na transferência) e a confirmação
      *>------------------------------------------------------------------------
       editar-desligamento section.
           move spaces to ws-desl-motivo
           move spaces to ws-desl-escola
           move spaces to ws-desl-confirma
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-desl-data
           display tela-desligamento
           accept tela-desligamento

           if ws-sair-desligamento = spaces then
               inspect ws-desl-motivo converting "tamf" to "TAMF"
               inspect ws-desl-confirma converting "s" to "S"

               if ws-desl-motivo <> "T" and ws-desl-motivo <> "A"
               and ws-desl-motivo <> "M" and ws-desl-motivo <> "F" then
                   move "Motivo invalido (T/A/M/F)!" to ws-msn
               end-if
               if ws-msn = spaces then
                   move ws-desl-data to ws-data-valida
                   perform validar-data
                   if ws-data-ok = "N" then
                       move "Data do desligamento invalida!" to ws-msn
                   end-if
               end-if
               if ws-msn = spaces
               and ws-desl-data > ws-data-sistema then
                   move "Data nao pode ser futura!" to ws-msn
               end-if
               if ws-msn = spaces
               and ws-desl-motivo = "T"
               and ws-desl-escola = spaces then
                   move "Informe a escola de destino!" to ws-msn
               end-if
               if ws-msn = spaces
               and ws-desl-confirma <> "S" then
                   move "Desligamento nao confirmado!" to ws-msn
               end-if

               if ws-msn <> spaces then
                   display ws-msn at line 13 col 08
                   accept ws-aux
                   move spaces to ws-msn
               else
      *> escola de destino só faz sentido para quem vai estudar em
      *> outro lugar (transferência ou mudança de cidade)
                   if ws-desl-motivo = "A" or ws-desl-motivo = "F" then
                       move spaces to ws-desl-escola
                   end-if
                   perform gravar-desligamento
               end-if
           end-if
           .
       editar-desligamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o desligamento: inativa o aluno, cancela as mensalidades
      *> das competências seguintes à saída, grava o histórico parcial
      *> do ano, emite a guia de transferência (menos no falecimento),
      *> chama o próximo da fila da turma e lança o desligamento
      *>------------------------------------------------------------------------
       gravar-desligamento section.
           evaluate ws-desl-motivo
               when "T"
                   move "transferencia"      to ws-desl-motivo-desc
                   move "TRANSFER."          to ws-desl-marca-hist
               when "A"
                   move "abandono"           to ws-desl-motivo-desc
                   move "ABANDONO"           to ws-desl-marca-hist
               when "M"
                   move "mudanca de cidade"  to ws-desl-motivo-desc
                   move "MUD.CID."           to ws-desl-marca-hist
               when "F"
                   move "falecimento"        to ws-desl-motivo-desc
                   move "FALECIDO"           to ws-desl-marca-hist
           end-evaluate

      *> ano letivo da turma do aluno (sem turma ou turma sem ano, vale
      *> o ano da data da saída)
           move zero   to ws-desl-ano
           move spaces to ws-desl-turma-desc
           move "N"    to ws-bloq-cancelado
           if ws-turma <> spaces then
               move ws-turma to fd-turma-cod
               perform ler-turma
               if ws-fs-arqTurmas = 0 then
                   move fd-turma-ano       to ws-desl-ano
                   move fd-turma-descricao to ws-desl-turma-desc
               else
                   if ws-fs-arqTurmas <> 23
                   and ws-fs-arqTurmas <> 51 then
                       move 126                             to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           if ws-desl-ano = zero then
               divide ws-desl-data by 10000 giving ws-desl-ano
           end-if

      *> inativando o aluno (o registro lido na escolha ainda é o atual)
           if ws-bloq-cancelado = "N" then
               move "INATIVO" to ws-status
               perform preparar-fd-cadastro-para-gravar
               perform regravar-aluno
               if ws-fs-arqAlunos <> 0
               and ws-fs-arqAlunos <> 51 then
                   move 127                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                       to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> turma ou aluno presos por outro terminal e o operador cancelou:
      *> nada foi gravado e a saída fica para ser lançada de novo
           if ws-bloq-cancelado = "S" then
               move "ATIVO" to ws-status
               display "Registro em uso, nao gravado!" at line 13 col 08
               accept ws-aux
           else
      *> registrando na trilha de auditoria
               move "DESLIGAMEN" to ws-aud-operacao
               move spaces       to ws-aud-campos
               string "saida por "          delimited by size
                      ws-desl-motivo-desc   delimited by "  "
                      " em "                delimited by size
                      ws-desl-data          delimited by size
                   into ws-aud-campos
               end-string
               perform registrar-auditoria

               perform cancelar-mensalidades-futuras
               perform gravar-historico-parcial

               move zero to ws-guia-numero
               if ws-desl-motivo <> "F" then
                   perform emitir-guia-transferencia
               end-if

      *> a vaga aberta na turma vai para o primeiro da fila dela
               move zero to ws-desl-chamado
               if ws-turma <> spaces then
                   move ws-turma to ws-fila-turma
                   perform chamar-proximo-fila
               end-if

               perform registrar-desligamento

      *> resumo do que foi feito junto com o desligamento
               display "Aluno desligado com sucesso!" at line 14 col 08
               display "Mensalidades canceladas:" at line 15 col 08
               display ws-desl-qtd-canceladas at line 15 col 33
               if ws-desl-mens-pendente = "S" then
                   display "(alguma em uso: cancelar na tela)"
                       at line 15 col 37
               end-if
               evaluate ws-desl-hist-gravado
                   when "S"
                       display "Historico parcial gravado." at line 16 col 08
                   when "J"
                       display "Historico do ano ja existia, mantido." at line 16 col 08
                   when other
                       display "Aluno sem notas, sem historico parcial." at line 16 col 08
               end-evaluate
               if ws-guia-numero <> zero then
                   display "Guia de transferencia no.:" at line 17 col 08
                   display ws-guia-numero at line 17 col 35
                   display "(guiaTransferencia.txt)" at line 17 col 42
               end-if
               if ws-desl-chamado <> zero then
                   display "Vaga dada ao aluno da fila:" at line 18 col 08
                   display ws-desl-chamado at line 18 col 36
               end-if
               accept ws-aux
           end-if
           .
       gravar-desligamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cancelar as mensalidades ainda abertas do aluno com competência
      *> depois do mês da saída (a do próprio mês continua devida; as
      *> já pagas não mudam)
      *>------------------------------------------------------------------------
       cancelar-mensalidades-futuras section.
           move zero to ws-desl-qtd-canceladas
           move "N"  to ws-desl-mens-pendente
           divide ws-desl-data by 100 giving ws-desl-competencia
           move ws-cod              to fd-mens-cod
           move ws-desl-competencia to fd-mens-competencia
           start arqMensalidades key is greater than fd-mens-chave
           if ws-fs-arqMensalidades <> 00
           and ws-fs-arqMensalidades <> 23 then
               move 128                                        to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                      to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqMensalidades"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMensalidades = 00 then
               move "N" to ws-desl-fim-leitura
               perform until ws-desl-fim-leitura = "S"
                   perform ler-mensalidade-proxima
                   if ws-fs-arqMensalidades = 00 then
                       if fd-mens-cod <> ws-cod then
                           move "S" to ws-desl-fim-leitura
                       else
                           if fd-mens-aberta then
                               move "CANCELADA" to fd-mens-status
                               move zeros       to fd-mens-data-pagamento
                               move zeros       to fd-mens-valor-pago
                               perform regravar-mensalidade
      *> mensalidade presa por outro terminal fica aberta, para a
      *> tesouraria cancelar pela tela de mensalidades
                               if ws-fs-arqMensalidades = 51 then
                                   move "S" to ws-desl-mens-pendente
                               else
                                   if ws-fs-arqMensalidades <> 0 then
                                       move 129                                          to ws-msn-erro-ofsset
                                       move ws-fs-arqMensalidades                       to ws-msn-erro-cod
                                       move "Erro ao reescrever arq. arqMensalidades"   to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                                   add 1 to ws-desl-qtd-canceladas

      *> registrando na trilha de auditoria, como no cancelamento
      *> feito pela tela de mensalidades
                                   move fd-mens-cod  to fd-cod
                                   move "CANCELMENS" to ws-aud-operacao
                                   move spaces       to ws-aud-campos
                                   string "mensalidade " delimited by size
                                          fd-mens-competencia delimited by size
                                          " cancelada"   delimited by size
                                       into ws-aud-campos
                                   end-string
                                   perform registrar-auditoria
                               end-if
                           end-if
                       end-if
                   else
                       move "S" to ws-desl-fim-leitura
                       if ws-fs-arqMensalidades = 51 then
                           move "S" to ws-desl-mens-pendente
                       end-if
                       if ws-fs-arqMensalidades <> 10
                       and ws-fs-arqMensalidades <> 51 then
                           move 130                                    to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqMensalidades"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       cancelar-mensalidades-futuras-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar no histórico o ano interrompido, com as notas parciais
      *> do cadastro e a situação marcada com o motivo da saída
      *> (ws-desl-hist-gravado: S = gravado, J = o aluno/ano já estava
      *> no histórico e foi mantido, N = aluno sem notas no ano)
      *>------------------------------------------------------------------------
       gravar-historico-parcial section.
           move "N" to ws-desl-hist-gravado
           if ws-qtd-notas > zero then
               move ws-cod         to fd-hist-cod
               move ws-desl-ano    to fd-hist-ano
               move ws-nome        to fd-hist-nome
               move ws-turma       to fd-hist-turma
               move ws-qtd-notas   to fd-hist-qtd-notas

               move 1 to ws-guia-idx-nota
               perform until ws-guia-idx-nota > ws-qtd-notas
                   move ws-disciplina (ws-guia-idx-nota)
                       to fd-hist-disciplina (ws-guia-idx-nota)
                   move ws-nota (ws-guia-idx-nota)
                       to fd-hist-nota (ws-guia-idx-nota)
                   move ws-nota-recuperacao (ws-guia-idx-nota)
                       to fd-hist-recuperacao (ws-guia-idx-nota)
                   move ws-situacao-disc (ws-guia-idx-nota)
                       to fd-hist-sit-disc (ws-guia-idx-nota)
                   add 1 to ws-guia-idx-nota
               end-perform

               move ws-media           to fd-hist-media
               move ws-desl-marca-hist to fd-hist-situacao
               move ws-conselho        to fd-hist-conselho

               write fd-registro-historico
               if ws-fs-arqHistorico = 0 then
                   move "S" to ws-desl-hist-gravado
               else
                   if ws-fs-arqHistorico = 22 then
                       move "J" to ws-desl-hist-gravado
                   else
                       move 131                                    to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                     to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqHistorico"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       gravar-historico-parcial-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Emitir a guia de transferência: o número é reservado no livro
      *> de registro dos documentos (o mesmo do programa de documentos,
      *> para a autenticidade ser conferida lá) e a guia é impressa em
      *> guiaTransferencia.txt
      *>------------------------------------------------------------------------
       emitir-guia-transferencia section.
      *> número tomado por outro terminal entre a busca e a gravação:
      *> busca o próximo de novo
           move "N" to ws-guia-gravada
           perform until ws-guia-gravada = "S"
               perform numerar-guia-transferencia
               move ws-guia-numero      to fd-doc-numero
               move "T"                 to fd-doc-tipo
               move ws-cod              to fd-doc-cod
               move ws-nome             to fd-doc-nome
               move ws-turma            to fd-doc-turma
               move ws-data-sistema     to fd-doc-data
               move ws-hora-sistema     to fd-doc-hora
               move ws-operador-login   to fd-doc-operador
               move ws-guia-verificacao to fd-doc-verificacao
               write fd-registro-documento
               if ws-fs-arqDocumentos = 0 then
                   move "S" to ws-guia-gravada
               else
                   if ws-fs-arqDocumentos <> 22 then
                       move 132                                    to ws-msn-erro-ofsset
                       move ws-fs-arqDocumentos                    to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqDocumentos"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           open output arqGuiaTransf
           if ws-fs-arqGuiaTransf <> 00 then
               move 133                                          to ws-msn-erro-ofsset
               move ws-fs-arqGuiaTransf                          to ws-msn-erro-cod
               move "Erro ao abrir arq. guiaTransferencia"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform imprimir-guia-transferencia

           close arqGuiaTransf
           if ws-fs-arqGuiaTransf <> 0 then
               move 134                                          to ws-msn-erro-ofsset
               move ws-fs-arqGuiaTransf                          to ws-msn-erro-cod
               move "Erro ao fechar arq. guiaTransferencia"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> registrando na trilha de auditoria
           move ws-cod       to fd-cod
           move "GUIATRANSF" to ws-aud-operacao
           move spaces       to ws-aud-campos
           string "guia de transferencia no. " delimited by size
                  ws-guia-numero               delimited by size
               into ws-aud-campos
           end-string
           perform registrar-auditoria
           .
       emitir-guia-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Próximo número do livro de registro (maior registrado + 1) e
      *> código de verificação, pela mesma conta do programa de
      *> documentos (número, aluno e momento da emissão)
      *>------------------------------------------------------------------------
       numerar-guia-transferencia section.
           move zero to ws-guia-numero
           move zeros to fd-doc-numero
           start arqDocumentos key is not less than fd-doc-numero
           if ws-fs-arqDocumentos = 00 then
               perform until ws-fs-arqDocumentos <> 00
                   read arqDocumentos next
                   if ws-fs-arqDocumentos = 00 then
                       move fd-doc-numero to ws-guia-numero
                   else
                       if ws-fs-arqDocumentos <> 10 then
                           move 135                                 to ws-msn-erro-ofsset
                           move ws-fs-arqDocumentos                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDocumentos"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           add 1 to ws-guia-numero

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           compute ws-guia-calculo = ws-guia-numero * 7919
                                   + ws-cod * 104729
                                   + ws-hora-sistema * 31
                                   + ws-data-sistema
           divide ws-guia-calculo by 99999989
               giving ws-guia-quociente
               remainder ws-guia-verificacao
           .
       numerar-guia-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a guia: identificação do aluno, período cursado e
      *> motivo da saída, notas parciais por bimestre e frequência por
      *> disciplina até a data do desligamento
      *>------------------------------------------------------------------------
       imprimir-guia-transferencia section.
           move "N" to ws-guia-tem-freq
           move ws-cod to fd-freq-cod
           perform ler-frequencia
           if ws-fs-arqFrequencia = 0 then
               move "S" to ws-guia-tem-freq
           else
      *> frequência presa por outro terminal: a guia sai sem ela
               if ws-fs-arqFrequencia <> 23
               and ws-fs-arqFrequencia <> 51 then
                   move 136                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> cabeçalho: título, número e código de verificação
           move ws-guia-linha-titulo to rl-guia
           perform escrever-linha-guia
           move ws-guia-numero      to ws-gn-numero
           move ws-guia-verificacao to ws-gn-verificacao
           move ws-guia-linha-numero to rl-guia
           perform escrever-linha-guia
           move spaces to rl-guia
           perform escrever-linha-guia
           perform escrever-linha-guia

      *> identificação do aluno
           move "    Declaramos, para os devidos fins, que" to rl-guia
           perform escrever-linha-guia
           move spaces to rl-guia
           string "    "   delimited by size
                  ws-nome  delimited by size
               into rl-guia
           end-string
           perform escrever-linha-guia
           move spaces to rl-guia
           if ws-data-nascimento <> zero then
               move ws-data-nascimento to ws-guia-data-aux
               perform montar-data-guia
               string "    codigo "          delimited by size
                      ws-cod                 delimited by size
                      ", nascido(a) em "     delimited by size
                      ws-guia-data-impressa  delimited by size
                      ", filho(a) de"        delimited by size
                   into rl-guia
               end-string
           else
               string "    codigo "          delimited by size
                      ws-cod                 delimited by size
                      ", filho(a) de"        delimited by size
                   into rl-guia
               end-string
           end-if
           perform escrever-linha-guia
           move spaces to rl-guia
           string "    "      delimited by size
                  ws-nome_mae delimited by size
               into rl-guia
           end-string
           perform escrever-linha-guia
           if ws-nome_pai <> spaces then
               move spaces to rl-guia
               string "    e de "  delimited by size
                      ws-nome_pai  delimited by size
                   into rl-guia
               end-string
               perform escrever-linha-guia
           end-if

      *> período cursado e motivo da saída
           move spaces to rl-guia
           string "    esteve matriculado(a) nesta escola no ano letivo de "
                      delimited by size
                  ws-desl-ano  delimited by size
                  ", na turma " delimited by size
                  ws-turma     delimited by size
                  ","          delimited by size
               into rl-guia
           end-string
           perform escrever-linha-guia
           if ws-desl-turma-desc <> spaces then
               move spaces to rl-guia
               string "    "              delimited by size
                      ws-desl-turma-desc  delimited by size
                      ","                 delimited by size
                   into rl-guia
               end-string
               perform escrever-linha-guia
           end-if
           move ws-desl-data to ws-guia-data-aux
           perform montar-data-guia
           move spaces to rl-guia
           string "    ate "                 delimited by size
                  ws-guia-data-impressa      delimited by size
                  ", quando foi desligado(a) por " delimited by size
                  ws-desl-motivo-desc        delimited by "  "
                  "."                        delimited by size
               into rl-guia
           end-string
           perform escrever-linha-guia
           if ws-desl-escola <> spaces then
               move spaces to rl-guia
               string "    Escola de destino: " delimited by size
                      ws-desl-escola            delimited by size
                   into rl-guia
               end-string
               perform escrever-linha-guia
           end-if

      *> notas parciais e frequência por disciplina
           move spaces to rl-guia
           perform escrever-linha-guia
           move "    Notas parciais e frequencia ate a data do desligamento:" to rl-guia
           perform escrever-linha-guia
           move spaces to rl-guia
           perform escrever-linha-guia
           move ws-guia-linha-cab to rl-guia
           perform escrever-linha-guia

           move zero to ws-guia-tot-aulas
           move zero to ws-guia-tot-faltas
           move 1 to ws-guia-idx-nota
           perform until ws-guia-idx-nota > ws-qtd-notas
               perform montar-linha-disciplina-guia
               move ws-guia-linha-disc to rl-guia
               perform escrever-linha-guia
               add 1 to ws-guia-idx-nota
           end-perform

      *> linha geral: média parcial e frequência somando as disciplinas
           move spaces to ws-guia-linha-disc
           move "Geral" to ws-gd-disciplina
           move ws-media to ws-guia-nota-edit
           move ws-guia-nota-edit to ws-gd-parcial
           if ws-guia-tem-freq = "S" then
               move ws-guia-tot-aulas  to ws-guia-num-edit
               move ws-guia-num-edit   to ws-gd-aulas
               move ws-guia-tot-faltas to ws-guia-num-edit
               move ws-guia-num-edit   to ws-gd-faltas
               if ws-guia-tot-aulas > zero then
                   compute ws-guia-perc = (ws-guia-tot-aulas - ws-guia-tot-faltas) * 100
                                        / ws-guia-tot-aulas
               else
                   move 100 to ws-guia-perc
               end-if
               move ws-guia-perc to ws-guia-perc-edit
               move ws-guia-perc-montado to ws-gd-presenca
           end-if
           move spaces to rl-guia
           perform escrever-linha-guia
           move ws-guia-linha-disc to rl-guia
           perform escrever-linha-guia

      *> rodapé: data, operador, aviso de autenticidade e assinatura
           move spaces to rl-guia
           perform escrever-linha-guia
           move ws-data-sistema to ws-guia-data-aux
           perform montar-data-guia
           move spaces to rl-guia
           string "    Emitido em "       delimited by size
                  ws-guia-data-impressa   delimited by size
                  " por "                 delimited by size
                  ws-operador-login       delimited by space
                  "."                     delimited by size
               into rl-guia
           end-string
           perform escrever-linha-guia
           move "    A autenticidade deste documento pode ser confirmada na secretaria" to rl-guia
           perform escrever-linha-guia
           move "    da escola com o numero e o codigo de verificacao acima." to rl-guia
           perform escrever-linha-guia
           move spaces to rl-guia
           perform escrever-linha-guia
           perform escrever-linha-guia
           move "    ________________________________________" to rl-guia
           perform escrever-linha-guia
           move "    Secretaria escolar" to rl-guia
           perform escrever-linha-guia
           .
       imprimir-guia-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar a linha da disciplina ws-guia-idx-nota: notas dos
      *> bimestres lançados ("-" no bimestre sem nota), nota parcial e
      *> frequência da disciplina (somada no total geral)
      *>------------------------------------------------------------------------
       montar-linha-disciplina-guia section.
           move spaces to ws-guia-linha-disc
           move ws-disciplina (ws-guia-idx-nota) to ws-gd-disciplina

           move 1 to ws-guia-idx-bim
           perform until ws-guia-idx-bim > 4
               if ws-bim-lancado (ws-guia-idx-nota ws-guia-idx-bim) = "S" then
                   move ws-nota-bim (ws-guia-idx-nota ws-guia-idx-bim)
                       to ws-guia-nota-edit
                   move ws-guia-nota-edit to ws-gd-nota-bim (ws-guia-idx-bim)
               else
                   move "    -" to ws-gd-nota-bim (ws-guia-idx-bim)
               end-if
               add 1 to ws-guia-idx-bim
           end-perform
           move ws-nota (ws-guia-idx-nota) to ws-guia-nota-edit
           move ws-guia-nota-edit to ws-gd-parcial

           move "  -" to ws-gd-aulas
           move "  -" to ws-gd-faltas
           if ws-guia-tem-freq = "S" then
               move 1 to ws-guia-idx-freq
               perform until ws-guia-idx-freq > fd-freq-qtd-disc
                   if fd-freq-disciplina (ws-guia-idx-freq)
                    = ws-disciplina (ws-guia-idx-nota) then
                       move fd-freq-aulas-dadas (ws-guia-idx-freq) to ws-guia-num-edit
                       move ws-guia-num-edit to ws-gd-aulas
                       move fd-freq-faltas (ws-guia-idx-freq) to ws-guia-num-edit
                       move ws-guia-num-edit to ws-gd-faltas
                       add fd-freq-aulas-dadas (ws-guia-idx-freq) to ws-guia-tot-aulas
                       add fd-freq-faltas (ws-guia-idx-freq)      to ws-guia-tot-faltas
                       if fd-freq-aulas-dadas (ws-guia-idx-freq) > zero then
                           compute ws-guia-presencas = fd-freq-aulas-dadas (ws-guia-idx-freq)
                                                     - fd-freq-faltas (ws-guia-idx-freq)
                           compute ws-guia-perc = ws-guia-presencas * 100
                                                / fd-freq-aulas-dadas (ws-guia-idx-freq)
                       else
                           move 100 to ws-guia-perc
                       end-if
                       move ws-guia-perc to ws-guia-perc-edit
                       move ws-guia-perc-montado to ws-gd-presenca
                   end-if
                   add 1 to ws-guia-idx-freq
               end-perform
           end-if
           .
       montar-linha-disciplina-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em rl-guia na guia de transferência
      *>------------------------------------------------------------------------
       escrever-linha-guia section.
           write rl-guia
           if ws-fs-arqGuiaTransf <> 0 then
               move 137                                          to ws-msn-erro-ofsset
               move ws-fs-arqGuiaTransf                          to ws-msn-erro-cod
               move "Erro ao escrever arq. guiaTransferencia"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-linha-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Converter ws-guia-data-aux (AAAAMMDD) para DD/MM/AAAA
      *>------------------------------------------------------------------------
       montar-data-guia section.
           move ws-guia-aux-dia to ws-guia-imp-dia
           move ws-guia-aux-mes to ws-guia-imp-mes
           move ws-guia-aux-ano to ws-guia-imp-ano
           .
       montar-data-guia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Chamar o próximo da fila de espera da turma em ws-fila-turma
      *> para a vaga aberta pelo desligamento (se a turma não continuar
      *> cheia): recebe a vaga o primeiro aguardando que ainda está
      *> ativo e sem turma; os demais casos ficam para a tela da fila
      *>------------------------------------------------------------------------
       chamar-proximo-fila section.
           move spaces to ws-msn
           perform verificar-capacidade-turma
      *> conferência interrompida por registro preso: ninguém é chamado
      *> e a vaga fica para a tela da fila de espera
           if ws-turma-cheia = "N"
           and ws-msn = spaces then
               move ws-fila-turma to fd-fila-turma
               move zeros to fd-fila-seq
               start arqFilaEspera key is not less than fd-fila-chave
               if ws-fs-arqFilaEspera = 00 then
                   move "N" to ws-desl-fim-leitura
                   perform until ws-desl-fim-leitura = "S"
                       read arqFilaEspera next
                       if ws-fs-arqFilaEspera = 00 then
                           if fd-fila-turma <> ws-fila-turma then
                               move "S" to ws-desl-fim-leitura
                           else
                               if fd-fila-aguardando then
                                   perform chamar-aluno-fila
                               end-if
                           end-if
                       else
                           move "S" to ws-desl-fim-leitura
                           if ws-fs-arqFilaEspera <> 10 then
                               move 138                                  to ws-msn-erro-ofsset
                               move ws-fs-arqFilaEspera                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqFilaEspera"     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               end-if
           end-if
           .
       chamar-proximo-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Dar a vaga ao aluno do lançamento da fila lido por último, se
      *> ele estiver ativo e sem turma, e marcar o lançamento como
      *> atendido (mesma gravação da tela da fila de espera)
      *>------------------------------------------------------------------------
       chamar-aluno-fila section.
           move fd-fila-cod to fd-cod
           perform ler-aluno
           if ws-fs-arqAlunos <> 0
           and ws-fs-arqAlunos <> 23
           and ws-fs-arqAlunos <> 51 then
               move 139                                   to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> aluno da fila preso por outro terminal: ninguém mais é chamado
      *> e a vaga fica para a tela da fila de espera
           if ws-fs-arqAlunos = 51 then
               move "S" to ws-desl-fim-leitura
           end-if

           if ws-fs-arqAlunos = 0
           and fd-status-ativo
           and fd-turma = spaces then
               move ws-fila-turma to fd-turma
               perform regravar-aluno
               if ws-fs-arqAlunos = 51 then
                   move "S" to ws-desl-fim-leitura
               else
                   if ws-fs-arqAlunos <> 0 then
                       move 140                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                       to ws-msn-erro-cod
                       move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *> registrando na trilha de auditoria
                   move "FILAATEND"   to ws-aud-operacao
                   move spaces        to ws-aud-campos
                   string "vaga atendida na turma " delimited by size
                          ws-fila-turma             delimited by size
                       into ws-aud-campos
                   end-string
                   perform registrar-auditoria

      *> marcando o lançamento da fila como atendido
                   move "ATENDIDA" to fd-fila-status
                   rewrite fd-registro-fila
                   if ws-fs-arqFilaEspera <> 0 then
                       move 141                                       to ws-msn-erro-ofsset
                       move ws-fs-arqFilaEspera                       to ws-msn-erro-cod
                       move "Erro ao reescrever arq. arqFilaEspera"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-fila-cod to ws-desl-chamado
                   move "S" to ws-desl-fim-leitura
               end-if
           end-if
           .
       chamar-aluno-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lançar o desligamento em arqDesligamentos (aluno reativado e
      *> desligado de novo no mesmo dia tem o lançamento do dia regravado)
      *>------------------------------------------------------------------------
       registrar-desligamento section.
           move ws-cod                 to fd-desl-cod
           move ws-desl-data           to fd-desl-data
           move ws-desl-motivo         to fd-desl-motivo
           move ws-desl-escola         to fd-desl-escola-destino
           move ws-turma               to fd-desl-turma
           move ws-desl-ano            to fd-desl-ano
           move ws-desl-qtd-canceladas to fd-desl-mens-canceladas
           move ws-guia-numero         to fd-desl-guia
           move ws-desl-chamado        to fd-desl-fila-chamado
           move ws-operador-login      to fd-desl-operador
           write fd-registro-desligamento
           if ws-fs-arqDesligamentos = 22 then
               rewrite fd-registro-desligamento
           end-if
           if ws-fs-arqDesligamentos <> 0 then
               move 142                                       to ws-msn-erro-ofsset
               move ws-fs-arqDesligamentos                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDesligamentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-desligamento-exit.
           exit.

      *>------------------------------------------------------------------------
                   move "x" to ws-sair-conselho
               else
                   move ws-cod to fd-cod
                   perform ler-aluno
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move "Aluno nao cadastrado!" to ws-msn
                       else
                           if fd-status-inativo then
                               move "Aluno inativo!" to ws-msn
                           else
                               if fd-qtd-notas = zero then
                                   move "Aluno sem notas lancadas!" to ws-msn
                               end-if
                           end-if
                       end-if
                   end-if
      *> aprovação do conselho vira APROVADO/APR.CONS.)
      *>------------------------------------------------------------------------
       editar-conselho section.
      *> ocorrências disciplinares do aluno, para o conselho ter à
      *> mão o comportamento no ano e a última suspensão
           move ws-cod to ws-oco-res-aluno
           perform resumir-ocorrencias-aluno
           move ws-conselho        to ws-conselho-decisao
           move ws-conselho-justif to ws-conselho-justif-aux
           display tela-conselho
                       move ws-conselho-justif-aux to ws-conselho-justif
                   end-if

      *> recalculando a situação já com a decisão do conselho (não
      *> grava se a frequência ou o aluno estavam presos e o operador
      *> cancelou)
                   perform calcular-media-situacao
                   if ws-bloq-cancelado = "N" then
                       perform preparar-fd-cadastro-para-gravar
                       perform regravar-aluno
                   end-if
                   if ws-bloq-cancelado = "S" then
                       move "Registro em uso, nao gravado!" to ws-msn
                   else
                       if ws-fs-arqAlunos <> 0 then
                           move 64                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                       to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqAlunos"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *> registrando na trilha de auditoria
                       move "CONSELHO"  to ws-aud-operacao
                       move spaces      to ws-aud-campos
                       if ws-conselho = "A" then
                           move "aprovado pelo conselho de classe"
                               to ws-aud-campos
                       else
                           if ws-conselho = "M" then
                               move "mantido reprovado pelo conselho"
                                   to ws-aud-campos
                           else
                               move "decisao do conselho apagada"
                                   to ws-aud-campos
                           end-if
                       end-if
                       perform registrar-auditoria

                       move "Decisao do conselho gravada!" to ws-msn
                   end-if
                   display ws-msn at line 09 col 08
                   accept ws-aux
                   move spaces to ws-msn
               else
                   move ws-cod             to fd-mens-cod
                   move ws-mens-competencia to fd-mens-competencia
                   perform ler-mensalidade
                   if ws-fs-arqMensalidades = 23 then
                       move "Mensalidade nao encontrada!" to ws-msn
                   else
                       if ws-fs-arqMensalidades = 51 then
                           move "Registro em uso!" to ws-msn
                       else
                           if ws-fs-arqMensalidades <> 0 then
                               move 67                                    to ws-msn-erro-ofsset
                               move ws-fs-arqMensalidades                 to ws-msn-erro-cod
                               move "Erro ao ler arq. arqMensalidades"    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

                       end-string
                   end-if

                   perform regravar-mensalidade
                   if ws-fs-arqMensalidades = 51 then
                       move "Registro em uso, nao gravado!" to ws-msn
                   else
                       if ws-fs-arqMensalidades <> 0 then
                           move 68                                          to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades                       to ws-msn-erro-cod
                           move "Erro ao reescrever arq. arqMensalidades"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *> registrando na trilha de auditoria (o código do aluno da
      *> mensalidade vai no lugar do código do cadastro)
                       move fd-mens-cod to fd-cod
                       perform registrar-auditoria

                       move "Mensalidade baixada com sucesso!" to ws-msn
                   end-if
                   display ws-msn at line 10 col 08
                   accept ws-aux
                   move spaces to ws-msn
       editar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Leitura e regravação de arqAlunos, arqTurmas, arqMensalidades,
      *> arqFrequencia e arqHorarios com tratamento de registro preso por outro terminal
      *> (file status 51): o operador escolhe repetir ou cancelar. Se
      *> cancelar, o file status volta 51 para quem chamou, que avisa na
      *> tela sem perder o que foi digitado. Na leitura sequencial o
      *> registro preso não chega a ser lido: o log leva a chave do
      *> último registro lido antes dele
      *>------------------------------------------------------------------------
       ler-aluno section.
           move "N"    to ws-bloq-cancelado
           move fd-cod to ws-bloq-cod
           read arqAlunos
           perform until ws-fs-arqAlunos <> 51
           or ws-bloq-cancelado = "S"
               move "arqAlunos"  to ws-bloq-arquivo
               move ws-bloq-cod  to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   move ws-bloq-cod to fd-cod
                   read arqAlunos
               end-if
           end-perform
           .
       ler-aluno-exit.
           exit.

       ler-aluno-proximo section.
           move "N"    to ws-bloq-cancelado
           move fd-cod to ws-bloq-cod
           read arqAlunos next
           perform until ws-fs-arqAlunos <> 51
           or ws-bloq-cancelado = "S"
               move "arqAlunos"  to ws-bloq-arquivo
               move spaces       to ws-bloq-chave
               string "apos "             delimited by size
                      ws-bloq-cod         delimited by size
                   into ws-bloq-chave
               end-string
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   read arqAlunos next
               end-if
           end-perform
           .
       ler-aluno-proximo-exit.
           exit.

       ler-aluno-anterior section.
           move "N"    to ws-bloq-cancelado
           move fd-cod to ws-bloq-cod
           read arqAlunos previous
           perform until ws-fs-arqAlunos <> 51
           or ws-bloq-cancelado = "S"
               move "arqAlunos"  to ws-bloq-arquivo
               move spaces       to ws-bloq-chave
               string "antes "            delimited by size
                      ws-bloq-cod         delimited by size
                   into ws-bloq-chave
               end-string
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   read arqAlunos previous
               end-if
           end-perform
           .
       ler-aluno-anterior-exit.
           exit.

       regravar-aluno section.
           move "N"    to ws-bloq-cancelado
           rewrite fd-cadastro
           perform until ws-fs-arqAlunos <> 51
           or ws-bloq-cancelado = "S"
               move "arqAlunos"  to ws-bloq-arquivo
               move fd-cod       to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   rewrite fd-cadastro
               end-if
           end-perform
           .
       regravar-aluno-exit.
           exit.

       ler-turma section.
           move "N"          to ws-bloq-cancelado
           move fd-turma-cod to ws-bloq-turma-cod
           read arqTurmas
           perform until ws-fs-arqTurmas <> 51
           or ws-bloq-cancelado = "S"
               move "arqTurmas"        to ws-bloq-arquivo
               move ws-bloq-turma-cod  to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   move ws-bloq-turma-cod to fd-turma-cod
                   read arqTurmas
               end-if
           end-perform
           .
       ler-turma-exit.
           exit.

       regravar-turma section.
           move "N"    to ws-bloq-cancelado
           rewrite fd-registro-turma
           perform until ws-fs-arqTurmas <> 51
           or ws-bloq-cancelado = "S"
               move "arqTurmas"   to ws-bloq-arquivo
               move fd-turma-cod  to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   rewrite fd-registro-turma
               end-if
           end-perform
           .
       regravar-turma-exit.
           exit.

       ler-mensalidade section.
           move "N"           to ws-bloq-cancelado
           move fd-mens-chave to ws-bloq-mens-chave
           read arqMensalidades
           perform until ws-fs-arqMensalidades <> 51
           or ws-bloq-cancelado = "S"
               move "arqMensalidades"   to ws-bloq-arquivo
               move ws-bloq-mens-chave  to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   move ws-bloq-mens-chave to fd-mens-chave
                   read arqMensalidades
               end-if
           end-perform
           .
       ler-mensalidade-exit.
           exit.

       ler-mensalidade-proxima section.
           move "N"           to ws-bloq-cancelado
           move fd-mens-chave to ws-bloq-mens-chave
           read arqMensalidades next
           perform until ws-fs-arqMensalidades <> 51
           or ws-bloq-cancelado = "S"
               move "arqMensalidades"   to ws-bloq-arquivo
               move spaces       to ws-bloq-chave
               string "apos "             delimited by size
                      ws-bloq-mens-chave  delimited by size
                   into ws-bloq-chave
               end-string
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   read arqMensalidades next
               end-if
           end-perform
           .
       ler-mensalidade-proxima-exit.
           exit.

       regravar-mensalidade section.
           move "N"    to ws-bloq-cancelado
           rewrite fd-registro-mensalidade
           perform until ws-fs-arqMensalidades <> 51
           or ws-bloq-cancelado = "S"
               move "arqMensalidades"  to ws-bloq-arquivo
               move fd-mens-chave      to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   rewrite fd-registro-mensalidade
               end-if
           end-perform
           .
       regravar-mensalidade-exit.
           exit.

       ler-frequencia section.
           move "N"         to ws-bloq-cancelado
           move fd-freq-cod to ws-bloq-freq-cod
           read arqFrequencia
           perform until ws-fs-arqFrequencia <> 51
           or ws-bloq-cancelado = "S"
               move "arqFrequencia"   to ws-bloq-arquivo
               move ws-bloq-freq-cod  to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   move ws-bloq-freq-cod to fd-freq-cod
                   read arqFrequencia
               end-if
           end-perform
           .
       ler-frequencia-exit.
           exit.

       regravar-frequencia section.
           move "N"    to ws-bloq-cancelado
           rewrite fd-registro-frequencia
           perform until ws-fs-arqFrequencia <> 51
           or ws-bloq-cancelado = "S"
               move "arqFrequencia"  to ws-bloq-arquivo
               move fd-freq-cod      to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   rewrite fd-registro-frequencia
               end-if
           end-perform
           .
       regravar-frequencia-exit.
           exit.

       ler-horario section.
           move "N"          to ws-bloq-cancelado
           move fd-hor-chave to ws-bloq-hor-chave
           read arqHorarios key is fd-hor-chave
           perform until ws-fs-arqHorarios <> 51
           or ws-bloq-cancelado = "S"
               move "arqHorarios"      to ws-bloq-arquivo
               move ws-bloq-hor-chave  to ws-bloq-chave
               perform registro-em-uso
               if ws-bloq-cancelado = "N" then
                   move ws-bloq-hor-chave to fd-hor-chave
                   read arqHorarios key is fd-hor-chave
               end-if
           end-perform
           .
       ler-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registro preso por outro terminal: pergunta na última linha da
      *> tela se repete a leitura/gravação ou cancela, e anota o conflito
      *> no log diário de bloqueios
      *>------------------------------------------------------------------------
       registro-em-uso section.
           move space to ws-bloq-resposta
           perform until ws-bloq-resposta = "R"
           or ws-bloq-resposta = "C"
               display "Registro em uso em outro terminal! R = repetir, C = cancelar: "
                   at line 24 col 01
               accept ws-bloq-resposta at line 24 col 63
               inspect ws-bloq-resposta converting "rc" to "RC"
           end-perform
           display ws-bloq-linha-limpa at line 24 col 01

           if ws-bloq-resposta = "C" then
               move "S" to ws-bloq-cancelado
           end-if

           perform registrar-bloqueio
           .
       registro-em-uso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescentar uma linha no log de bloqueios do dia (o arquivo é
      *> aberto e fechado a cada linha porque os três terminais gravam
      *> nele)
      *>------------------------------------------------------------------------
       registrar-bloqueio section.
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
               move 149                                  to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBloqueios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces             to fd-registro-bloqueio
           move ws-bloq-data       to fd-bloq-data
           move ws-bloq-hora       to fd-bloq-hora
           move ws-operador-login  to fd-bloq-operador
           move ws-bloq-operacao   to fd-bloq-operacao
           move ws-bloq-arquivo    to fd-bloq-arquivo
           move ws-bloq-chave      to fd-bloq-chave
           move ws-bloq-resposta   to fd-bloq-desfecho
           write fd-registro-bloqueio
           if ws-fs-arqBloqueios <> 0 then
               move 150                                  to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBloqueios" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBloqueios
           .
       registrar-bloqueio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar uma linha na trilha de auditoria (data, hora, operação,
      *> código do aluno e quais campos foram alterados)
           move ws-aud-operacao  to wa-operacao
           move fd-cod           to wa-cod
           move ws-aud-campos    to wa-campos
           move ws-operador-login to wa-operador
           move ws-linha-auditoria to rl-auditoria
           write rl-auditoria
           if ws-fs-arqAuditoria <> 0 then
                   accept tela-consulta-cadastro-cod
                   move ws-cod to fd-cod

                   perform ler-aluno
                   if  ws-fs-arqAlunos <> 0
                   and ws-fs-arqAlunos <> 10 then
                       if ws-fs-arqAlunos = 23 then
                           display "Numero de cadastro informado invalido!"
                       else
                           if ws-fs-arqAlunos = 51 then
                               display "Registro em uso!" at line 05 col 07
                               accept ws-aux
                           else
                               move 4                                   to ws-msn-erro-ofsset
                               move ws-fs-arqAlunos                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   else
                       if fd-status-inativo then
                   perform until ws-fs-arqAlunos <> 0
                   or ws-sair-consulta-indexada = "x"
                   or ws-sair-consulta-indexada = "X"
                       perform ler-aluno-proximo
                       if ws-fs-arqAlunos = 0 then
                           if fd-nome (1:ws-tam-nome-busca)
                              = ws-nome-busca (1:ws-tam-nome-busca) then
               end-if
           end-if

           if ws-fs-arqAlunos = 51 then
               display "Registro em uso!" at line 05 col 07
               accept ws-aux
           else
               if ws-nome-encontrado <> "S" then
                   display "Nenhum aluno encontrado com esse nome!" at line 05 col 07
                   accept ws-aux
               end-if
           end-if
           .
       consulta-indexada-por-nome-exit.
           else
               move spaces to ws-sair-consulta-sequencial
               move ws-cod to fd-cod
               perform ler-aluno
      *> pulando os alunos inativos (exclusão lógica), que não entram
      *> na consulta sequencial normal
               perform until ws-fs-arqAlunos <> 0
               or fd-status-ativo
                   perform ler-aluno-proximo
               end-perform
               if ws-fs-arqAlunos = 51 then
                   display "Registro em uso!" at line 24 col 01
                   accept ws-aux
                   move "x" to ws-sair-consulta-sequencial
               else
                   perform carregar-cadastro-do-arquivo
                   display tela-consulta-sequencial
                   accept tela-consulta-sequencial
               end-if
           end-if

           perform until ws-sair-consulta-sequencial = "x"
               move spaces to ws-sair-consulta-sequencial
               move spaces to ws-sequencial-proximo
      *> lendo o arquivo de forma sequencial/do começo ao fim
               perform ler-aluno-proximo
      *> pulando os alunos inativos (exclusão lógica)
               perform until ws-fs-arqAlunos <> 0
               or fd-status-ativo
                   perform ler-aluno-proximo
               end-perform
               if  ws-fs-arqAlunos <> 0  then
                  if ws-fs-arqAlunos = 10 then
      *> fazendo o arquivo ler de trás para frente
                      perform consulta-sequencial-prev
                  else
                      if ws-fs-arqAlunos = 51 then
                          display "Registro em uso!" at line 24 col 01
                          accept ws-aux
                          move "x" to ws-sair-consulta-sequencial
                      else
                          move 5                                   to ws-msn-erro-ofsset
                          move ws-fs-arqAlunos                     to ws-msn-erro-cod
                          move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                          perform finaliza-anormal
                      end-if
                  end-if
               end-if
      *> movendo os dados do arquivo para as variáveis da working-storage
               move spaces to ws-sair-consulta-sequencial
               move spaces to ws-sequencial-proximo
      *> lendo de trá para frente
               perform ler-aluno-anterior
      *> pulando os alunos inativos (exclusão lógica)
               perform until ws-fs-arqAlunos <> 0
               or fd-status-ativo
                   perform ler-aluno-anterior
               end-perform
               if  ws-fs-arqAlunos <> 0  then
                  if ws-fs-arqAlunos = 10 then
                      perform consulta-sequencial-next
                  else
                      if ws-fs-arqAlunos = 51 then
                          display "Registro em uso!" at line 24 col 01
                          accept ws-aux
                          move "x" to ws-sair-consulta-sequencial
                      else
                          move 6                                   to ws-msn-erro-ofsset
                          move ws-fs-arqAlunos                     to ws-msn-erro-cod
                          move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                          perform finaliza-anormal
                      end-if
                  end-if
               end-if
      *> movendo os dados do arquivo para as variáveis da working-storage
      *> e mostrando na tela
               if ws-fs-arqAlunos <> 51 then
                   perform carregar-cadastro-do-arquivo
                   display tela-consulta-sequencial
                   accept tela-consulta-sequencial
               end-if

           end-perform
           .
                   end-if
                   move ws-cod to fd-cod
      *> ler o arquivo para caso o código que o usuário informou não esteja cadastrado
                   perform ler-aluno
               end-if

               if ws-fs-arqAlunos <> 0 then
                       display "Aluno nao registrado!" at line 05 col 07
                       accept ws-aux
                   else
                       if ws-fs-arqAlunos = 51 then
                           display "Registro em uso!" at line 05 col 07
                           accept ws-aux
                       else
                           move 7                                   to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               else
               if fd-status-inativo then

      *> validando e remontando a tabela de notas com o que foi digitado
                   perform validar-e-montar-notas
                   if ws-msn = spaces then
                       move ws-turma-antiga to ws-bimv-turma
                       perform verificar-disciplinas-bim-fechado
                   end-if

      *> a data de nascimento corrigida passa pela mesma regra da
      *> tela de cadastro de alunos
      *> confirmação mostrar as notas finais reais no "Para"
                   if ws-msn = spaces then
                       perform calcular-media-situacao
                       if ws-bloq-cancelado = "S" then
                           move "Registro em uso!" to ws-msn
                       end-if
                   end-if

                   if ws-msn <> spaces then
      *> reecrevendo os dados no arquivo (média e situação já foram
      *> recalculadas antes da tela de confirmação)
                           perform preparar-fd-cadastro-para-gravar
                           perform regravar-aluno
                           if ws-fs-arqAlunos = 51 then
                               move "Registro em uso, nao gravado!" to ws-msn
                               display ws-msn at line 22 col 07
                               accept ws-aux
                           else
                               if  ws-fs-arqAlunos = 0 then
                                   move "Cadastro alterado com sucesso!" to ws-msn
                                   perform carregar-cadastro-do-arquivo
      *> registrando na trilha de auditoria (ws-aud-campos já foi
      *> montado com os campos que realmente mudaram)
                                   move "ALTERACAO"                     to ws-aud-operacao
                                   perform registrar-auditoria
                                   display tela-alterar
      *> tela por cima da tela só para a opção sair, pois estava dando erro sem sentido na localização do "ponteiro"
      *>                    display tela-alterar-sair
      *>                    accept tela-alterar-sair
                               else
                                   move 8                                   to ws-msn-erro-ofsset
                                   move ws-fs-arqAlunos                     to ws-msn-erro-cod
                                   move "Erro ao alterar arq. arqAlunos"    to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if
                   perform until ws-fs-arqAlunos <> 0
                   or ws-selecionar-aluno = "x"
                   or ws-selecionar-aluno = "X"
                       perform ler-aluno-proximo
                       if ws-fs-arqAlunos = 0 then
                           if fd-nome (1:ws-tam-nome-busca)
                              = ws-nome-busca (1:ws-tam-nome-busca) then
                   end-perform
               end-if

      *> registro preso e o operador cancelou: volta 51 para quem chamou
               if ws-fs-arqAlunos <> 51 then
                   if ws-nome-encontrado <> "S"
                   or (ws-selecionar-aluno <> "X"
                       and ws-selecionar-aluno <> "x") then
                       move 23 to ws-fs-arqAlunos
                   else
                       move 0 to ws-fs-arqAlunos
                   end-if
               end-if
           end-if
           .
               accept tela-deletar
               move ws-cod to fd-cod
      *> lendo o registro para poder marcá-lo como inativo (exclusão lógica)
               perform ler-aluno
               if  ws-fs-arqAlunos = 0 then
                   if fd-status-inativo then
                       move "Aluno ja esta inativo!" to ws-msn
                   else
      *> marcando o registro como inativo em vez de apagá-lo do arquivo
                       move "INATIVO" to fd-status
                       perform regravar-aluno
                       if ws-fs-arqAlunos = 51 then
                           move "Registro em uso, nao gravado!" to ws-msn
                           display tela-deletar
                           accept ws-aux
                       else
                           if ws-fs-arqAlunos = 0 then
                               move "Aluno inativado com sucesso!" to ws-msn
      *> registrando na trilha de auditoria
                               move "EXCLUSAO"                    to ws-aud-operacao
                               move "status (ativo -> inativo)"   to ws-aud-campos
                               perform registrar-auditoria
      *> abriu vaga na turma do aluno: avisar se tem fila de espera,
      *> para a secretaria atender o primeiro da fila
                               if fd-turma <> spaces then
                                   move fd-turma to ws-fila-turma
                                   perform verificar-fila-da-turma
                                   if ws-tem-fila = "S" then
                                       move "Ha aluno na fila de espera da turma!"
                                           to ws-msn
                                   end-if
                               end-if
                               display tela-deletar
                               accept tela-deletar
                           else
                               move 9                                   to ws-msn-erro-ofsset
                               move ws-fs-arqAlunos                     to ws-msn-erro-cod
                               move "Erro ao apagar arq. arqAlunos"     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               else
                   if ws-fs-arqAlunos = 51 then
                       move "Registro em uso!" to ws-msn
                       display tela-deletar
                       accept ws-aux
                   else
                       if ws-fs-arqAlunos = 23 then
                           move "Data informada invalida!" to ws-msn
                           accept ws-aux
                       else
                           move 9                                   to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                     to ws-msn-erro-cod
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-perform
           .
           or ws-fs-arqAlunos = 10
               move spaces to ws-reativar-aluno
               move spaces to ws-sequencial-proximo
               perform ler-aluno-proximo
               if ws-fs-arqAlunos = 0 then
                   if fd-status-inativo then
                       perform carregar-cadastro-do-arquivo
                       if ws-reativar-aluno = "X"
                       or ws-reativar-aluno = "x" then
                           move "ATIVO" to fd-status
                           perform regravar-aluno
                           if ws-fs-arqAlunos = 0 then
                               move "ATIVACAO"                        to ws-aud-operacao
                               move "status (inativo -> ativo)"       to ws-aud-campos
                               perform registrar-auditoria
                           else
                               if ws-fs-arqAlunos = 51 then
                                   display "Registro em uso, nao gravado!"
                                       at line 24 col 01
                                   accept ws-aux
                                   display ws-bloq-linha-limpa at line 24 col 01
                               else
                                   move 14                                  to ws-msn-erro-ofsset
                                   move ws-fs-arqAlunos                     to ws-msn-erro-cod
                                   move "Erro ao reativar arq. arqAlunos"   to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if
               else
                   if ws-fs-arqAlunos = 51 then
                       move "x" to ws-sair-consulta-inativos
                   else
                       if ws-fs-arqAlunos <> 10 then
                           move 15                                  to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-perform
           move zeros  to ws-aud-data-fim
           move zeros  to ws-aud-cod-filtro
           move spaces to ws-aud-oper-filtro
           move spaces to ws-aud-login-filtro
           move spaces to ws-aud-imprimir

           perform until ws-sair-consulta-aud = "x"
           end-if

           display erase
           display "Data     Hora     Operacao   Cod Campos                         Operador"
               at line 02 col 04
           move 4 to ws-linha-tela-aud
           move zeros to ws-qtd-aud-listados
           move "N" to ws-fim-leitura-aud
           and (ws-aud-cod-filtro = zero
               or wa-cod = ws-aud-cod-filtro)
           and (ws-aud-oper-filtro = spaces
               or wa-operacao = ws-aud-oper-filtro)
           and (ws-aud-login-filtro = spaces
               or wa-operador = ws-aud-login-filtro) then

               add 1 to ws-qtd-aud-listados
               move wa-data     to wl-data
               move wa-hora     to wl-hora
               move wa-operacao to wl-operacao
               move wa-cod      to wl-cod
               move wa-campos   to wl-campos
               move wa-operador to wl-operador
               display ws-linha-tela-auditoria
                   at line ws-linha-tela-aud col 04
               add 1 to ws-linha-tela-aud

      *> tela cheia: espera o usuário e recomeça a listagem do topo
                   display "Enter para continuar..." at line 23 col 04
                   accept ws-aux
                   display erase
                   display "Data     Hora     Operacao   Cod Campos                         Operador"
                       at line 02 col 04
                   move 4 to ws-linha-tela-aud
               end-if
      *>------------------------------------------------------------------------
       buscar-prox-cod section.
           move 1 to fd-cod
           perform ler-aluno
           if ws-fs-arqAlunos = 23 then
              move 1 to ws-cod
           else
               perform until ws-fs-arqAlunos = 10
               or ws-bloq-cancelado = "S"
                   perform ler-aluno-proximo
               end-perform
      *> registro preso e o operador cancelou: sem o último código não
      *> dá para numerar o aluno novo
               if ws-bloq-cancelado = "S" then
                   move zero to ws-cod
                   move "Registro em uso!" to ws-msn
               else
                   move fd-cod to ws-cod
                   add 1 to ws-cod
               end-if
           end-if
           .
       buscar-prox-cod-exit.
               perform finaliza-anormal
           end-if

           move "N" to ws-bloq-cancelado
           perform until ws-fs-arqAlunos = 10
           or ws-bloq-cancelado = "S"
               perform ler-aluno-proximo
               if ws-fs-arqAlunos = 00 then
                   move spaces to rl-backup
                   move fd-cadastro to rl-backup
                   write rl-backup
               else
                   if ws-fs-arqAlunos <> 10
                   and ws-fs-arqAlunos <> 51 then
                       move 18                                to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunos"      to ws-msn-erro-text
           close arqBackup

      *> gravando a data do backup feito hoje no arquivo de controle
      *> (backup interrompido por registro preso não conta: é refeito
      *> na próxima alteração)
           if ws-bloq-cancelado = "N" then
               open output arqControleBackup
               move ws-data-backup to rl-controle-backup
               write rl-controle-backup
               close arqControleBackup
           end-if
           .
       realizar-backup-diario-exit.
           exit.
               perform finaliza-anormal
           end-if

           close arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 70                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHorarios
           if ws-fs-arqHorarios <> 0 then
               move 78                                     to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHorarios"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqChamada
           if ws-fs-arqChamada <> 0 then
               move 87                                     to ws-msn-erro-ofsset
               move ws-fs-arqChamada                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqChamada"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBimestres
           if ws-fs-arqBimestres <> 0 then
               move 101                                    to ws-msn-erro-ofsset
               move ws-fs-arqBimestres                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqBimestres"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOcorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 114                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistorico
           if ws-fs-arqHistorico <> 0 then
               move 146                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistorico"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDocumentos
           if ws-fs-arqDocumentos <> 0 then
               move 147                                    to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDesligamentos
           if ws-fs-arqDesligamentos <> 0 then
               move 148                                      to ws-msn-erro-ofsset
               move ws-fs-arqDesligamentos                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDesligamentos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 13                                     to ws-msn-erro-ofsset
