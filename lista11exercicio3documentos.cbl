      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3documentos".
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
      *> operadores do sistema: só secretaria e coordenação emitem
      *> documentos, e o login de quem emitiu vai para o livro
           select optional arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oper-login
           file status is ws-fs-arqOperadores.

           select arqAlunos assign to "arqAlunos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

           select optional arqTurmas assign to "arqTurmas.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-turma-cod
           file status is ws-fs-arqTurmas.

           select optional arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-cod
           file status is ws-fs-arqFrequencia.

      *> histórico escolar acumulado pelo fechamento de ano, base do
      *> certificado de conclusão
           select optional arqHistorico assign to "arqHistorico.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistorico.

      *> tabela de progressão de séries: destino em branco marca a
      *> última série da escola
           select optional arqProgressao assign to "arqProgressao.txt"
           organization is line sequential
           file status is ws-fs-arqProgressao.

      *> livro de registro dos documentos emitidos (número sequencial)
           select optional arqDocumentos assign to "arqDocumentos.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-doc-numero
           file status is ws-fs-arqDocumentos.

      *> documento emitido, no mesmo formato de 80 colunas dos demais
      *> relatórios, pronto para imprimir e assinar
           select arqDocumento assign to "documentoEscolar.txt"
           organization is line sequential
           file status is ws-fs-arqDocumento.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqOperadores.
           copy OPERADOR.

       fd arqAlunos.
           copy CADASTRO.

       fd arqTurmas.
           copy TURMA.

       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqHistorico.
           copy HISTORICO.

       fd arqProgressao.
           copy PROGRESSAO.

       fd arqDocumentos.
           copy DOCUMENTO.

       fd arqDocumento.
       01 rl-linha                                 pic x(80).

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqOperadores                      pic 9(02).
       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqTurmas                          pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqHistorico                       pic 9(02).
       77 ws-fs-arqProgressao                      pic 9(02).
       77 ws-fs-arqDocumentos                      pic 9(02).
       77 ws-fs-arqDocumento                       pic 9(02).

      *> operador que pede a emissão ou a consulta
       77 ws-login                                 pic x(08).
       77 ws-senha                                 pic x(08).

      *> modo da rodada (E = emitir um documento, C = consultar a
      *> autenticidade de um documento no livro de registro)
       77 ws-modo                                  pic x(01).
           88 ws-modo-emitir                            value "E" "e".
           88 ws-modo-consultar                         value "C" "c".

      *> documento pedido: tipo e aluno
       77 ws-tipo                                  pic x(01).
           88 ws-tipo-matricula                         value "M".
           88 ws-tipo-frequencia                        value "F".
           88 ws-tipo-certificado                       value "C".
       77 ws-cod-aluno                             pic 9(03).
       77 ws-recusa                                pic x(60).

      *> número e código de verificação informados na consulta
       77 ws-cons-numero                           pic 9(06).
       77 ws-cons-verificacao                      pic 9(08).

      *> número do novo documento e cálculo do código de verificação
       77 ws-doc-numero                            pic 9(06).
       77 ws-doc-verificacao                       pic 9(08).
       77 ws-doc-gravado                           pic x(01).
       77 ws-verif-calculo                         pic 9(18).
       77 ws-verif-quociente                       pic 9(18).

      *> data e hora da emissão
       77 ws-hora-sistema                          pic 9(08).
       01 ws-data-sistema                          pic 9(08).
       01 ws-data-sistema-r redefines ws-data-sistema.
           05 ws-sis-ano                           pic 9(04).
           05 ws-sis-mes                           pic 9(02).
           05 ws-sis-dia                           pic 9(02).

      *> data AAAAMMDD qualquer convertida para DD/MM/AAAA
       01 ws-data-aux                              pic 9(08).
       01 ws-data-aux-r redefines ws-data-aux.
           05 ws-aux-ano                           pic 9(04).
           05 ws-aux-mes                           pic 9(02).
           05 ws-aux-dia                           pic 9(02).
       01 ws-data-impressa.
           05 ws-imp-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-imp-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-imp-ano                           pic 9(04).

      *> turma do aluno (descrição e ano letivo) para as declarações
       77 ws-turma-descricao                       pic x(30).
       77 ws-turma-ano                             pic 9(04).

      *> frequência por disciplina para a declaração de frequência
       77 ws-idx-freq                              pic 9(01).
       77 ws-freq-presencas                        pic 9(03).
       77 ws-freq-perc                             pic 9(03).
       77 ws-tot-aulas                             pic 9(04).
       77 ws-tot-faltas                            pic 9(04).

      *> tabela de progressão carregada de arqProgressao.txt
       77 ws-qtd-progressao                        pic 9(03) value zero.
       77 ws-idx-prog                              pic 9(03).
       77 ws-fim-progressao                        pic x(01) value "N".
       01 ws-tab-progressao.
           05 ws-progressao occurs 100 times.
               10 ws-prog-origem                   pic x(03).
               10 ws-prog-destino                  pic x(03).

      *> anos do histórico do aluno, para o certificado (o ano da
      *> conclusão é o último ano aprovado na última série)
       77 ws-qtd-anos                              pic 9(02) value zero.
       77 ws-idx-ano                               pic 9(02).
       01 ws-tab-anos.
           05 ws-ano-hist occurs 20 times.
               10 ws-hist-ano                      pic 9(04).
               10 ws-hist-turma                    pic x(03).
               10 ws-hist-media                    pic 9(02)v99.
               10 ws-hist-situacao                 pic x(09).
               10 ws-hist-conselho                 pic x(01).
       77 ws-cert-ano                              pic 9(04).
       77 ws-cert-turma                            pic x(03).
       77 ws-ultima-serie                          pic x(01).

      *> linhas do documento
       01 ws-linha-titulo.
           05 filler                               pic x(20) value spaces.
           05 ws-tit-documento                     pic x(40).
           05 filler                               pic x(20) value spaces.

       01 ws-linha-numero.
           05 filler                               pic x(20) value spaces.
           05 filler                               pic x(14) value
               "Documento no. ".
           05 ws-num-documento                     pic 9(06).
           05 filler                               pic x(19) value
               " - Verificacao: ".
           05 ws-num-verificacao                   pic 9(08).
           05 filler                               pic x(13) value spaces.

       77 ws-texto                                 pic x(80).

       01 ws-linha-freq-cab.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(14) value
               "Disciplina".
           05 filler                               pic x(13) value
               "Aulas dadas".
           05 filler                               pic x(09) value
               "Faltas".
           05 filler                               pic x(10) value
               "Presenca".

       01 ws-linha-freq.
           05 filler                               pic x(04) value spaces.
           05 ws-lf-disciplina                     pic x(10).
           05 filler                               pic x(05) value spaces.
           05 ws-lf-aulas                          pic zz9.
           05 filler                               pic x(07) value spaces.
           05 ws-lf-faltas                         pic zz9.
           05 filler                               pic x(06) value spaces.
           05 ws-lf-perc                           pic zz9.
           05 filler                               pic x(01) value "%".

       01 ws-linha-ano-cab.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(08) value "Ano".
           05 filler                               pic x(08) value "Turma".
           05 filler                               pic x(08) value "Media".
           05 filler                               pic x(09) value
               "Situacao".

       01 ws-linha-ano.
           05 filler                               pic x(04) value spaces.
           05 ws-la-ano                            pic 9(04).
           05 filler                               pic x(04) value spaces.
           05 ws-la-turma                          pic x(03).
           05 filler                               pic x(05) value spaces.
           05 ws-la-media                          pic z9,99.
           05 filler                               pic x(03) value spaces.
           05 ws-la-situacao                       pic x(20).

       01 ws-linha-assinatura.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(40) value
               "________________________________________".

       01 ws-linha-cargo.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(40) value
               "Secretaria escolar".

      *> linha do resultado da consulta de autenticidade
       01 ws-linha-consulta.
           05 filler                               pic x(06) value
               "Tipo: ".
           05 ws-lc-tipo                           pic x(30).
           05 filler                               pic x(08) value
               " Aluno: ".
           05 ws-lc-cod                            pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-lc-nome                           pic x(40).

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
           if ws-modo-emitir then
               perform emitir-documento
           else
               perform consultar-documento
           end-if
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para identificar o operador, perguntar o que fazer e
      *> abrir os arquivos
      *>------------------------------------------------------------------------
       inicializa section.
           open input arqOperadores
           if ws-fs-arqOperadores  <> 00
           and ws-fs-arqOperadores <> 05 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-login
           move spaces to ws-senha
           display "Operador (login): "
           accept ws-login
           display "Senha: "
           accept ws-senha

      *> só operador ativo da secretaria ou da coordenação, com a
      *> senha certa, emite ou consulta documentos
           move ws-login to fd-oper-login
           read arqOperadores
           if ws-fs-arqOperadores <> 00
           or fd-oper-senha <> ws-senha
           or not fd-oper-ativo then
               display "Operador ou senha invalidos!"
               stop run
           end-if
           if not fd-oper-secretaria
           and not fd-oper-coordenacao then
               display "Perfil sem acesso aos documentos!"
               stop run
           end-if

           close arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move space to ws-modo
           display "E = emitir documento, C = consultar autenticidade: "
           accept ws-modo
           if not ws-modo-emitir
           and not ws-modo-consultar then
               display "Modo invalido!"
               stop run
           end-if

           if ws-modo-emitir then
               move space to ws-tipo
               display "M = declaracao de matricula, F = declaracao de frequencia,"
               display "C = certificado de conclusao: "
               accept ws-tipo
               inspect ws-tipo converting "mfc" to "MFC"
               if not ws-tipo-matricula
               and not ws-tipo-frequencia
               and not ws-tipo-certificado then
                   display "Tipo de documento invalido!"
                   stop run
               end-if

               move zero to ws-cod-aluno
               display "Codigo do aluno: "
               accept ws-cod-aluno
               if ws-cod-aluno = zero then
                   display "Codigo invalido!"
                   stop run
               end-if
           else
               move zero to ws-cons-numero
               move zero to ws-cons-verificacao
               display "Numero do documento: "
               accept ws-cons-numero
               display "Codigo de verificacao: "
               accept ws-cons-verificacao
           end-if

      *> a consulta só lê o livro; a emissão grava nele
           if ws-modo-emitir then
               open i-o arqDocumentos
           else
               open input arqDocumentos
           end-if
           if ws-fs-arqDocumentos  <> 00
           and ws-fs-arqDocumentos <> 05 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-emitir then
               open input arqAlunos
               if ws-fs-arqAlunos <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlunos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqTurmas
               if ws-fs-arqTurmas  <> 00
               and ws-fs-arqTurmas <> 05 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqFrequencia
               if ws-fs-arqFrequencia  <> 00
               and ws-fs-arqFrequencia <> 05 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequencia"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqHistorico
               if ws-fs-arqHistorico  <> 00
               and ws-fs-arqHistorico <> 05 then
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Emitir o documento pedido: conferir se ele pode ser emitido
      *> para o aluno, numerar, imprimir e registrar no livro
      *>------------------------------------------------------------------------
       emitir-documento section.
           move spaces to ws-recusa
           move ws-cod-aluno to fd-cod
           read arqAlunos
           if ws-fs-arqAlunos = 23 then
               move "Aluno nao cadastrado!" to ws-recusa
           else
               if ws-fs-arqAlunos <> 0 then
                   move 8                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> as declarações valem para aluno matriculado (ativo e com
      *> turma); o certificado vale também para quem já saiu
           if ws-recusa = spaces
           and not ws-tipo-certificado then
               if fd-status-inativo
               or fd-turma = spaces then
                   move "Aluno sem matricula ativa em turma!" to ws-recusa
               else
                   perform ler-turma-aluno
               end-if
           end-if

           if ws-recusa = spaces
           and ws-tipo-frequencia then
               move fd-cod to fd-freq-cod
               read arqFrequencia
               if ws-fs-arqFrequencia = 23
               or ws-fs-arqFrequencia = 05 then
                   move "Aluno sem frequencia lancada!" to ws-recusa
               else
                   if ws-fs-arqFrequencia <> 0 then
                       move 9                                    to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *> certificado só com a última série aprovada no histórico
           if ws-recusa = spaces
           and ws-tipo-certificado then
               perform carregar-progressao
               perform carregar-historico-aluno
               if ws-cert-ano = zero then
                   move "Historico sem a ultima serie aprovada!" to ws-recusa
               end-if
           end-if

           if ws-recusa <> spaces then
               display ws-recusa
               display "Documento nao emitido."
           else
               perform registrar-documento

               open output arqDocumento
               if ws-fs-arqDocumento <> 00 then
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDocumento                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. documentoEscolar"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform imprimir-cabecalho
               evaluate true
                   when ws-tipo-matricula
                       perform imprimir-matricula
                   when ws-tipo-frequencia
                       perform imprimir-frequencia
                   when ws-tipo-certificado
                       perform imprimir-certificado
               end-evaluate
               perform imprimir-rodape

               close arqDocumento
               if ws-fs-arqDocumento <> 0 then
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDocumento                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. documentoEscolar"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Documento " ws-doc-numero " emitido em documentoEscolar.txt"
               display "Codigo de verificacao: " ws-doc-verificacao
           end-if
           .
       emitir-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler a turma do aluno em fd-cadastro (descrição e ano letivo)
      *>------------------------------------------------------------------------
       ler-turma-aluno section.
           move spaces to ws-turma-descricao
           move zero   to ws-turma-ano
           move fd-turma to fd-turma-cod
           read arqTurmas
           if ws-fs-arqTurmas = 0 then
               move fd-turma-descricao to ws-turma-descricao
               move fd-turma-ano       to ws-turma-ano
           else
               if ws-fs-arqTurmas <> 23
               and ws-fs-arqTurmas <> 05 then
                   move 12                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> turma sem ano letivo cadastrado sai com o ano corrente
           if ws-turma-ano = zero then
               accept ws-data-sistema from date yyyymmdd
               move ws-sis-ano to ws-turma-ano
           end-if
           .
       ler-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar a tabela de progressão de séries (linhas em branco
      *> são ignoradas)
      *>------------------------------------------------------------------------
       carregar-progressao section.
           open input arqProgressao
           if ws-fs-arqProgressao  <> 00
           and ws-fs-arqProgressao <> 05 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqProgressao                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProgressao"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fim-progressao = "S"
               read arqProgressao
                   at end
                       move "S" to ws-fim-progressao
                   not at end
                       if fd-prog-turma-origem <> spaces then
                           if ws-qtd-progressao >= 100 then
                               move 14                                     to ws-msn-erro-ofsset
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

           close arqProgressao
           if ws-fs-arqProgressao <> 0 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqProgressao                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProgressao"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       carregar-progressao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler todos os anos arquivados do aluno, em ordem de ano, e
      *> achar o último ano aprovado (APROVADO ou aprovado pelo
      *> conselho) numa turma de última série (destino em branco na
      *> tabela de progressão)
      *>------------------------------------------------------------------------
       carregar-historico-aluno section.
           move zero   to ws-qtd-anos
           move zero   to ws-cert-ano
           move spaces to ws-cert-turma

           move ws-cod-aluno to fd-hist-cod
           move zeros to fd-hist-ano
           start arqHistorico key is not less than fd-hist-chave
           if ws-fs-arqHistorico <> 00
           and ws-fs-arqHistorico <> 23
           and ws-fs-arqHistorico <> 05 then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                     to ws-msn-erro-cod
               move "Erro ao posicionar arq. arqHistorico" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistorico = 00 then
               perform until ws-fs-arqHistorico <> 00
                   read arqHistorico next
                   if ws-fs-arqHistorico = 00 then
                       if fd-hist-cod = ws-cod-aluno then
                           perform guardar-ano-historico
                       else
      *> acabaram os anos desse aluno
                           move 10 to ws-fs-arqHistorico
                       end-if
                   else
                       if ws-fs-arqHistorico <> 10 then
                           move 17                                 to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistorico"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           .
       carregar-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guardar o ano lido do histórico na tabela do certificado e
      *> ver se ele conclui a última série
      *>------------------------------------------------------------------------
       guardar-ano-historico section.
           if ws-qtd-anos < 20 then
               add 1 to ws-qtd-anos
               move fd-hist-ano      to ws-hist-ano (ws-qtd-anos)
               move fd-hist-turma    to ws-hist-turma (ws-qtd-anos)
               move fd-hist-media    to ws-hist-media (ws-qtd-anos)
               move fd-hist-situacao to ws-hist-situacao (ws-qtd-anos)
               move fd-hist-conselho to ws-hist-conselho (ws-qtd-anos)
           end-if

           if fd-hist-situacao = "APROVADO"
           or fd-hist-conselho = "A" then
               move "N" to ws-ultima-serie
               move 1 to ws-idx-prog
               perform until ws-idx-prog > ws-qtd-progressao
                   if ws-prog-origem (ws-idx-prog) = fd-hist-turma
                   and ws-prog-destino (ws-idx-prog) = spaces then
                       move "S" to ws-ultima-serie
                   end-if
                   add 1 to ws-idx-prog
               end-perform
               if ws-ultima-serie = "S" then
                   move fd-hist-ano   to ws-cert-ano
                   move fd-hist-turma to ws-cert-turma
               end-if
           end-if
           .
       guardar-ano-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Dar ao documento o próximo número do livro (maior número
      *> registrado + 1) e calcular o código de verificação a partir do
      *> número, do aluno e do momento da emissão
      *>------------------------------------------------------------------------
       numerar-documento section.
           move zero to ws-doc-numero
           move zeros to fd-doc-numero
           start arqDocumentos key is not less than fd-doc-numero
           if ws-fs-arqDocumentos = 00 then
               perform until ws-fs-arqDocumentos <> 00
                   read arqDocumentos next
                   if ws-fs-arqDocumentos = 00 then
                       move fd-doc-numero to ws-doc-numero
                   else
                       if ws-fs-arqDocumentos <> 10 then
                           move 18                                  to ws-msn-erro-ofsset
                           move ws-fs-arqDocumentos                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDocumentos"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if
           add 1 to ws-doc-numero

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           compute ws-verif-calculo = ws-doc-numero * 7919
                                    + ws-cod-aluno * 104729
                                    + ws-hora-sistema * 31
                                    + ws-data-sistema
           divide ws-verif-calculo by 99999989
               giving ws-verif-quociente
               remainder ws-doc-verificacao
           .
       numerar-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cabeçalho comum: título, número e código de verificação
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.
           evaluate true
               when ws-tipo-matricula
                   move "DECLARACAO DE MATRICULA"   to ws-tit-documento
               when ws-tipo-frequencia
                   move "DECLARACAO DE FREQUENCIA"  to ws-tit-documento
               when ws-tipo-certificado
                   move "CERTIFICADO DE CONCLUSAO"  to ws-tit-documento
           end-evaluate
           move ws-linha-titulo to rl-linha
           perform escrever-linha
           move ws-doc-numero      to ws-num-documento
           move ws-doc-verificacao to ws-num-verificacao
           move ws-linha-numero to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           perform escrever-linha
           perform escrever-linha
           .
       imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Identificação do aluno, comum às duas declarações
      *>------------------------------------------------------------------------
       imprimir-identificacao section.
           move "    Declaramos, para os devidos fins, que" to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           string "    " delimited by size
                  fd-nome delimited by size
               into rl-linha
           end-string
           perform escrever-linha

           move spaces to rl-linha
           if fd-data-nascimento <> zero then
               move fd-data-nascimento to ws-data-aux
               perform montar-data-impressa
               string "    codigo "          delimited by size
                      fd-cod                 delimited by size
                      ", nascido(a) em "     delimited by size
                      ws-data-impressa       delimited by size
                      ", filho(a) de"        delimited by size
                   into rl-linha
               end-string
           else
               string "    codigo "          delimited by size
                      fd-cod                 delimited by size
                      ", filho(a) de"        delimited by size
                   into rl-linha
               end-string
           end-if
           perform escrever-linha

           move spaces to rl-linha
           string "    " delimited by size
                  fd-nome_mae delimited by size
               into rl-linha
           end-string
           perform escrever-linha
           if fd-nome_pai <> spaces then
               move spaces to rl-linha
               string "    e de " delimited by size
                      fd-nome_pai delimited by size
                   into rl-linha
               end-string
               perform escrever-linha
           end-if
           .
       imprimir-identificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Corpo da declaração de matrícula
      *>------------------------------------------------------------------------
       imprimir-matricula section.
           perform imprimir-identificacao

           move spaces to rl-linha
           string "    esta regularmente matriculado(a) nesta escola no ano letivo de "
                      delimited by size
                  ws-turma-ano delimited by size
                  ","          delimited by size
               into rl-linha
           end-string
           perform escrever-linha

           move spaces to rl-linha
           string "    na turma "         delimited by size
                  fd-turma                delimited by size
                  " - "                   delimited by size
                  ws-turma-descricao      delimited by size
                  "."                     delimited by size
               into rl-linha
           end-string
           perform escrever-linha
           .
       imprimir-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Corpo da declaração de frequência: a matrícula e a frequência
      *> por disciplina até a data da emissão
      *>------------------------------------------------------------------------
       imprimir-frequencia section.
           perform imprimir-identificacao

           move spaces to rl-linha
           string "    esta matriculado(a) nesta escola no ano letivo de "
                      delimited by size
                  ws-turma-ano delimited by size
                  ", na turma " delimited by size
                  fd-turma     delimited by size
                  ","          delimited by size
               into rl-linha
           end-string
           perform escrever-linha
           move "    com a seguinte frequencia as aulas ate esta data:" to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           perform escrever-linha
           move ws-linha-freq-cab to rl-linha
           perform escrever-linha

           move zero to ws-tot-aulas
           move zero to ws-tot-faltas
           move 1 to ws-idx-freq
           perform until ws-idx-freq > fd-freq-qtd-disc
               move fd-freq-disciplina (ws-idx-freq)  to ws-lf-disciplina
               move fd-freq-aulas-dadas (ws-idx-freq) to ws-lf-aulas
               move fd-freq-faltas (ws-idx-freq)      to ws-lf-faltas
               add fd-freq-aulas-dadas (ws-idx-freq)  to ws-tot-aulas
               add fd-freq-faltas (ws-idx-freq)       to ws-tot-faltas
               if fd-freq-aulas-dadas (ws-idx-freq) > zero then
                   compute ws-freq-presencas = fd-freq-aulas-dadas (ws-idx-freq)
                                             - fd-freq-faltas (ws-idx-freq)
                   compute ws-freq-perc = ws-freq-presencas * 100
                                        / fd-freq-aulas-dadas (ws-idx-freq)
               else
                   move 100 to ws-freq-perc
               end-if
               move ws-freq-perc to ws-lf-perc
               move ws-linha-freq to rl-linha
               perform escrever-linha
               add 1 to ws-idx-freq
           end-perform

      *> frequência geral, somando todas as disciplinas
           move "Geral" to ws-lf-disciplina
           move ws-tot-aulas  to ws-lf-aulas
           move ws-tot-faltas to ws-lf-faltas
           if ws-tot-aulas > zero then
               compute ws-freq-perc = (ws-tot-aulas - ws-tot-faltas) * 100
                                    / ws-tot-aulas
           else
               move 100 to ws-freq-perc
           end-if
           move ws-freq-perc to ws-lf-perc
           move spaces to rl-linha
           perform escrever-linha
           move ws-linha-freq to rl-linha
           perform escrever-linha
           .
       imprimir-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Corpo do certificado de conclusão: a conclusão da última série
      *> e o resumo dos anos cursados na escola
      *>------------------------------------------------------------------------
       imprimir-certificado section.
           move "    Certificamos que" to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           string "    " delimited by size
                  fd-nome delimited by size
               into rl-linha
           end-string
           perform escrever-linha

           move spaces to rl-linha
           if fd-data-nascimento <> zero then
               move fd-data-nascimento to ws-data-aux
               perform montar-data-impressa
               string "    codigo "          delimited by size
                      fd-cod                 delimited by size
                      ", nascido(a) em "     delimited by size
                      ws-data-impressa       delimited by size
                      ","                    delimited by size
                   into rl-linha
               end-string
           else
               string "    codigo "          delimited by size
                      fd-cod                 delimited by size
                      ","                    delimited by size
                   into rl-linha
               end-string
           end-if
           perform escrever-linha

           move spaces to rl-linha
           string "    concluiu nesta escola a ultima serie (turma " delimited by size
                  ws-cert-turma  delimited by size
                  ") no ano letivo de " delimited by size
                  ws-cert-ano    delimited by size
                  ","            delimited by size
               into rl-linha
           end-string
           perform escrever-linha
           move "    tendo sido aprovado(a), conforme o historico escolar abaixo." to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           perform escrever-linha
           move ws-linha-ano-cab to rl-linha
           perform escrever-linha

           move 1 to ws-idx-ano
           perform until ws-idx-ano > ws-qtd-anos
               move ws-hist-ano (ws-idx-ano)      to ws-la-ano
               move ws-hist-turma (ws-idx-ano)    to ws-la-turma
               move ws-hist-media (ws-idx-ano)    to ws-la-media
               if ws-hist-conselho (ws-idx-ano) = "A" then
                   move "APROVADO (CONSELHO)" to ws-la-situacao
               else
                   move ws-hist-situacao (ws-idx-ano) to ws-la-situacao
               end-if
               move ws-linha-ano to rl-linha
               perform escrever-linha
               add 1 to ws-idx-ano
           end-perform
           .
       imprimir-certificado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Rodapé comum: data, operador, aviso de autenticidade e
      *> assinatura da secretaria
      *>------------------------------------------------------------------------
       imprimir-rodape section.
           move spaces to rl-linha
           perform escrever-linha
           move ws-data-sistema to ws-data-aux
           perform montar-data-impressa
           move spaces to rl-linha
           string "    Emitido em "     delimited by size
                  ws-data-impressa      delimited by size
                  " por "               delimited by size
                  ws-login              delimited by space
                  "."                   delimited by size
               into rl-linha
           end-string
           perform escrever-linha
           move "    A autenticidade deste documento pode ser confirmada na secretaria" to rl-linha
           perform escrever-linha
           move "    da escola com o numero e o codigo de verificacao acima." to rl-linha
           perform escrever-linha
           move spaces to rl-linha
           perform escrever-linha
           perform escrever-linha
           move ws-linha-assinatura to rl-linha
           perform escrever-linha
           move ws-linha-cargo to rl-linha
           perform escrever-linha
           .
       imprimir-rodape-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em rl-linha no documento
      *>------------------------------------------------------------------------
       escrever-linha section.
           write rl-linha
           if ws-fs-arqDocumento <> 0 then
               move 19                                         to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                         to ws-msn-erro-cod
               move "Erro ao escrever arq. documentoEscolar"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       escrever-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Converter ws-data-aux (AAAAMMDD) para ws-data-impressa
      *>------------------------------------------------------------------------
       montar-data-impressa section.
           move ws-aux-dia to ws-imp-dia
           move ws-aux-mes to ws-imp-mes
           move ws-aux-ano to ws-imp-ano
           .
       montar-data-impressa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lançar o documento no livro de registro antes de imprimir, para
      *> o número impresso ser sempre o gravado
      *>------------------------------------------------------------------------
       registrar-documento section.
      *> número tomado por outro terminal entre a busca e a gravação:
      *> busca o próximo de novo
           move "N" to ws-doc-gravado
           perform until ws-doc-gravado = "S"
               perform numerar-documento
               move ws-doc-numero      to fd-doc-numero
               move ws-tipo            to fd-doc-tipo
               move ws-cod-aluno       to fd-doc-cod
               move fd-nome            to fd-doc-nome
               if ws-tipo-certificado then
                   move ws-cert-turma  to fd-doc-turma
               else
                   move fd-turma       to fd-doc-turma
               end-if
               move ws-data-sistema    to fd-doc-data
               move ws-hora-sistema    to fd-doc-hora
               move ws-login           to fd-doc-operador
               move ws-doc-verificacao to fd-doc-verificacao
               write fd-registro-documento
               if ws-fs-arqDocumentos = 0 then
                   move "S" to ws-doc-gravado
               else
                   if ws-fs-arqDocumentos <> 22 then
                       move 20                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDocumentos                     to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqDocumentos"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform
           .
       registrar-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Consulta de autenticidade: o documento confere quando o número
      *> existe no livro com o mesmo código de verificação
      *>------------------------------------------------------------------------
       consultar-documento section.
           move ws-cons-numero to fd-doc-numero
           read arqDocumentos
           if ws-fs-arqDocumentos <> 00
           and ws-fs-arqDocumentos <> 23
           and ws-fs-arqDocumentos <> 05 then
               move 21                                   to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                  to ws-msn-erro-cod
               move "Erro ao ler arq. arqDocumentos"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqDocumentos = 00
           and fd-doc-verificacao = ws-cons-verificacao then
               display "DOCUMENTO AUTENTICO"
               evaluate true
                   when fd-doc-matricula
                       move "Declaracao de matricula"   to ws-lc-tipo
                   when fd-doc-frequencia
                       move "Declaracao de frequencia"  to ws-lc-tipo
                   when fd-doc-certificado
                       move "Certificado de conclusao"  to ws-lc-tipo
                   when fd-doc-guia-transferencia
                       move "Guia de transferencia"     to ws-lc-tipo
               end-evaluate
               move fd-doc-cod  to ws-lc-cod
               move fd-doc-nome to ws-lc-nome
               display ws-linha-consulta
               move fd-doc-data to ws-data-aux
               perform montar-data-impressa
               display "Turma: " fd-doc-turma
                       "  Emitido em: " ws-data-impressa
                       "  Por: " fd-doc-operador
           else
               display "DOCUMENTO NAO CONFERE com o livro de registro!"
           end-if
           .
       consultar-documento-exit.
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
           close arqDocumentos
           if ws-fs-arqDocumentos <> 0 then
               move 22                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocumentos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-emitir then
               close arqAlunos
               if ws-fs-arqAlunos <> 0 then
                   move 23                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlunos"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTurmas
               if ws-fs-arqTurmas <> 0 then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTurmas"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqFrequencia
               if ws-fs-arqFrequencia <> 0 then
                   move 25                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 26                                   to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistorico"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           stop run
           .
       finaliza-exit.
           exit.
