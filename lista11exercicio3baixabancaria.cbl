      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "lista11exercicio3baixabancaria".
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
      *> mensalidades por aluno/competência; as ABERTAS pagas no banco
      *> são baixadas aqui
           select optional arqMensalidades assign to "arqMensalidades.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidades.

      *> retorno diário do banco: uma linha por boleto pago, com o
      *> código do aluno, a competência (AAAAMM), a data do pagamento
      *> (AAAAMMDD) e o valor pago (9999v99, sem vírgula); optional
      *> porque em dia sem pagamento o banco não manda arquivo
           select optional arqRetornoBanco assign to "retornoBanco.txt"
           organization is line sequential
           file status is ws-fs-arqRetornoBanco.

      *> relatório de conciliação: as baixas com valor diferente do
      *> devido e as linhas do retorno que não puderam ser baixadas
           select arqConciliacao assign to "conciliacaoBancaria.txt"
           organization is line sequential
           file status is ws-fs-arqConciliacao.

           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           file status is ws-fs-arqAuditoria.

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
       fd arqMensalidades.
           copy MENSALIDADE.

       fd arqRetornoBanco.
       01 rl-retorno-banco                         pic x(80).

       fd arqConciliacao.
       01 rl-conciliacao                           pic x(80).

      *> arquivo de trilha de auditoria (cadastro/alteração/exclusão)
       fd arqAuditoria.
       01 rl-auditoria                             pic x(82).

       fd arqBloqueios.
           copy BLOQUEIO.

      *>----Variáveis de trabalho
       Working-storage Section.

      *> variáveis de file status
       77 ws-fs-arqMensalidades                    pic 9(02).
       77 ws-fs-arqRetornoBanco                    pic 9(02).
       77 ws-fs-arqConciliacao                     pic 9(02).
       77 ws-fs-arqAuditoria                       pic 9(02).
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
       77 ws-bloq-mens-chave                       pic x(09).
       77 ws-qtd-bloqueios                         pic 9(05) value zero.

      *> variáveis da trilha de auditoria (a baixa é lançada no código
      *> do aluno da mensalidade)
       77 ws-data-sistema                          pic 9(08).
       77 ws-hora-sistema                          pic 9(08).
       77 ws-aud-operacao                          pic x(10).
       77 ws-aud-campos                            pic x(40).
       77 ws-aud-cod                               pic 9(03).
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
           05 wa-operador                          pic x(08) value "BAIXABCO".

      *> visão da linha do retorno do banco, com a versão numérica de
      *> cada campo para a validação
       01 ws-linha-banco.
           05 wb-cod                               pic x(03).
           05 wb-cod-n redefines wb-cod            pic 9(03).
           05 wb-competencia                       pic x(06).
           05 wb-competencia-n redefines wb-competencia
                                                   pic 9(06).
           05 wb-data-pagto                        pic x(08).
           05 wb-data-pagto-n redefines wb-data-pagto
                                                   pic 9(08).
           05 wb-valor-pago                        pic x(06).
           05 wb-valor-pago-n redefines wb-valor-pago
                                                   pic 9(04)v99.
           05 filler                               pic x(57).

      *> contadores para o resumo de fim de processamento
       77 ws-fim-retorno                           pic x(01) value "N".
       77 ws-qtd-lidas                             pic 9(05) value zero.
       77 ws-qtd-baixadas                          pic 9(05) value zero.
       77 ws-qtd-valor-divergente                  pic 9(05) value zero.
       77 ws-qtd-sem-mensalidade                   pic 9(05) value zero.
       77 ws-qtd-ja-baixadas                       pic 9(05) value zero.
       77 ws-qtd-invalidas                         pic 9(05) value zero.
       77 ws-qtd-em-uso                            pic 9(05) value zero.
       77 ws-valor-baixado                         pic 9(07)v99 value zero.

      *> linhas do relatório de conciliação
       77 ws-motivo-conciliacao                    pic x(30).
       01 ws-cabecalho-1.
           05 filler                               pic x(40) value
               "Conciliacao do retorno bancario - data: ".
           05 ws-cab-data                          pic 9(08).

       01 ws-linha-conc.
           05 filler                               pic x(04) value "Cod ".
           05 wc-cod                               pic 9(03).
           05 filler                               pic x(07) value "  Comp ".
           05 wc-competencia                       pic 9(06).
           05 filler                               pic x(07) value "  Pago ".
           05 wc-valor-pago                        pic zzz9,99.
           05 filler                               pic x(06) value "  Dev ".
           05 wc-valor-devido                      pic zzz9,99.
           05 filler                               pic x(03) value " - ".
           05 wc-motivo                            pic x(30).

       01 ws-linha-invalida.
           05 filler                               pic x(06) value "Linha ".
           05 wi-linha-retorno                     pic x(40).
           05 filler                               pic x(03) value " - ".
           05 wi-motivo                            pic x(30).

      *> linhas do resumo de fim de processamento
       01 ws-linha-tot-1.
           05 filler                               pic x(30) value
               "Linhas lidas..............: ".
           05 ws-tot-lidas                         pic zzzz9.

       01 ws-linha-tot-2.
           05 filler                               pic x(30) value
               "Mensalidades baixadas.....: ".
           05 ws-tot-baixadas                      pic zzzz9.
           05 filler                               pic x(10) value
               "  Valor: ".
           05 ws-tot-valor-baixado                 pic z.zzz.zz9,99.

       01 ws-linha-tot-3.
           05 filler                               pic x(30) value
               "Baixadas c/ valor diferente: ".
           05 ws-tot-valor-divergente              pic zzzz9.

       01 ws-linha-tot-4.
           05 filler                               pic x(30) value
               "Sem mensalidade no cadastro: ".
           05 ws-tot-sem-mensalidade               pic zzzz9.

       01 ws-linha-tot-5.
           05 filler                               pic x(30) value
               "Ja pagas ou canceladas....: ".
           05 ws-tot-ja-baixadas                   pic zzzz9.

       01 ws-linha-tot-6.
           05 filler                               pic x(30) value
               "Linhas invalidas..........: ".
           05 ws-tot-invalidas                     pic zzzz9.

       01 ws-linha-tot-7.
           05 filler                               pic x(30) value
               "Em uso, nao baixadas......: ".
           05 ws-tot-em-uso                        pic zzzz9.

       01 ws-linha-tot-8.
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
           perform processar-retorno-banco.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Section para abrir os arquivos e escrever o cabeçalho
      *>------------------------------------------------------------------------
       inicializa section.
           open i-o arqMensalidades
           if ws-fs-arqMensalidades  <> 00
           and ws-fs-arqMensalidades <> 05 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidades"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> file status 05 = o banco não mandou retorno hoje
           open input arqRetornoBanco
           if ws-fs-arqRetornoBanco  <> 00
           and ws-fs-arqRetornoBanco <> 05 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                   to ws-msn-erro-cod
               move "Erro ao abrir arq. retornoBanco"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqConciliacao
           if ws-fs-arqConciliacao <> 00 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                       to ws-msn-erro-cod
               move "Erro ao abrir arq. conciliacaoBancaria"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqAuditoria
           if ws-fs-arqAuditoria <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-cab-data
           move ws-cabecalho-1 to rl-conciliacao
           write rl-conciliacao
           move spaces to rl-conciliacao
           write rl-conciliacao
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o retorno do banco linha a linha, baixando as mensalidades
      *> abertas e apontando no relatório o que não bateu
      *>------------------------------------------------------------------------
       processar-retorno-banco section.
           perform until ws-fim-retorno = "S"
               read arqRetornoBanco
                   at end
                       move "S" to ws-fim-retorno
                   not at end
                       add 1 to ws-qtd-lidas
                       perform processar-linha-banco
               end-read
           end-perform

           perform escrever-resumo
           .
       processar-retorno-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processar uma linha do retorno: validar os campos, localizar a
      *> mensalidade do aluno na competência e baixar se estiver aberta
      *>------------------------------------------------------------------------
       processar-linha-banco section.
           move spaces to ws-motivo-conciliacao
           move rl-retorno-banco to ws-linha-banco

           if wb-cod is not numeric
           or wb-competencia is not numeric then
               move "aluno/competencia nao numerico"
                   to ws-motivo-conciliacao
           else
               if wb-data-pagto is not numeric
               or wb-data-pagto-n = zero then
                   move "data de pagamento invalida"
                       to ws-motivo-conciliacao
               else
                   if wb-valor-pago is not numeric then
                       move "valor pago nao numerico"
                           to ws-motivo-conciliacao
                   end-if
               end-if
           end-if

           if ws-motivo-conciliacao <> spaces then
               add 1 to ws-qtd-invalidas
               perform apontar-linha-invalida
           else
               move wb-cod-n         to fd-mens-cod
               move wb-competencia-n to fd-mens-competencia
               perform ler-mensalidade
               if ws-fs-arqMensalidades = 0 then
                   evaluate true
                       when fd-mens-paga
                           add 1 to ws-qtd-ja-baixadas
                           move "mensalidade ja estava PAGA"
                               to ws-motivo-conciliacao
                           perform apontar-conciliacao
                       when fd-mens-cancelada
                           add 1 to ws-qtd-ja-baixadas
                           move "mensalidade CANCELADA"
                               to ws-motivo-conciliacao
                           perform apontar-conciliacao
                       when other
                           perform baixar-mensalidade
                   end-evaluate
               else
                   if ws-fs-arqMensalidades = 23
                   or ws-fs-arqMensalidades = 05 then
                       add 1 to ws-qtd-sem-mensalidade
                       move zeros to fd-mens-valor
                       move "mensalidade nao encontrada"
                           to ws-motivo-conciliacao
                       perform apontar-conciliacao
                   end-if
                   if ws-fs-arqMensalidades = 51 then
                       move zeros to fd-mens-valor
                       perform apontar-em-uso
                   end-if
                   if ws-fs-arqMensalidades <> 23
                   and ws-fs-arqMensalidades <> 05
                   and ws-fs-arqMensalidades <> 51 then
                       move 5                                      to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidades"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       processar-linha-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Baixar a mensalidade aberta lida com a data e o valor do banco
      *> (o valor pago vale mesmo quando difere do devido; a diferença
      *> vai para o relatório, para a tesouraria conferir). Mensalidade
      *> presa por um terminal além da espera fica aberta e vai para o
      *> relatório, para ser baixada na tela de mensalidades
      *>------------------------------------------------------------------------
       baixar-mensalidade section.
           move "PAGA"             to fd-mens-status
           move wb-data-pagto-n    to fd-mens-data-pagamento
           move wb-valor-pago-n    to fd-mens-valor-pago
           perform regravar-mensalidade
           if ws-fs-arqMensalidades = 51 then
               perform apontar-em-uso
           else
               if ws-fs-arqMensalidades <> 0 then
                   move 6                                          to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades                      to ws-msn-erro-cod
                   move "Erro ao reescrever arq. arqMensalidades"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-baixadas
               add fd-mens-valor-pago to ws-valor-baixado

      *> registrando na trilha de auditoria
               move "BAIXABANCO" to ws-aud-operacao
               move spaces to ws-aud-campos
               string "pago no banco comp " delimited by size
                      fd-mens-competencia   delimited by size
                      " em "                delimited by size
                      fd-mens-data-pagamento delimited by size
                   into ws-aud-campos
               end-string
               move fd-mens-cod to ws-aud-cod
               perform registrar-auditoria

               if fd-mens-valor-pago <> fd-mens-valor then
                   add 1 to ws-qtd-valor-divergente
                   move "baixada com valor diferente" to ws-motivo-conciliacao
                   perform apontar-conciliacao
               end-if
           end-if
           .
       baixar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Leitura e regravação de arqMensalidades esperando o registro
      *> preso por um terminal da secretaria (file status 51) ser
      *> liberado; se a espera se esgotar, o file status 51 volta para
      *> quem chamou e a linha do retorno fica sem baixa
      *>------------------------------------------------------------------------
       ler-mensalidade section.
           move zero to ws-bloq-tentativas
           move fd-mens-chave to ws-bloq-mens-chave
           read arqMensalidades
           perform until ws-fs-arqMensalidades <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               move ws-bloq-mens-chave to fd-mens-chave
               read arqMensalidades
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqMensalidades" to ws-bloq-arquivo
               move ws-bloq-mens-chave to ws-bloq-chave
               if ws-fs-arqMensalidades = 51 then
                   move "P" to ws-bloq-desfecho
               else
                   move "E" to ws-bloq-desfecho
               end-if
               perform registrar-bloqueio
           end-if
           .
       ler-mensalidade-exit.
           exit.

       regravar-mensalidade section.
           move zero to ws-bloq-tentativas
           rewrite fd-registro-mensalidade
           perform until ws-fs-arqMensalidades <> 51
           or ws-bloq-tentativas >= ws-bloq-max-tentativas
               perform aguardar-registro
               rewrite fd-registro-mensalidade
           end-perform

           if ws-bloq-tentativas > zero then
               move "arqMensalidades" to ws-bloq-arquivo
               move fd-mens-chave to ws-bloq-chave
               if ws-fs-arqMensalidades = 51 then
                   move "P" to ws-bloq-desfecho
               else
                   move "E" to ws-bloq-desfecho
               end-if
               perform registrar-bloqueio
           end-if
           .
       regravar-mensalidade-exit.
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
               move 14                                   to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBloqueios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces             to fd-registro-bloqueio
           move ws-bloq-data       to fd-bloq-data
           move ws-bloq-hora       to fd-bloq-hora
           move "BAIXABCO"         to fd-bloq-operador
           move "BAIXA-BANCARIA"   to fd-bloq-operacao
           move ws-bloq-arquivo    to fd-bloq-arquivo
           move ws-bloq-chave      to fd-bloq-chave
           move ws-bloq-desfecho   to fd-bloq-desfecho
           write fd-registro-bloqueio
           if ws-fs-arqBloqueios <> 0 then
               move 15                                   to ws-msn-erro-ofsset
               move ws-fs-arqBloqueios                   to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBloqueios" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBloqueios
           .
       registrar-bloqueio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apontar no relatório a linha do retorno que não foi baixada
      *> porque a mensalidade continuou presa por um terminal
      *>------------------------------------------------------------------------
       apontar-em-uso section.
           add 1 to ws-qtd-em-uso
           move "registro em uso, nao baixada" to ws-motivo-conciliacao
           perform apontar-conciliacao
           .
       apontar-em-uso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar uma linha na trilha de auditoria (data, hora,
      *> operação, código do aluno e competência baixada), igual aos
      *> demais
      *>------------------------------------------------------------------------
       registrar-auditoria section.
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema  to wa-data
           move ws-hora-sistema  to wa-hora
           move ws-aud-operacao  to wa-operacao
           move ws-aud-cod       to wa-cod
           move ws-aud-campos    to wa-campos
           move ws-linha-auditoria to rl-auditoria
           write rl-auditoria
           if ws-fs-arqAuditoria <> 0 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                     to ws-msn-erro-cod
               move "Erro ao escrever arq. arqAuditoria"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever no relatório a linha do retorno conferida contra a
      *> mensalidade, com o valor pago, o devido e o motivo
      *>------------------------------------------------------------------------
       apontar-conciliacao section.
           move wb-cod-n               to wc-cod
           move wb-competencia-n       to wc-competencia
           move wb-valor-pago-n        to wc-valor-pago
           move fd-mens-valor          to wc-valor-devido
           move ws-motivo-conciliacao  to wc-motivo
           move ws-linha-conc to rl-conciliacao
           write rl-conciliacao
           if ws-fs-arqConciliacao <> 0 then
               move 8                                           to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                        to ws-msn-erro-cod
               move "Erro ao escrever conciliacaoBancaria"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       apontar-conciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever no relatório a linha do retorno que não pôde ser lida,
      *> como veio do banco, com o motivo
      *>------------------------------------------------------------------------
       apontar-linha-invalida section.
           move rl-retorno-banco (1:40)  to wi-linha-retorno
           move ws-motivo-conciliacao    to wi-motivo
           move ws-linha-invalida to rl-conciliacao
           write rl-conciliacao
           if ws-fs-arqConciliacao <> 0 then
               move 9                                           to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                        to ws-msn-erro-cod
               move "Erro ao escrever conciliacaoBancaria"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       apontar-linha-invalida-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escrever o resumo no relatório e mostrar no console
      *>------------------------------------------------------------------------
       escrever-resumo section.
           move ws-qtd-lidas             to ws-tot-lidas
           move ws-qtd-baixadas          to ws-tot-baixadas
           move ws-valor-baixado         to ws-tot-valor-baixado
           move ws-qtd-valor-divergente  to ws-tot-valor-divergente
           move ws-qtd-sem-mensalidade   to ws-tot-sem-mensalidade
           move ws-qtd-ja-baixadas       to ws-tot-ja-baixadas
           move ws-qtd-invalidas         to ws-tot-invalidas
           move ws-qtd-em-uso            to ws-tot-em-uso
           move ws-qtd-bloqueios         to ws-tot-bloqueios

           move spaces to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-1 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-2 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-3 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-4 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-5 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-6 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-7 to rl-conciliacao
           write rl-conciliacao
           move ws-linha-tot-8 to rl-conciliacao
           write rl-conciliacao

           display "Retorno bancario processado."
           display ws-linha-tot-1
           display ws-linha-tot-2
           display ws-linha-tot-3
           display ws-linha-tot-4
           display ws-linha-tot-5
           display ws-linha-tot-6
           display ws-linha-tot-7
           display ws-linha-tot-8
           .
       escrever-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
      *> goback (e não stop run) para o programa também poder ser
      *> chamado pelo fechamento diário sem derrubar o chamador; o
      *> código de retorno 16 avisa o chamador que a baixa falhou
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
           close arqMensalidades
           if ws-fs-arqMensalidades <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMensalidades"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRetornoBanco
           if ws-fs-arqRetornoBanco <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                   to ws-msn-erro-cod
               move "Erro ao fechar arq. retornoBanco"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConciliacao
           if ws-fs-arqConciliacao <> 0 then
               move 12                                         to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                       to ws-msn-erro-cod
               move "Erro ao fechar arq. conciliacaoBancaria"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAuditoria"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           goback
           .
       finaliza-exit.
           exit.
