      *> passos já executados com sucesso hoje (para o reinício depois
      *> de uma falha pular o que já foi feito)
       01 ws-passos-ok.
           05 ws-passo-ok occurs 5 times           pic x(01).

      *> os programas do fechamento, na ordem de execução (a baixa do
      *> retorno bancário vem depois dos relatórios, e a consolidação
      *> da chamada do dia com a busca ativa por último)
       01 ws-tab-programas.
           05 filler                               pic x(32) value
               "lista11exercicio3relatorioturma".
               "lista11exercicio3estatisticas".
           05 filler                               pic x(32) value
               "lista11exercicio3exportacsv".
           05 filler                               pic x(32) value
               "lista11exercicio3baixabancaria".
           05 filler                               pic x(32) value
               "lista11exercicio3consolidafreq".
       01 ws-tab-programas-r redefines ws-tab-programas.
           05 ws-nome-programa occurs 5 times      pic x(32).

      *> os relatórios do fechamento saem sempre da escola inteira
       77 ws-filtro-chamada                        pic x(03) value spaces.

           if  ws-passo-ok (1) = "S"
           and ws-passo-ok (2) = "S"
           and ws-passo-ok (3) = "S"
           and ws-passo-ok (4) = "S"
           and ws-passo-ok (5) = "S" then
               display "O fechamento de " ws-data-processamento
                   " ja foi concluido."
               move space to ws-forcar
                   display "Fechamento recusado: dia ja fechado."
                   stop run
               end-if
      *> forçado: roda os cinco passos de novo (a baixa bancária
      *> rodada de novo só aponta as mensalidades como já pagas, e a
      *> consolidação não soma de novo a chamada já consolidada)
               move "N" to ws-passo-ok (1)
               move "N" to ws-passo-ok (2)
               move "N" to ws-passo-ok (3)
               move "N" to ws-passo-ok (4)
               move "N" to ws-passo-ok (5)
           end-if

      *> file status 05 = controle ainda não existia e foi criado agora
           move "N" to ws-passo-ok (1)
           move "N" to ws-passo-ok (2)
           move "N" to ws-passo-ok (3)
           move "N" to ws-passo-ok (4)
           move "N" to ws-passo-ok (5)
           move "N" to ws-fim-controle

           open input arqFechamento
                           and rc-data = ws-data-processamento
                           and rc-passo is numeric
                           and rc-passo >= 1
                           and rc-passo <= 5
                           and rc-resultado = "OK" then
                               move "S" to ws-passo-ok (rc-passo)
                           end-if
           exit.

      *>------------------------------------------------------------------------
      *> Rodar os cinco passos em sequência, pulando os que já fecharam
      *> hoje; uma falha interrompe a rodada (o reinício recomeça dela)
      *>------------------------------------------------------------------------
       processar-fechamento section.
           move "N" to ws-falhou
           move 1 to ws-passo
           perform until ws-passo > 5
           or ws-falhou = "S"
               perform executar-passo
               add 1 to ws-passo
               move zero to return-code

      *> os dois relatórios recebem o filtro de turma pela linkage
      *> (sempre a escola inteira no fechamento); a exportação, a
      *> baixa bancária e a consolidação da chamada não têm parâmetros
               if ws-passo < 3 then
                   call ws-nome-programa (ws-passo)
                       using ws-filtro-chamada
