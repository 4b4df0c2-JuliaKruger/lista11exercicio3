           record key is fd-freq-cod
           file status is ws-fs-arqFrequencia.

      *> ocorrências disciplinares, para a planilha mostrar quantas o
      *> aluno teve no ano e a última suspensão
           select optional arqOcorrencias assign to "arqOcorrencias.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencias.

      *> planilha dos casos limítrofes para a reunião do conselho, no
      *> mesmo formato de 80 colunas dos demais relatórios
           select arqPlanilha assign to "conselhoClasse.txt"
       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqOcorrencias.
           copy OCORRENCIA.

       fd arqPlanilha.
       01 rl-linha                                 pic x(80).

      *> variáveis de file status
       77 ws-fs-arqAlunos                          pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqOcorrencias                     pic 9(02).
       77 ws-fs-arqPlanilha                        pic 9(02).

      *> variáveis da seleção dos casos limítrofes: a contagem de
       77 ws-perc-frequencia                       pic 9(03).
       77 ws-freq-achou                            pic x(01).

      *> ocorrências do aluno: quantas no ano corrente e o período
      *> da última suspensão (de qualquer ano)
       77 ws-data-sistema                          pic 9(08).
       77 ws-ano-corrente                          pic 9(04).
       77 ws-oco-ano-lido                          pic 9(04).
       77 ws-qtd-ocorrencias                       pic 9(03).
       77 ws-susp-inicio                           pic 9(08).
       77 ws-susp-fim                              pic 9(08).
       01 ws-data-aux                              pic 9(08).
       01 ws-data-aux-r redefines ws-data-aux.
           05 ws-data-aux-ano                      pic 9(04).
           05 ws-data-aux-mes                      pic 9(02).
           05 ws-data-aux-dia                      pic 9(02).
       01 ws-data-edit.
           05 ws-data-edit-dia                     pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-edit-mes                     pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-edit-ano                     pic 9(04).

      *> linhas da planilha do conselho
       01 ws-cabecalho-1.
           05 filler                               pic x(20) value spaces.
           05 filler                               pic x(03) value spaces.
           05 ws-con-situacao-disc                 pic x(09).

       01 ws-linha-ocorrencias.
           05 filler                               pic x(22) value
               "  Ocorrencias no ano: ".
           05 ws-con-ocorrencias                   pic zz9.
           05 filler                               pic x(21) value
               "   Ultima suspensao: ".
           05 ws-con-suspensao                     pic x(23).

      *> edição auxiliar da recuperação e do percentual de presença
       77 ws-recup-edit                            pic z9,99.
       01 ws-perc-montado.
               perform finaliza-anormal
           end-if

           open input arqOcorrencias
           if ws-fs-arqOcorrencias  <> 00
           and ws-fs-arqOcorrencias <> 05 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           divide ws-data-sistema by 10000 giving ws-ano-corrente

           open output arqPlanilha
           if ws-fs-arqPlanilha <> 00 then
               move 3                                     to ws-msn-erro-ofsset
           move fd-situacao to ws-con-situacao
           move ws-linha-ident-2 to rl-linha
           write rl-linha
           perform resumir-ocorrencias
           move ws-linha-ocorrencias to rl-linha
           write rl-linha
           move ws-cab-notas to rl-linha
           write rl-linha

       buscar-frequencia-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar as ocorrências disciplinares do aluno em fd-cadastro no
      *> ano corrente e achar a última suspensão, montando a linha da
      *> planilha
      *>------------------------------------------------------------------------
       resumir-ocorrencias section.
           move zeros to ws-qtd-ocorrencias
           move zeros to ws-susp-inicio
           move zeros to ws-susp-fim

           move fd-cod to fd-oco-aluno
           move zeros  to fd-oco-data
           move zeros  to fd-oco-seq
           start arqOcorrencias key is not less than fd-oco-chave
           if ws-fs-arqOcorrencias = 00 then
               perform until ws-fs-arqOcorrencias <> 00
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 00 then
                       if fd-oco-aluno <> fd-cod then
                           move 10 to ws-fs-arqOcorrencias
                       else
                           divide fd-oco-data by 10000
                               giving ws-oco-ano-lido
                           if ws-oco-ano-lido = ws-ano-corrente then
                               add 1 to ws-qtd-ocorrencias
                           end-if
                           if fd-oco-suspensao
                           and fd-oco-susp-inicio > ws-susp-inicio then
                               move fd-oco-susp-inicio to ws-susp-inicio
                               move fd-oco-susp-fim    to ws-susp-fim
                           end-if
                       end-if
                   else
                       if ws-fs-arqOcorrencias <> 10 then
                           move 12                                   to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencias"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           move ws-qtd-ocorrencias to ws-con-ocorrencias
           if ws-susp-inicio = zero then
               move "nenhuma" to ws-con-suspensao
           else
               move spaces to ws-con-suspensao
               move ws-susp-inicio  to ws-data-aux
               move ws-data-aux-dia to ws-data-edit-dia
               move ws-data-aux-mes to ws-data-edit-mes
               move ws-data-aux-ano to ws-data-edit-ano
               move ws-data-edit    to ws-con-suspensao (1:10)
               move " a"            to ws-con-suspensao (11:2)
               move ws-susp-fim     to ws-data-aux
               move ws-data-aux-dia to ws-data-edit-dia
               move ws-data-aux-mes to ws-data-edit-mes
               move ws-data-aux-ano to ws-data-edit-ano
               move ws-data-edit    to ws-con-suspensao (14:10)
           end-if
           .
       resumir-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização  Anormal
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           close arqOcorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOcorrencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPlanilha
           if ws-fs-arqPlanilha <> 0 then
               move 10                                    to ws-msn-erro-ofsset
