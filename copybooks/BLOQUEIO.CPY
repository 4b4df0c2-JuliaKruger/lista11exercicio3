      *>----------------------------------------------------------------
      *> Copybook BLOQUEIO.CPY
      *> Layout da linha do log diário de conflitos de bloqueio
      *> (arqBloqueiosAAAAMMDD.txt), uma linha cada vez que um registro
      *> de arqAlunos, arqTurmas, arqMensalidades ou arqFrequencia
      *> estava preso por outro terminal ou programa. Serve para ver
      *> quais operações disputam os mesmos registros ao longo do dia.
      *> Os separadores são filler sem value: mover spaces para o
      *> registro antes de preencher os campos.
      *>----------------------------------------------------------------
       01 fd-registro-bloqueio.
           05 fd-bloq-data                         pic 9(08).
           05 filler                               pic x(01).
           05 fd-bloq-hora                         pic 9(08).
           05 filler                               pic x(01).
      *> login do operador na tela; nos programas batch, o nome curto
      *> do programa (como na trilha de auditoria)
           05 fd-bloq-operador                     pic x(08).
           05 filler                               pic x(01).
      *> operação que esbarrou no registro preso
           05 fd-bloq-operacao                     pic x(24).
           05 filler                               pic x(01).
           05 fd-bloq-arquivo                      pic x(16).
           05 filler                               pic x(01).
      *> chave do registro disputado; na leitura sequencial o registro
      *> preso não chega a ser lido, e vai a chave do último lido antes
      *> dele ("apos 012", ou "antes 012" lendo para trás)
           05 fd-bloq-chave                        pic x(16).
           05 filler                               pic x(01).
      *> o que foi feito: na tela, R = o operador mandou repetir e
      *> C = cancelou; no batch, E = esperou e conseguiu, P = desistiu
      *> do registro e seguiu com os demais, D = desistiu e encerrou
           05 fd-bloq-desfecho                     pic x(01).
               88 fd-bloq-repetiu                       value "R".
               88 fd-bloq-cancelou                      value "C".
               88 fd-bloq-esperou                       value "E".
               88 fd-bloq-pulou                         value "P".
               88 fd-bloq-desistiu                      value "D".
