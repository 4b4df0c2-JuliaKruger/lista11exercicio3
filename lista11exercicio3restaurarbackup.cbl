       01 rl-backup                                pic x(640).

       fd arqAuditoria.
       01 rl-auditoria                             pic x(82).

       fd arqReplay.
       01 rl-replay                                pic x(82).

      *>----Variáveis de trabalho
       Working-storage Section.
       77 ws-nome-backup                           pic x(30).
       77 ws-confirmar                             pic x(01).
       77 ws-replay                                pic x(01).
      *> operador cujos lançamentos entram no replay (em branco = todos)
       77 ws-operador-filtro                       pic x(08).

      *> visão da linha do backup só até a quantidade de notas: o que
      *> vem antes dela é fixo (cod, nome, endereco, nomes dos pais,
           05 bk-qtd-notas                         pic x(01).
           05 filler                               pic x(374).

      *> leitura da linha da auditoria para os filtros de data e de
      *> operador do replay
       01 ws-linha-auditoria.
           05 wa-data                              pic 9(08).
           05 filler                               pic x(01).
           05 wa-cod                               pic 9(03).
           05 filler                               pic x(01).
           05 wa-campos                            pic x(40).
           05 filler                               pic x(01).
           05 wa-operador                          pic x(08).

      *> contadores para o resumo de fim de processamento
       77 ws-fim-backup                            pic x(01) value "N".
           accept ws-replay

           if ws-replay = "S" or ws-replay = "s" then
               move spaces to ws-operador-filtro
               display "Somente do operador (em branco = todos): "
               accept ws-operador-filtro

               open input arqAuditoria
               if ws-fs-arqAuditoria <> 00 then
                   display "Trilha de auditoria nao encontrada!"

      *>------------------------------------------------------------------------
      *> Copiar para o replay o lançamento lido da auditoria, se ele for
      *> da data do backup em diante e do operador pedido (a linha vai
      *> inteira, com o login do operador no fim)
      *>------------------------------------------------------------------------
       filtrar-lancamento section.
           move rl-auditoria to ws-linha-auditoria
           if wa-data is numeric
           and wa-data >= ws-data-backup
           and (ws-operador-filtro = spaces
               or wa-operador = ws-operador-filtro) then
               add 1 to ws-qtd-replay
               move rl-auditoria to rl-replay
               write rl-replay
