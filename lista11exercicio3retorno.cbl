
      *> arquivo de trilha de auditoria (cadastro/alteração/exclusão)
       fd arqAuditoria.
       01 rl-auditoria                             pic x(82).

      *>----Variáveis de trabalho
       Working-storage Section.
           05 wa-cod                               pic 9(03).
           05 filler                               pic x(01) value space.
           05 wa-campos                            pic x(40).
      *> operador do lançamento: o batch assina com o próprio nome
           05 filler                               pic x(01) value space.
           05 wa-operador                          pic x(08) value "RETORNO".

      *> visão da linha do retorno: código do aluno, situação (A/R)
      *> e motivo da recusa
