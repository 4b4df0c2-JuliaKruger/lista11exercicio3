      *>----------------------------------------------------------------
      *> Copybook BIMESTRE.CPY
      *> Layout do controle de fechamento de bimestre por turma
      *> (arqBimestres.txt), um registro por turma + bimestre. Turma
      *> sem registro tem o bimestre aberto. O período (data de início
      *> e de fim) liga a data da chamada diária ao bimestre; com o
      *> bimestre FECHADO pela coordenação, notas e faltas dele não
      *> mudam em nenhuma tela até a reabertura, que exige
      *> justificativa e vai para a trilha de auditoria.
      *>----------------------------------------------------------------
       01 fd-registro-bimestre.
           05 fd-bim-chave.
               10 fd-bim-turma                     pic x(03).
               10 fd-bim-numero                    pic 9(01).
      *> período do bimestre (AAAAMMDD, zero = ainda não informado)
           05 fd-bim-data-inicio                   pic 9(08).
           05 fd-bim-data-fim                      pic 9(08).
           05 fd-bim-status                        pic x(07).
               88 fd-bim-aberto                         value "ABERTO".
               88 fd-bim-fechado                        value "FECHADO".
      *> último fechamento e última reabertura (data e login), com a
      *> justificativa da reabertura
           05 fd-bim-data-fechamento               pic 9(08).
           05 fd-bim-oper-fechamento               pic x(08).
           05 fd-bim-data-reabertura               pic 9(08).
           05 fd-bim-oper-reabertura               pic x(08).
           05 fd-bim-justificativa                 pic x(30).
