      *>----------------------------------------------------------------
      *> Copybook CHAMADA.CPY
      *> Layout do registro da chamada diária (arqChamada.txt), um
      *> registro por aluno em cada chamada feita (turma + disciplina +
      *> data), com presença ou falta nas aulas da disciplina naquele
      *> dia. A segunda chave (aluno + data + disciplina) dá a ordem
      *> por aluno usada na consolidação e no relatório de busca ativa.
      *> Depois de somada nos totais de arqFrequencia.txt pela
      *> consolidação noturna, a chamada fica marcada e não muda mais.
      *>----------------------------------------------------------------
       01 fd-registro-chamada.
           05 fd-cha-chave.
               10 fd-cha-turma                     pic x(03).
               10 fd-cha-disciplina                pic x(10).
               10 fd-cha-data                      pic 9(08).
               10 fd-cha-aluno                     pic 9(03).
           05 fd-cha-chave-aluno.
               10 fd-cha-alu-cod                   pic 9(03).
               10 fd-cha-alu-data                  pic 9(08).
               10 fd-cha-alu-disc                  pic x(10).
      *> aulas da disciplina dadas no dia (de 1 a 6); a falta vale
      *> para todas elas
           05 fd-cha-aulas                         pic 9(01).
           05 fd-cha-presenca                      pic x(01).
               88 fd-cha-presente                       value "P".
               88 fd-cha-falta                          value "F".
           05 fd-cha-consolidada                   pic x(01).
               88 fd-cha-ja-consolidada                 value "S".
      *> login de quem fez (ou corrigiu por último) a chamada
           05 fd-cha-operador                      pic x(08).
