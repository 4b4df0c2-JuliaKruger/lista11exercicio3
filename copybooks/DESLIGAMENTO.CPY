      *>----------------------------------------------------------------
      *> Copybook DESLIGAMENTO.CPY
      *> Layout do registro de desligamento de aluno
      *> (arqDesligamentos.txt), um registro por saída formal da
      *> escola: o motivo, a data da saída e o que foi feito junto com
      *> ela (mensalidades canceladas, guia de transferência emitida e
      *> aluno chamado da fila de espera para a vaga aberta). A chave é
      *> o aluno e a data, porque um aluno reativado pode sair de novo.
      *>----------------------------------------------------------------
       01 fd-registro-desligamento.
           05 fd-desl-chave.
               10 fd-desl-cod                      pic 9(03).
               10 fd-desl-data                     pic 9(08).
           05 fd-desl-motivo                       pic x(01).
               88 fd-desl-transferencia                 value "T".
               88 fd-desl-abandono                      value "A".
               88 fd-desl-mudanca                       value "M".
               88 fd-desl-falecimento                   value "F".
      *> escola para onde o aluno vai (só na transferência)
           05 fd-desl-escola-destino               pic x(40).
      *> turma e ano letivo em que o aluno estava na saída
           05 fd-desl-turma                        pic x(03).
           05 fd-desl-ano                          pic 9(04).
           05 fd-desl-mens-canceladas              pic 9(02).
      *> número da guia de transferência no livro de registro dos
      *> documentos (zero = sem guia, caso do falecimento)
           05 fd-desl-guia                         pic 9(06).
      *> aluno da fila de espera que recebeu a vaga (zero = ninguém)
           05 fd-desl-fila-chamado                 pic 9(03).
           05 fd-desl-operador                     pic x(08).
