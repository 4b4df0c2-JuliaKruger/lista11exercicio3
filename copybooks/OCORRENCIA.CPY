      *>----------------------------------------------------------------
      *> Copybook OCORRENCIA.CPY
      *> Layout do livro de ocorrências disciplinares
      *> (arqOcorrencias.txt), um registro por ocorrência: incidente de
      *> comportamento, advertência, suspensão ou reunião com os
      *> responsáveis. A chave é o aluno, a data e um sequencial do dia,
      *> para as ocorrências de cada aluno saírem em ordem de data. Na
      *> suspensão, o período (início e fim) é o dos dias em que o aluno
      *> ficou afastado; as faltas da chamada nesses dias são
      *> justificadas e não entram nas faltas da frequência.
      *>----------------------------------------------------------------
       01 fd-registro-ocorrencia.
           05 fd-oco-chave.
               10 fd-oco-aluno                     pic 9(03).
               10 fd-oco-data                      pic 9(08).
               10 fd-oco-seq                       pic 9(02).
      *> turma do aluno na data da ocorrência (para o resumo por turma)
           05 fd-oco-turma                         pic x(03).
           05 fd-oco-tipo                          pic x(01).
               88 fd-oco-incidente                      value "I".
               88 fd-oco-advertencia                    value "A".
               88 fd-oco-suspensao                      value "S".
               88 fd-oco-reuniao                        value "R".
           05 fd-oco-gravidade                     pic x(01).
               88 fd-oco-leve                           value "L".
               88 fd-oco-media                          value "M".
               88 fd-oco-grave                          value "G".
           05 fd-oco-descricao                     pic x(60).
      *> providência tomada pela escola
           05 fd-oco-providencia                   pic x(40).
           05 fd-oco-resp-notificado               pic x(01).
               88 fd-oco-notificado                     value "S".
      *> período da suspensão (AAAAMMDD; zero nos demais tipos)
           05 fd-oco-susp-inicio                   pic 9(08).
           05 fd-oco-susp-fim                      pic 9(08).
      *> login de quem registrou (ou alterou por último) a ocorrência
           05 fd-oco-operador                      pic x(08).
