      *>----------------------------------------------------------------
      *> Copybook DOCUMENTO.CPY
      *> Layout do livro de registro dos documentos emitidos pela
      *> secretaria (arqDocumentos.txt), um registro por documento:
      *> declaração de matrícula, declaração de frequência,
      *> certificado de conclusão ou guia de transferência (emitida no
      *> desligamento do aluno). O número é sequencial e o código
      *> de verificação sai impresso no documento, para a escola que
      *> o receber poder confirmar a autenticidade com a secretaria.
      *>----------------------------------------------------------------
       01 fd-registro-documento.
           05 fd-doc-numero                        pic 9(06).
           05 fd-doc-tipo                          pic x(01).
               88 fd-doc-matricula                      value "M".
               88 fd-doc-frequencia                     value "F".
               88 fd-doc-certificado                    value "C".
               88 fd-doc-guia-transferencia             value "T".
           05 fd-doc-cod                           pic 9(03).
      *> nome e turma copiados do cadastro na emissão (no certificado,
      *> a turma da última série aprovada)
           05 fd-doc-nome                          pic x(40).
           05 fd-doc-turma                         pic x(03).
           05 fd-doc-data                          pic 9(08).
           05 fd-doc-hora                          pic 9(08).
           05 fd-doc-operador                      pic x(08).
           05 fd-doc-verificacao                   pic 9(08).
