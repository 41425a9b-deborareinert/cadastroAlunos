      *>----------------------------------------------------------------
      *>  CADBUSCA.CPY
      *>  Layout do registro de acompanhamento da busca ativa de
      *>  alunos infrequentes (arqBuscaAtiva). Um registro por
      *>  aluno/data/sequencia, com a etapa do caso (contato feito,
      *>  retorno da familia, encaminhamento ao Conselho Tutelar ou
      *>  encerramento), a descricao e o operador que registrou. A
      *>  situacao do caso no ano letivo e a da ultima etapa
      *>  registrada (ver relatorioBuscaAtiva).
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/data/sequencia/etapa/
      *>                  descricao/operador)
      *>----------------------------------------------------------------
       01  fd-busca-ativa.
           05  fd-bat-chave.
               10  fd-bat-codigo                   pic 9(06).
               10  fd-bat-data                     pic 9(08).
               10  fd-bat-seq                      pic 9(02).
           05  fd-bat-etapa                        pic x(16).
               88  fd-bat-contato                  value "CONTATO         ".
               88  fd-bat-retorno-familia          value "RETORNO FAMILIA ".
               88  fd-bat-conselho-tutelar         value "CONSELHO TUTELAR".
               88  fd-bat-encerrado                value "ENCERRADO       ".
           05  fd-bat-descricao                    pic x(60).
           05  fd-bat-operador                     pic x(10).
