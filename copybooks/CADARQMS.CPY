      *>----------------------------------------------------------------
      *>  CADARQMS.CPY
      *>  Layout do registro do arquivo morto de mensalidades
      *>  (arqMensArquivo). Mensalidades PAGAS dos alunos arquivados
      *>  pelo arquivaAlunos, com a mesma chave aluno/competencia de
      *>  arqMensalidades, a data do arquivamento e a imagem do
      *>  registro (CADMENS.CPY, 108 posicoes). Voltam para
      *>  arqMensalidades na reativacao do aluno.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/competencia/data/
      *>                  registro da mensalidade)
      *>----------------------------------------------------------------
       01  fd-mens-arquivo.
           05  fd-am-chave.
               10  fd-am-codigo                    pic 9(06).
               10  fd-am-competencia               pic 9(06).
           05  fd-am-data-arquivamento             pic 9(08).
           05  fd-am-registro                      pic x(108).
