      *>----------------------------------------------------------------
      *>  CADARQAL.CPY
      *>  Layout do registro do arquivo morto de alunos
      *>  (arqAlunosArquivo). Um registro por aluno inativo retirado do
      *>  cadastro ativo pelo arquivaAlunos (TRANSFERIDO ou que deixou
      *>  a escola depois do fechamento do ano letivo), com a data e o
      *>  motivo do arquivamento e a imagem do registro de
      *>  arqCadAlunos (CADALUNO.CPY, 180 posicoes) como estava no
      *>  cadastro. Consultado pelo codigo e reativado na rematricula
      *>  pelo lista11exercicio3v2.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/data/motivo/registro
      *>                  do cadastro)
      *>----------------------------------------------------------------
       01  fd-aluno-arquivo.
           05  fd-aa-codigo                        pic 9(06).
           05  fd-aa-data-arquivamento             pic 9(08).
           05  fd-aa-motivo                        pic x(12).
               88  fd-aa-transferido               value "TRANSFERIDO ".
               88  fd-aa-desligado                 value "DESLIGADO   ".
           05  fd-aa-registro                      pic x(180).
