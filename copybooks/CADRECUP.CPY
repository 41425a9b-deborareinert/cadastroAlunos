      *>----------------------------------------------------------------
      *>  CADRECUP.CPY
      *>  Layout do registro do exame de recuperacao (arqRecuperacao).
      *>  Um registro por aluno/ano letivo/disciplina, com a media da
      *>  disciplina antes do exame, a nota do exame e o resultado na
      *>  disciplina pela media de corte dos parametros da escola.
      *>  A disciplina e o nome do cadastro de disciplinas, o mesmo
      *>  gravado em arqNotasDisc e em arqHistEscolar.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/ano letivo/disciplina/
      *>                  media/nota do exame/resultado/data do exame)
      *>----------------------------------------------------------------
       01  fd-recuperacao.
           05  fd-rec-chave.
               10  fd-rec-codigo                   pic 9(06).
               10  fd-rec-ano-letivo               pic 9(04).
               10  fd-rec-disciplina               pic x(15).
           05  fd-rec-media-disciplina             pic 9(02)v99.
           05  fd-rec-nota-exame                   pic 9(02)v99.
           05  fd-rec-resultado                    pic x(12).
               88  fd-rec-aprovado                 value "APROVADO    ".
               88  fd-rec-reprovado                value "REPROVADO   ".
           05  fd-rec-data-exame                   pic 9(08).
