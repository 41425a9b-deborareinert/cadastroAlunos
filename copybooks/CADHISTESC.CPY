      *>----------------------------------------------------------------
      *>  01/09/2026 dr   layout original (codigo/ano letivo/disciplina/
      *>                  notas/media/frequencia/situacao)
      *>  15/10/2026 dr   incluida a nota do exame de recuperacao da
      *>                  disciplina (indicador de exame realizado e
      *>                  nota, de arqRecuperacao)
      *>  15/10/2026 dr   incluida a turma do aluno no ano letivo, para
      *>                  a ata de resultados finais da turma depois da
      *>                  rematricula (registro passa de 67 para 72
      *>                  posicoes)
      *>----------------------------------------------------------------
       01  fd-hist-escolar.
           05  fd-he-chave.
           05  fd-he-media                         pic 9(02)v99.
           05  fd-he-frequencia                    pic 9(03)v99.
           05  fd-he-situacao                      pic x(12).
           05  fd-he-fez-recuperacao               pic x(01).
           05  fd-he-nota-recuperacao              pic 9(02)v99.
           05  fd-he-turma                         pic x(05).
