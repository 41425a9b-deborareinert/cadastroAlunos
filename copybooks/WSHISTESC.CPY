      *>----------------------------------------------------------------
      *>  01/09/2026 dr   layout original (codigo/ano letivo/disciplina/
      *>                  notas/media/frequencia/situacao)
      *>  15/10/2026 dr   incluida a nota do exame de recuperacao da
      *>                  disciplina (indicador de exame realizado e
      *>                  nota, de arqRecuperacao)
      *>  15/10/2026 dr   incluida a turma do aluno no ano letivo,
      *>                  conforme CADHISTESC.CPY
      *>----------------------------------------------------------------
       01  ws-hist-escolar.
           05  ws-he-chave.
           05  ws-he-media                         pic 9(02)v99.
           05  ws-he-frequencia                    pic 9(03)v99.
           05  ws-he-situacao                      pic x(12).
           05  ws-he-fez-recuperacao               pic x(01).
           05  ws-he-nota-recuperacao              pic 9(02)v99.
           05  ws-he-turma                         pic x(05).
