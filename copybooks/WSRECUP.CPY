      *>----------------------------------------------------------------
      *>  WSRECUP.CPY
      *>  Area de trabalho (working-storage) espelhando fd-recuperacao,
      *>  conforme CADRECUP.CPY.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/ano letivo/disciplina/
      *>                  media/nota do exame/resultado/data do exame)
      *>----------------------------------------------------------------
       01  ws-recuperacao.
           05  ws-rec-chave.
               10  ws-rec-codigo                   pic 9(06).
               10  ws-rec-ano-letivo               pic 9(04).
               10  ws-rec-disciplina               pic x(15).
           05  ws-rec-media-disciplina             pic 9(02)v99.
           05  ws-rec-nota-exame                   pic 9(02)v99.
           05  ws-rec-resultado                    pic x(12).
           05  ws-rec-data-exame                   pic 9(08).
