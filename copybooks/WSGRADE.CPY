      *>----------------------------------------------------------------
      *>  WSGRADE.CPY
      *>  Area de trabalho (working-storage) espelhando
      *>  fd-grade-curricular, conforme CADGRADE.CPY.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (serie/disciplina)
      *>----------------------------------------------------------------
       01  ws-grade-curricular.
           05  ws-grd-chave.
               10  ws-grd-serie                    pic 9(01).
               10  ws-grd-disciplina               pic x(04).
