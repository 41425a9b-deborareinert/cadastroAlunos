      *>----------------------------------------------------------------
      *>  WSDISC.CPY
      *>  Area de trabalho (working-storage) espelhando
      *>  fd-disciplinas, conforme CADDISC.CPY.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/nome/carga horaria)
      *>----------------------------------------------------------------
       01  ws-disciplinas.
           05  ws-dis-codigo                       pic x(04).
           05  ws-dis-nome                         pic x(15).
           05  ws-dis-carga-horaria                pic 9(04).
