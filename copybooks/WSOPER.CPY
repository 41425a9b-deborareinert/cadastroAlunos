      *>----------------------------------------------------------------
      *>  WSOPER.CPY
      *>  Area de trabalho (working-storage) espelhando fd-operadores,
      *>  conforme CADOPER.CPY.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (identificacao/nome/senha/
      *>                  perfil/situacao/data de cadastro)
      *>----------------------------------------------------------------
       01  ws-operadores.
           05  ws-ope-id                           pic x(10).
           05  ws-ope-nome                         pic x(25).
           05  ws-ope-senha                        pic x(10).
           05  ws-ope-perfil                       pic x(12).
               88  ws-ope-perfil-valido            values "SECRETARIA  "
                                                          "FINANCEIRO  "
                                                          "COORDENACAO "
                                                          "DIRECAO     ".
           05  ws-ope-situacao                     pic x(01).
               88  ws-ope-situacao-valida          values "A" "I".
           05  ws-ope-data-cadastro                pic 9(08).
