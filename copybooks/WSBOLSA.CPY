      *>----------------------------------------------------------------
      *>  WSBOLSA.CPY
      *>  Area de trabalho (working-storage) espelhando fd-bolsas,
      *>  conforme CADBOLSA.CPY.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/ano letivo/tipo/
      *>                  percentual/vigencia/autorizacao)
      *>----------------------------------------------------------------
       01  ws-bolsas.
           05  ws-bol-chave.
               10  ws-bol-codigo                   pic 9(06).
               10  ws-bol-ano-letivo               pic 9(04).
           05  ws-bol-tipo                         pic x(12).
               88  ws-bol-tipo-valido              values "BOLSA       "
                                                          "IRMAOS      "
                                                          "FUNCIONARIO "
                                                          "CONVENIO    ".
           05  ws-bol-percentual                   pic 9(03)v99.
           05  ws-bol-competencia-ini              pic 9(06).
           05  ws-bol-competencia-fim              pic 9(06).
           05  ws-bol-autorizado-por               pic x(25).
           05  ws-bol-data-autorizacao             pic 9(08).
