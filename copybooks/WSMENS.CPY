      *>  22/08/2026 dr   codigo do aluno ampliado para seis digitos
      *>  01/09/2026 dr   incluida a data de vencimento, conforme
      *>                  CADMENS.CPY
      *>  15/10/2026 dr   incluidos o valor cheio e o tipo/percentual
      *>                  da bolsa/desconto, conforme CADMENS.CPY
      *>  15/10/2026 dr   incluido o operador da baixa, conforme
      *>                  CADMENS.CPY
      *>  15/10/2026 dr   incluida a data/hora de registro da baixa,
      *>                  conforme CADMENS.CPY
      *>----------------------------------------------------------------
       01  ws-mensalidades.
           05  ws-men-chave.
           05  ws-men-valor-pago                   pic 9(05)v99.
           05  ws-men-forma-pagamento              pic x(10).
           05  ws-men-vencimento                   pic 9(08).
           05  ws-men-valor-cheio                  pic 9(05)v99.
           05  ws-men-tipo-desconto                pic x(12).
           05  ws-men-perc-desconto                pic 9(03)v99.
           05  ws-men-operador-baixa               pic x(10).
           05  ws-men-dthora-baixa                 pic x(14).
