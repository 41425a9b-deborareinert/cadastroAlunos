      *>                  gravada por geraMensalidades e usada na baixa
      *>                  para calcular multa, juros por dia de atraso e
      *>                  desconto de pontualidade
      *>  15/10/2026 dr   incluidos o valor cheio da serie, o tipo e o
      *>                  percentual da bolsa/desconto individual
      *>                  aplicado (arqBolsas, CADBOLSA.CPY); o valor
      *>                  da mensalidade passa a ser o valor ja com a
      *>                  bolsa. Tipo em branco = sem bolsa/desconto
      *>                  (registro passa de 60 para 84 posicoes)
      *>  15/10/2026 dr   incluido o operador que fez a baixa (login do
      *>                  lista11exercicio3v2, BATCH nas baixas feitas
      *>                  pelos programas batch); registro passa de 84
      *>                  para 94 posicoes
      *>  15/10/2026 dr   incluida a data/hora em que a baixa foi
      *>                  registrada (AAAAMMDDHHMMSS), para o
      *>                  fechamento de caixa apontar baixa lancada
      *>                  depois do dia ja fechado; registro passa de 94
      *>                  para 108 posicoes
      *>----------------------------------------------------------------
       01  fd-mensalidades.
           05  fd-men-chave.
           05  fd-men-valor-pago                   pic 9(05)v99.
           05  fd-men-forma-pagamento              pic x(10).
           05  fd-men-vencimento                   pic 9(08).
           05  fd-men-valor-cheio                  pic 9(05)v99.
           05  fd-men-tipo-desconto                pic x(12).
           05  fd-men-perc-desconto                pic 9(03)v99.
           05  fd-men-operador-baixa               pic x(10).
           05  fd-men-dthora-baixa                 pic x(14).
