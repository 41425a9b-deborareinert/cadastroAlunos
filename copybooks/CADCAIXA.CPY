      *>----------------------------------------------------------------
      *>  CADCAIXA.CPY
      *>  Layout do registro de fechamento de caixa diario
      *>  (arqFechamentoCaixa). Um registro por data de pagamento
      *>  fechada, gravado na primeira emissao do fechamentoCaixa para
      *>  a data, com a data/hora do fechamento e da ultima emissao e
      *>  os totais do dia. Baixa com data de pagamento de dia ja
      *>  fechado, registrada depois do fechamento, e apontada como
      *>  retroativa no fechamento seguinte.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (data/data-hora do fechamento
      *>                  e da ultima emissao/quantidade/valor pago/
      *>                  retroativas)
      *>----------------------------------------------------------------
       01  fd-fechamento-caixa.
           05  fd-fcx-data                         pic 9(08).
           05  fd-fcx-dthora-fechamento            pic x(14).
           05  fd-fcx-dthora-emissao               pic x(14).
           05  fd-fcx-qtde-baixas                  pic 9(05).
           05  fd-fcx-valor-pago                   pic 9(07)v99.
           05  fd-fcx-qtde-retroativas             pic 9(05).
