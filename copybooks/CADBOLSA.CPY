      *>----------------------------------------------------------------
      *>  CADBOLSA.CPY
      *>  Layout do registro de bolsas e descontos individuais
      *>  (arqBolsas). Um registro por aluno/ano letivo, com o tipo
      *>  (bolsa de estudo, desconto de irmaos, de funcionario ou de
      *>  convenio), o percentual sobre o valor da serie, a vigencia
      *>  (competencia inicial e final, AAAAMM) e quem autorizou.
      *>  Aplicado por geraMensalidades na geracao da competencia e
      *>  pela manutencao de bolsas (lista11exercicio3v2) nas
      *>  mensalidades ainda em aberto do ano.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/ano letivo/tipo/
      *>                  percentual/vigencia/autorizacao)
      *>----------------------------------------------------------------
       01  fd-bolsas.
           05  fd-bol-chave.
               10  fd-bol-codigo                   pic 9(06).
               10  fd-bol-ano-letivo               pic 9(04).
           05  fd-bol-tipo                         pic x(12).
               88  fd-bol-tipo-bolsa               value "BOLSA       ".
               88  fd-bol-tipo-irmaos              value "IRMAOS      ".
               88  fd-bol-tipo-funcionario         value "FUNCIONARIO ".
               88  fd-bol-tipo-convenio            value "CONVENIO    ".
           05  fd-bol-percentual                   pic 9(03)v99.
           05  fd-bol-competencia-ini              pic 9(06).
           05  fd-bol-competencia-fim              pic 9(06).
           05  fd-bol-autorizado-por               pic x(25).
           05  fd-bol-data-autorizacao             pic 9(08).
