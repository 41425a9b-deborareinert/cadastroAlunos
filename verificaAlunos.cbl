      *>  01/09/2026 dr   situacao TRANSFERIDO aceita como valida e
      *>                  registro do aluno ampliado para 180 posicoes
      *>                  (CADALUNO.CPY)
      *>  15/10/2026 dr   registro do log de exclusoes com o operador
      *>                  que fez a exclusao, como gravado pelo
      *>                  lista11exercicio3v2 e importaMovimentos
      *>----------------------------------------------------------------


       01  fd-exclusao.
           05  fd-exc-dthora                       pic x(14).
           05  fd-exc-registro                     pic x(180).
           05  fd-exc-operador                     pic x(10).

       fd  relVerificacao.
       01  fd-linha-verificacao                    pic x(90).
