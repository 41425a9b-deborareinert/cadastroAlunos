      *>----------------------------------------------------------------
      *>  01/09/2026 dr   layout original (codigo/data/sequencia/tipo/
      *>                  descricao/responsavel)
      *>  15/10/2026 dr   responsavel passa a ser a identificacao do
      *>                  operador logado no lista11exercicio3v2, em
      *>                  vez de digitado
      *>----------------------------------------------------------------
       01  fd-ocorrencias.
           05  fd-oco-chave.
