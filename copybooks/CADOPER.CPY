      *>----------------------------------------------------------------
      *>  CADOPER.CPY
      *>  Layout do registro de operadores do sistema (arqOperadores).
      *>  Um registro por operador, com nome, senha, perfil de acesso
      *>  (SECRETARIA, FINANCEIRO, COORDENACAO ou DIRECAO) e situacao.
      *>  O perfil define as opcoes do menu liberadas no
      *>  lista11exercicio3v2, e a identificacao do operador e gravada
      *>  nas trilhas de auditoria (exclusoes, historico de
      *>  alteracoes, ocorrencias e baixas de mensalidade).
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (identificacao/nome/senha/
      *>                  perfil/situacao/data de cadastro)
      *>----------------------------------------------------------------
       01  fd-operadores.
           05  fd-ope-id                           pic x(10).
           05  fd-ope-nome                         pic x(25).
           05  fd-ope-senha                        pic x(10).
           05  fd-ope-perfil                       pic x(12).
               88  fd-ope-secretaria               value "SECRETARIA  ".
               88  fd-ope-financeiro               value "FINANCEIRO  ".
               88  fd-ope-coordenacao              value "COORDENACAO ".
               88  fd-ope-direcao                  value "DIRECAO     ".
           05  fd-ope-situacao                     pic x(01).
               88  fd-ope-ativo                    value "A".
               88  fd-ope-inativo                  value "I".
           05  fd-ope-data-cadastro                pic 9(08).
