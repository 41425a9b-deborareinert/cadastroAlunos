      *>----------------------------------------------------------------
      *>  CADAVISO.CPY
      *>  Layout do registro de controle dos avisos ja enviados aos
      *>  responsaveis por SMS/e-mail (arqAvisosEnviados). Um registro
      *>  por aluno/tipo de aviso/referencia, gravado pelo geraAvisos
      *>  quando o aviso vai para o arquivo do provedor, para que o
      *>  mesmo aviso nunca seja enviado duas vezes. A referencia
      *>  identifica o fato avisado:
      *>    NOTA        disciplina (15) + bimestre (1) + ano letivo (4)
      *>    FREQUENCIA  ano/mes da frequencia (AAAAMM)
      *>    MENSALIDADE competencia (AAAAMM)
      *>    OCORRENCIA  data (AAAAMMDD) + sequencia da ocorrencia
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/tipo/referencia/data
      *>                  do envio/telefone)
      *>  15/10/2026 dr   referencia de NOTA com o ano letivo
      *>----------------------------------------------------------------
       01  fd-aviso-enviado.
           05  fd-ave-chave.
               10  fd-ave-codigo                   pic 9(06).
               10  fd-ave-tipo                     pic x(12).
                   88  fd-ave-nota                 value "NOTA        ".
                   88  fd-ave-frequencia           value "FREQUENCIA  ".
                   88  fd-ave-mensalidade          value "MENSALIDADE ".
                   88  fd-ave-ocorrencia           value "OCORRENCIA  ".
               10  fd-ave-referencia               pic x(20).
           05  fd-ave-data-envio                   pic 9(08).
           05  fd-ave-telefone                     pic x(15).
