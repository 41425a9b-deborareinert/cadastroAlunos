      *>----------------------------------------------------------------
      *>  WSBUSCA.CPY
      *>  Area de trabalho (working-storage) espelhando
      *>  fd-busca-ativa, conforme CADBUSCA.CPY.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/data/sequencia/etapa/
      *>                  descricao/operador)
      *>----------------------------------------------------------------
       01  ws-busca-ativa.
           05  ws-bat-chave.
               10  ws-bat-codigo                   pic 9(06).
               10  ws-bat-data                     pic 9(08).
               10  ws-bat-seq                      pic 9(02).
           05  ws-bat-etapa                        pic x(16).
               88  ws-bat-etapa-valida             values "CONTATO         "
                                                          "RETORNO FAMILIA "
                                                          "CONSELHO TUTELAR"
                                                          "ENCERRADO       ".
           05  ws-bat-descricao                    pic x(60).
           05  ws-bat-operador                     pic x(10).
