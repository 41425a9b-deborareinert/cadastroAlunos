      *>                  (ou que ja esta pago) sai no relatorio de
      *>                  criticas com o motivo e os totais; registro de
      *>                  inicio/fim no controle de batch (arqCtrlBatch)
      *>  15/10/2026 dr   retorno de mensalidade coberta por bolsa
      *>                  integral (forma BOLSA) rejeitado com motivo
      *>                  proprio; mensalidade com bolsa/desconto
      *>                  individual e baixada pelo valor ja com a bolsa
      *>                  (gravado na geracao/manutencao da bolsa) e
      *>                  contada a parte nos totais
      *>  15/10/2026 dr   baixa pelo retorno grava BATCH como operador
      *>                  da baixa (CADMENS.CPY)
      *>  15/10/2026 dr   baixa pelo retorno grava a data/hora de
      *>                  registro da baixa (inicio da execucao), usada
      *>                  pelo fechamentoCaixa
      *>----------------------------------------------------------------


           05  ws-qtde-lidos                        pic 9(05) value 0.
           05  ws-qtde-baixadas                     pic 9(05) value 0.
           05  ws-qtde-rejeitados                   pic 9(05) value 0.
           05  ws-qtde-com-bolsa                    pic 9(05) value 0.
           05  ws-valor-total-baixado               pic 9(07)v99 value 0.
           05  ws-valor-ed                          pic zzzzzz9,99.

           display "Retornos lidos        : " ws-qtde-lidos
           display "Mensalidades baixadas : " ws-qtde-baixadas
           display "Retornos rejeitados   : " ws-qtde-rejeitados
           display "Baixadas com bolsa    : " ws-qtde-com-bolsa
           display "Valor total baixado   : " ws-valor-ed

           .
               read arqMensalidades
               evaluate ws-fs-arqMensalidades
                   when 00
                       evaluate true
                           when fd-men-paga
                            and fd-men-forma-pagamento = "BOLSA"
                               move "MENSALIDADE COBERTA POR BOLSA INTEGRAL"    to   ws-motivo
                               perform rejeitar-retorno

                           when fd-men-paga
                               move "MENSALIDADE JA PAGA"     to   ws-motivo
                               perform rejeitar-retorno

                           when other
                               perform baixar-mensalidade
                       end-evaluate

                   when 23
                       move "CHAVE CODIGO/COMPETENCIA INEXISTENTE"    to   ws-motivo
           move fd-ret-data-pagamento    to   fd-men-data-pagamento
           move fd-ret-valor-pago        to   fd-men-valor-pago
           move "BANCO"                  to   fd-men-forma-pagamento
           move "BATCH"                  to   fd-men-operador-baixa
           move ws-ctl-dthora            to   fd-men-dthora-baixa

           rewrite fd-mensalidades
           if ws-fs-arqMensalidades <> 00

           add 1                     to   ws-qtde-baixadas
           add fd-ret-valor-pago     to   ws-valor-total-baixado
           if fd-men-tipo-desconto <> space
               add 1    to   ws-qtde-com-bolsa
           end-if

           .
       baixar-mensalidade-exit.
           move ws-qtde-rejeitados            to   ws-lt-qtde
           write fd-linha-criticas    from   ws-linha-total

           move "Baixadas com bolsa    : "    to   ws-lt-texto
           move ws-qtde-com-bolsa             to   ws-lt-qtde
           write fd-linha-criticas    from   ws-linha-total

           write fd-linha-criticas    from   ws-linha-separador

           .
