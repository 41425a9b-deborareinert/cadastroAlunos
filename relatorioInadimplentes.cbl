      *>  22/08/2026 dr   codigo do aluno ampliado para seis digitos
      *>  22/08/2026 dr   registro de inicio/fim da execucao no
      *>                  controle de batch (arqCtrlBatch)
      *>  15/10/2026 dr   so lista a mensalidade ABERTA ja vencida
      *>                  (vencimento anterior a data atual); as
      *>                  competencias futuras geradas pelo emiteCarne
      *>                  nao sao inadimplencia
      *>----------------------------------------------------------------



       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-data-atual                        pic 9(08).
           05  ws-qtde-abertas                      pic 9(05) value 0.
           05  ws-valor-total-aberto                pic 9(07)v99 value 0.

           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo               pic x(110)
           value "RELATORIO DE INADIMPLENTES - MENSALIDADES VENCIDAS EM ABERTO".

       01  ws-linha-colunas.
           05  filler                              pic x(08) value "Codigo".

           perform registrar-inicio

           accept ws-data-atual from date yyyymmdd

           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos

      *>------------------------------------------------------------------------
      *>  Processamento - le arqMensalidades do inicio ao fim e imprime
      *>  uma linha por mensalidade em aberto ja vencida, com os dados
      *>  de contato do aluno buscados em arqCadAlunos
      *>------------------------------------------------------------------------
       processamento section.

               end-if

               if fd-men-aberta
               and fd-men-vencimento < ws-data-atual
                   perform imprimir-inadimplente
               end-if

