      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorioDescontos".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - relatorio mensal das bolsas
      *>                  e descontos individuais concedidos: para a
      *>                  competencia informada (em branco = mes
      *>                  corrente), totaliza por tipo de bolsa/desconto
      *>                  e turma as mensalidades com desconto de
      *>                  arqMensalidades (quantidade, valor cheio da
      *>                  serie, desconto concedido e valor cobrado),
      *>                  com subtotal por tipo e total geral, para a
      *>                  direcao acompanhar a receita renunciada;
      *>                  registro de inicio/fim no controle de batch
      *>                  (arqCtrlBatch)
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCadAlunos assign to "arqCadAlunos.dat"
           organization is indexed
           access mode is random
           record key is fd-codigo
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunos.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is sequential
           record key is fd-men-chave
           file status is ws-fs-arqMensalidades.

           select relDescontos assign to "descontos.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relDescontos.

           select arqCtrlBatch assign to "arqCtrlBatch.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCtrlBatch.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqCadAlunos.
           copy "CADALUNO.CPY".

       fd  arqMensalidades.
           copy "CADMENS.CPY".

       fd  relDescontos.
       01  fd-linha-descontos                      pic x(90).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-relDescontos                         pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-competencia                       pic 9(06).
           05  ws-data-atual                        pic 9(08).
           05  ws-turma                             pic x(05).
           05  ws-valor-desconto                    pic 9(05)v99.
           05  ws-ind                               pic 9(03) comp.
           05  ws-ind-achado                        pic 9(03) comp.
           05  ws-qtde-itens                        pic 9(03) comp value 0.
           05  ws-achou-item                        pic x(01).
           05  ws-tipo-ant                          pic x(12).
           05  ws-qtde-lidos                        pic 9(05) value 0.
           05  ws-qtde-com-desconto                 pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "relatorioDescontos".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

      *>----Totais por tipo de bolsa/desconto e turma, mantidos em
      *>----ordem de tipo/turma para a impressao com subtotal por tipo
       01  ws-tabela-descontos.
           05  ws-desconto-ocor   occurs 200 times.
               10  ws-tb-chave.
                   15  ws-tb-tipo                    pic x(12).
                   15  ws-tb-turma                   pic x(05).
               10  ws-tb-qtde                        pic 9(05) comp.
               10  ws-tb-valor-cheio                 pic 9(09)v99.
               10  ws-tb-valor-desconto              pic 9(09)v99.

       01  ws-item-desconto.
           05  ws-it-chave.
               10  ws-it-tipo                        pic x(12).
               10  ws-it-turma                       pic x(05).
           05  ws-it-qtde                            pic 9(05) comp.
           05  ws-it-valor-cheio                     pic 9(09)v99.
           05  ws-it-valor-desconto                  pic 9(09)v99.

       01  ws-totais.
           05  ws-sub-qtde                          pic 9(05).
           05  ws-sub-valor-cheio                   pic 9(09)v99.
           05  ws-sub-valor-desconto                pic 9(09)v99.
           05  ws-tot-qtde                          pic 9(05).
           05  ws-tot-valor-cheio                   pic 9(09)v99.
           05  ws-tot-valor-desconto                pic 9(09)v99.

       01  ws-linha-titulo.
           05  filler                               pic x(52)
               value "RELATORIO DE BOLSAS E DESCONTOS - COMPETENCIA ".
           05  ws-lt-competencia                    pic 9(06).

       01  ws-linha-colunas.
           05  filler                              pic x(14) value "Tipo".
           05  filler                              pic x(08) value "Turma".
           05  filler                              pic x(08) value "Mens.".
           05  filler                              pic x(16) value "Valor cheio".
           05  filler                              pic x(16) value "Desconto".
           05  filler                              pic x(16) value "Valor cobrado".

       01  ws-linha-detalhe.
           05  ws-ld-tipo                           pic x(14).
           05  ws-ld-turma                          pic x(08).
           05  ws-ld-qtde                           pic zzzz9.
           05  filler                               pic x(03).
           05  ws-ld-valor-cheio                    pic zzzzzzzz9,99.
           05  filler                               pic x(04).
           05  ws-ld-valor-desconto                 pic zzzzzzzz9,99.
           05  filler                               pic x(04).
           05  ws-ld-valor-cobrado                  pic zzzzzzzz9,99.

       01  ws-linha-branco                          pic x(90) value space.

       01  ws-linha-separador                       pic x(90)
           value all "-".



      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform imprimir-relatorio.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open extend arqCtrlBatch
           if ws-fs-arqCtrlBatch  <> 00
           and ws-fs-arqCtrlBatch <> 05 then
               display "Erro ao abrir arquivo: (arqCtrlBatch) " ws-fs-arqCtrlBatch
               stop run
           end-if

           perform registrar-inicio

           display "Competencia (AAAAMM, em branco = mes corrente): "
           accept ws-competencia
           if ws-competencia is not numeric
            or ws-competencia = 0
            or ws-competencia(5:2) < "01"
            or ws-competencia(5:2) > "12"
               accept ws-data-atual from date yyyymmdd
               move ws-data-atual(1:6)    to   ws-competencia
               display "Competencia assumida: " ws-competencia
           end-if

           open input arqMensalidades
           if ws-fs-arqMensalidades  <> 00 then
               display "Erro ao abrir arquivo: (arqMensalidades) " ws-fs-arqMensalidades
               perform abortar-execucao
           end-if

           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if

           open output relDescontos
           if ws-fs-relDescontos  <> 00 then
               display "Erro ao abrir arquivo: (descontos.lst) " ws-fs-relDescontos
               perform abortar-execucao
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - le arqMensalidades do inicio ao fim e
      *>  acumula por tipo/turma as mensalidades da competencia com
      *>  bolsa/desconto aplicado
      *>------------------------------------------------------------------------
       processamento section.

           read arqMensalidades next
           if ws-fs-arqMensalidades = 10
               move "S"    to   ws-fim-arquivo
           end-if

           perform until ws-fim-arquivo = "S"

               if ws-fs-arqMensalidades <> 00
                   display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                   perform abortar-execucao
               end-if

               if fd-men-competencia = ws-competencia
                   add 1    to   ws-qtde-lidos
                   if fd-men-tipo-desconto <> space
                       add 1    to   ws-qtde-com-desconto
                       perform obter-turma-aluno
                       perform acumular-desconto
                   end-if
               end-if

               read arqMensalidades next
               if ws-fs-arqMensalidades = 10
                   move "S"    to   ws-fim-arquivo
               end-if

           end-perform

           display "Mensalidades da competencia : " ws-qtde-lidos
           display "Com bolsa/desconto          : " ws-qtde-com-desconto
           display "Relatorio em: descontos.lst"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca a turma atual do aluno da mensalidade no cadastro;
      *>  aluno excluido fica com a turma "EXCL."
      *>------------------------------------------------------------------------
       obter-turma-aluno section.

           move fd-men-codigo    to   fd-codigo
           read arqCadAlunos
           evaluate ws-fs-arqCadAlunos
               when 00
                   move fd-turma    to   ws-turma

               when 23
                   move "EXCL."     to   ws-turma

               when other
                   display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                   perform abortar-execucao
           end-evaluate

           .
       obter-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o tipo/turma da mensalidade atual na tabela em
      *>  memoria e acumula nele a mensalidade. Tipo/turma novo e
      *>  inserido na sua posicao, deslocando os seguintes, para a
      *>  tabela ficar sempre em ordem de tipo/turma
      *>------------------------------------------------------------------------
       acumular-desconto section.

           move fd-men-tipo-desconto    to   ws-it-tipo
           move ws-turma                to   ws-it-turma

           move "N"                     to   ws-achou-item
           compute ws-ind-achado = ws-qtde-itens + 1

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-itens
                          or ws-achou-item <> "N"
               if ws-tb-chave(ws-ind) >= ws-it-chave
                   move ws-ind    to   ws-ind-achado
                   if ws-tb-chave(ws-ind) = ws-it-chave
                       move "S"    to   ws-achou-item
                   else
                       move "I"    to   ws-achou-item
                   end-if
               end-if
           end-perform

           if ws-achou-item <> "S"
               if ws-qtde-itens >= 200
                   display "Erro: limite de 200 tipos/turmas distintos excedido."
                   perform abortar-execucao
               end-if

               perform varying ws-ind from ws-qtde-itens by -1
                           until ws-ind < ws-ind-achado
                   move ws-desconto-ocor(ws-ind)    to   ws-desconto-ocor(ws-ind + 1)
               end-perform

               add 1                     to   ws-qtde-itens
               move ws-it-tipo           to   ws-tb-tipo(ws-ind-achado)
               move ws-it-turma          to   ws-tb-turma(ws-ind-achado)
               move 0                    to   ws-tb-qtde(ws-ind-achado)
               move 0                    to   ws-tb-valor-cheio(ws-ind-achado)
               move 0                    to   ws-tb-valor-desconto(ws-ind-achado)
           end-if

           compute ws-valor-desconto = fd-men-valor-cheio - fd-men-valor

           add 1                     to   ws-tb-qtde(ws-ind-achado)
           add fd-men-valor-cheio    to   ws-tb-valor-cheio(ws-ind-achado)
           add ws-valor-desconto     to   ws-tb-valor-desconto(ws-ind-achado)

           .
       acumular-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime os totais por tipo/turma, com subtotal a cada troca
      *>  de tipo e o total geral
      *>------------------------------------------------------------------------
       imprimir-relatorio section.

           move ws-competencia    to   ws-lt-competencia

           write fd-linha-descontos    from   ws-linha-separador
           write fd-linha-descontos    from   ws-linha-titulo
           write fd-linha-descontos    from   ws-linha-separador
           write fd-linha-descontos    from   ws-linha-colunas
           write fd-linha-descontos    from   ws-linha-separador

           initialize ws-totais
           move space    to   ws-tipo-ant

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-itens

               if ws-tb-tipo(ws-ind) <> ws-tipo-ant
                   if ws-tipo-ant <> space
                       perform imprimir-subtotal-tipo
                   end-if
                   move ws-tb-tipo(ws-ind)    to   ws-tipo-ant
               end-if

               move ws-desconto-ocor(ws-ind)    to   ws-item-desconto

               move ws-it-tipo              to   ws-ld-tipo
               move ws-it-turma             to   ws-ld-turma
               move ws-it-qtde              to   ws-ld-qtde
               move ws-it-valor-cheio       to   ws-ld-valor-cheio
               move ws-it-valor-desconto    to   ws-ld-valor-desconto
               compute ws-ld-valor-cobrado = ws-it-valor-cheio
                                           - ws-it-valor-desconto

               write fd-linha-descontos    from   ws-linha-detalhe
               if ws-fs-relDescontos <> 00
                   display "Erro ao gravar arquivo: (descontos.lst) " ws-fs-relDescontos
                   perform abortar-execucao
               end-if

               add ws-it-qtde              to   ws-sub-qtde
               add ws-it-valor-cheio       to   ws-sub-valor-cheio
               add ws-it-valor-desconto    to   ws-sub-valor-desconto

           end-perform

           if ws-tipo-ant <> space
               perform imprimir-subtotal-tipo
           end-if

           move "TOTAL GERAL"            to   ws-ld-tipo
           move space                    to   ws-ld-turma
           move ws-tot-qtde              to   ws-ld-qtde
           move ws-tot-valor-cheio       to   ws-ld-valor-cheio
           move ws-tot-valor-desconto    to   ws-ld-valor-desconto
           compute ws-ld-valor-cobrado = ws-tot-valor-cheio
                                       - ws-tot-valor-desconto

           write fd-linha-descontos    from   ws-linha-detalhe
           write fd-linha-descontos    from   ws-linha-separador

           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o subtotal do tipo que terminou (ws-tipo-ant), soma
      *>  no total geral e zera o subtotal
      *>------------------------------------------------------------------------
       imprimir-subtotal-tipo section.

           move "  Subtotal"             to   ws-ld-tipo
           move space                    to   ws-ld-turma
           move ws-sub-qtde              to   ws-ld-qtde
           move ws-sub-valor-cheio       to   ws-ld-valor-cheio
           move ws-sub-valor-desconto    to   ws-ld-valor-desconto
           compute ws-ld-valor-cobrado = ws-sub-valor-cheio
                                       - ws-sub-valor-desconto

           write fd-linha-descontos    from   ws-linha-detalhe
           write fd-linha-descontos    from   ws-linha-branco

           add ws-sub-qtde              to   ws-tot-qtde
           add ws-sub-valor-cheio       to   ws-tot-valor-cheio
           add ws-sub-valor-desconto    to   ws-tot-valor-desconto

           move 0    to   ws-sub-qtde
           move 0    to   ws-sub-valor-cheio
           move 0    to   ws-sub-valor-desconto

           .
       imprimir-subtotal-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o inicio da execucao no controle de batch
      *>------------------------------------------------------------------------
       registrar-inicio section.

           move "I"      to   ws-ctl-tipo
           move space    to   ws-ctl-status
           perform gravar-controle-batch

           .
       registrar-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o fim normal da execucao no controle de batch
      *>------------------------------------------------------------------------
       registrar-fim section.

           move "F"      to   ws-ctl-tipo
           move "OK"     to   ws-ctl-status
           perform gravar-controle-batch

           .
       registrar-fim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o fim com erro no controle de batch e encerra
      *>------------------------------------------------------------------------
       abortar-execucao section.

           move "F"      to   ws-ctl-tipo
           move "ERRO"   to   ws-ctl-status
           perform gravar-controle-batch

           stop run
           .
       abortar-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um registro no controle de batch (arqCtrlBatch) com o
      *>  tipo e o status correntes
      *>------------------------------------------------------------------------
       gravar-controle-batch section.

           accept ws-ctl-data-atual from date yyyymmdd
           accept ws-ctl-hora-atual from time
           move ws-ctl-data-atual         to   ws-ctl-dthora(1:8)
           move ws-ctl-hora-atual(1:6)    to   ws-ctl-dthora(9:6)

           move ws-ctl-job                to   fd-ctl-job
           move ws-ctl-tipo               to   fd-ctl-tipo
           move ws-ctl-dthora             to   fd-ctl-dthora
           move ws-qtde-lidos             to   fd-ctl-qtde-processados
           move ws-ctl-status             to   fd-ctl-status

           write fd-ctrl-batch
           if ws-fs-arqCtrlBatch <> 00
               display "Erro ao gravar arquivo: (arqCtrlBatch) " ws-fs-arqCtrlBatch
               stop run
           end-if

           .
       gravar-controle-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           perform registrar-fim

           close arqMensalidades
           close arqCadAlunos
           close relDescontos

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
