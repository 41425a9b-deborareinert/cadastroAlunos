      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "fechamentoCaixa".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - fechamento de caixa diario
      *>                  para o financeiro conferir o deposito do dia:
      *>                  lista as mensalidades pagas na data informada
      *>                  (baixa no balcao pelo lista11exercicio3v2 ou
      *>                  pelo retornoBanco), agrupadas por forma de
      *>                  pagamento, com valor da mensalidade, valor
      *>                  pago e a diferenca (multa/juros ou desconto),
      *>                  total por forma e total geral. A primeira
      *>                  emissao fecha o dia em arqFechamentoCaixa
      *>                  (CADCAIXA.CPY); baixa registrada depois com
      *>                  data de pagamento de dia ja fechado sai no
      *>                  fechamento seguinte como lancamento
      *>                  retroativo; registro de inicio/fim no
      *>                  controle de batch (arqCtrlBatch)
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-men-chave
           file status is ws-fs-arqMensalidades.

           select arqCadAlunos assign to "arqCadAlunos.dat"
           organization is indexed
           access mode is random
           record key is fd-codigo
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunos.

           select arqFechamentoCaixa assign to "arqFechamentoCaixa.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fcx-data
           file status is ws-fs-arqFechamentoCaixa.

           select relCaixa assign to "fechamentoCaixa.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relCaixa.

           select arqCtrlBatch assign to "arqCtrlBatch.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCtrlBatch.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqMensalidades.
           copy "CADMENS.CPY".

       fd  arqCadAlunos.
           copy "CADALUNO.CPY".

       fd  arqFechamentoCaixa.
           copy "CADCAIXA.CPY".

       fd  relCaixa.
       01  fd-linha-caixa                          pic x(110).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqFechamentoCaixa                   pic 9(02).
       77  ws-fs-relCaixa                             pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01).
           05  ws-data-atual                        pic 9(08).
           05  ws-hora-atual                        pic 9(08).
           05  ws-dthora-agora                      pic x(14).
           05  ws-data-caixa                        pic 9(08).
           05  ws-data-ed                           pic x(10).
           05  ws-dia-fechado                       pic x(01).
           05  ws-dthora-fechamento                 pic x(14).
           05  ws-ultima-emissao                    pic x(14).
           05  ws-retroativa                        pic x(01).
           05  ws-forma                             pic x(10).
           05  ws-diferenca                         pic s9(06)v99.
           05  ws-ind                               pic 9(03) comp.
           05  ws-ind-achado                        pic 9(03) comp.
           05  ws-ind-forma                         pic 9(03) comp.
           05  ws-qtde-formas                       pic 9(03) comp value 0.
           05  ws-achou-forma                       pic x(01).
           05  ws-qtde-processados                  pic 9(05) value 0.
           05  ws-qtde-baixas                       pic 9(05) value 0.
           05  ws-qtde-retroativas                  pic 9(05) value 0.
           05  ws-qtde-retro-dia                    pic 9(05) value 0.
           05  ws-case-fold.
               10  ws-minusculas                    pic x(26)
                   value "abcdefghijklmnopqrstuvwxyz".
               10  ws-maiusculas                    pic x(26)
                   value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  ws-totais.
           05  ws-tot-valor                         pic 9(07)v99 value 0.
           05  ws-tot-valor-pago                    pic 9(07)v99 value 0.
           05  ws-tot-diferenca                     pic s9(07)v99 value 0.
           05  ws-tot-retro-valor                   pic 9(07)v99 value 0.
           05  ws-tot-retro-pago                    pic 9(07)v99 value 0.
           05  ws-tot-retro-diferenca               pic s9(07)v99 value 0.

      *>----Formas de pagamento do dia, em ordem alfabetica, com os
      *>----totais de cada uma
       01  ws-tabela-formas.
           05  ws-forma-ocor   occurs 50 times.
               10  ws-tb-forma                       pic x(10).
               10  ws-tb-qtde                        pic 9(05) comp.
               10  ws-tb-valor                       pic 9(07)v99.
               10  ws-tb-valor-pago                  pic 9(07)v99.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "fechamentoCaixa".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo.
           05  filler                               pic x(48)
               value "FECHAMENTO DE CAIXA - MENSALIDADES PAGAS EM ".
           05  ws-lt-data                           pic x(10).
           05  ws-lt-reemissao                      pic x(40).

       01  ws-linha-colunas.
           05  filler                              pic x(08) value "Codigo".
           05  filler                              pic x(08) value "Compet.".
           05  filler                              pic x(26) value "Aluno".
           05  filler                              pic x(11) value "Valor".
           05  filler                              pic x(11) value "Pago".
           05  filler                              pic x(12) value "Diferenca".
           05  filler                              pic x(12) value "Operador".
           05  filler                              pic x(10) value "Obs.".

       01  ws-linha-forma.
           05  filler                               pic x(20)
               value "Forma de pagamento: ".
           05  ws-lf-forma                          pic x(10).

       01  ws-linha-detalhe.
           05  ws-ld-codigo                         pic 9(06).
           05  filler                               pic x(02).
           05  ws-ld-competencia                    pic 9(06).
           05  filler                               pic x(02).
           05  ws-ld-aluno                          pic x(25).
           05  filler                               pic x(01).
           05  ws-ld-valor                          pic zzzz9,99.
           05  filler                               pic x(03).
           05  ws-ld-valor-pago                     pic zzzz9,99.
           05  filler                               pic x(02).
           05  ws-ld-diferenca                      pic -zzzz9,99.
           05  filler                               pic x(03).
           05  ws-ld-operador                       pic x(10).
           05  filler                               pic x(02).
           05  ws-ld-obs                            pic x(20).

       01  ws-linha-subtotal.
           05  ws-ls-texto                          pic x(26).
           05  ws-ls-qtde                           pic zzzz9.
           05  filler                               pic x(11).
           05  ws-ls-valor                          pic zzzzzz9,99.
           05  filler                               pic x(01).
           05  ws-ls-valor-pago                     pic zzzzzz9,99.
           05  filler                               pic x(01).
           05  ws-ls-diferenca                      pic -zzzzzz9,99.

       01  ws-linha-retro-titulo                    pic x(110)
           value "LANCAMENTOS RETROATIVOS - baixas registradas depois do fechamento do dia do pagamento".

       01  ws-linha-retro-colunas.
           05  filler                              pic x(12) value "Pago em".
           05  filler                              pic x(08) value "Codigo".
           05  filler                              pic x(08) value "Compet.".
           05  filler                              pic x(11) value "Forma".
           05  filler                              pic x(11) value "Valor".
           05  filler                              pic x(11) value "Pago".
           05  filler                              pic x(12) value "Diferenca".
           05  filler                              pic x(12) value "Operador".
           05  filler                              pic x(16) value "Registrada em".

       01  ws-linha-retro.
           05  ws-lr-data-pagamento                 pic x(10).
           05  filler                               pic x(02).
           05  ws-lr-codigo                         pic 9(06).
           05  filler                               pic x(02).
           05  ws-lr-competencia                    pic 9(06).
           05  filler                               pic x(02).
           05  ws-lr-forma                          pic x(10).
           05  filler                               pic x(01).
           05  ws-lr-valor                          pic zzzz9,99.
           05  filler                               pic x(03).
           05  ws-lr-valor-pago                     pic zzzz9,99.
           05  filler                               pic x(02).
           05  ws-lr-diferenca                      pic -zzzz9,99.
           05  filler                               pic x(03).
           05  ws-lr-operador                       pic x(10).
           05  filler                               pic x(02).
           05  ws-lr-dthora                         pic x(16).

       01  ws-linha-branco                          pic x(110) value space.

       01  ws-linha-separador                       pic x(110)
           value all "-".



      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
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

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move ws-data-atual         to   ws-dthora-agora(1:8)
           move ws-hora-atual(1:6)    to   ws-dthora-agora(9:6)

           display "Data do caixa (AAAAMMDD, em branco = hoje): "
           accept ws-data-caixa
           if ws-data-caixa is not numeric
            or ws-data-caixa = 0
               move ws-data-atual    to   ws-data-caixa
           end-if

           move space    to   ws-data-ed
           string ws-data-caixa(7:2)    delimited by size
                  "/"                   delimited by size
                  ws-data-caixa(5:2)    delimited by size
                  "/"                   delimited by size
                  ws-data-caixa(1:4)    delimited by size
                  into ws-data-ed
           display "Fechamento de caixa de " ws-data-ed

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

           open i-o arqFechamentoCaixa
           if ws-fs-arqFechamentoCaixa = 35
               open output arqFechamentoCaixa
               close arqFechamentoCaixa
               open i-o arqFechamentoCaixa
           end-if
           if ws-fs-arqFechamentoCaixa  <> 00
           and ws-fs-arqFechamentoCaixa <> 05 then
               display "Erro ao abrir arquivo: (arqFechamentoCaixa) " ws-fs-arqFechamentoCaixa
               perform abortar-execucao
           end-if

           open output relCaixa
           if ws-fs-relCaixa  <> 00 then
               display "Erro ao abrir arquivo: (fechamentoCaixa.lst) " ws-fs-relCaixa
               perform abortar-execucao
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - apura as formas de pagamento do dia e as
      *>  baixas retroativas, imprime o caixa forma a forma, os
      *>  lancamentos retroativos e os totais, e fecha o dia
      *>------------------------------------------------------------------------
       processamento section.

           perform ler-fechamentos
           perform apurar-formas-dia
           perform imprimir-cabecalho

           perform varying ws-ind-forma from 1 by 1
                       until ws-ind-forma > ws-qtde-formas
               perform imprimir-forma
           end-perform

           perform imprimir-total-geral

           if ws-qtde-retroativas > 0
               perform imprimir-retroativas
           end-if

           perform gravar-fechamento

           display "Relatorio gravado em: fechamentoCaixa.lst"
           display "Baixas do dia          : " ws-qtde-baixas
           display "Lancamentos retroativos: " ws-qtde-retroativas
           if ws-dia-fechado = "S"
               display "Dia ja fechado anteriormente - reemissao."
               display "Baixas do dia registradas apos o fechamento: " ws-qtde-retro-dia
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le os fechamentos ja feitos: verifica se a data do caixa ja
      *>  foi fechada (reemissao) e acha a data/hora da ultima emissao
      *>  de qualquer dia, a partir da qual as baixas retroativas ainda
      *>  nao foram apontadas
      *>------------------------------------------------------------------------
       ler-fechamentos section.

           move "N"      to   ws-dia-fechado
           move space    to   ws-dthora-fechamento
           move space    to   ws-ultima-emissao

           move low-values    to   fd-fechamento-caixa
           move zero          to   fd-fcx-data
           start arqFechamentoCaixa key is not less than fd-fcx-data
               invalid key
                   move 10    to   ws-fs-arqFechamentoCaixa
           end-start

           move "N"    to   ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               if ws-fs-arqFechamentoCaixa <> 00
                   move "S"    to   ws-fim-arquivo
               else
                   read arqFechamentoCaixa next
                   if ws-fs-arqFechamentoCaixa = 10
                       move "S"    to   ws-fim-arquivo
                   else
                       if ws-fs-arqFechamentoCaixa <> 00
                           display "Erro ao ler arquivo: (arqFechamentoCaixa) " ws-fs-arqFechamentoCaixa
                           perform abortar-execucao
                       end-if
                       if fd-fcx-dthora-emissao > ws-ultima-emissao
                           move fd-fcx-dthora-emissao    to   ws-ultima-emissao
                       end-if
                       if fd-fcx-data = ws-data-caixa
                           move "S"                         to   ws-dia-fechado
                           move fd-fcx-dthora-fechamento    to   ws-dthora-fechamento
                       end-if
                   end-if
               end-if
           end-perform

           .
       ler-fechamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira leitura de arqMensalidades: monta a tabela das formas
      *>  de pagamento do dia, com os totais, e conta as baixas
      *>  retroativas ainda nao apontadas
      *>------------------------------------------------------------------------
       apurar-formas-dia section.

           perform posicionar-mensalidades

           perform until ws-fim-arquivo = "S"
               read arqMensalidades next
               if ws-fs-arqMensalidades = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqMensalidades <> 00
                       display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                       perform abortar-execucao
                   end-if
                   add 1    to   ws-qtde-processados
                   if fd-men-paga
                       if fd-men-data-pagamento = ws-data-caixa
                           perform acumular-forma
                       else
                           perform verificar-retroativa
                           if ws-retroativa = "S"
                               add 1    to   ws-qtde-retroativas
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           .
       apurar-formas-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona arqMensalidades no primeiro registro para uma nova
      *>  leitura sequencial
      *>------------------------------------------------------------------------
       posicionar-mensalidades section.

           move low-values    to   fd-men-chave
           move zero          to   fd-men-codigo
           move zero          to   fd-men-competencia

           move "N"    to   ws-fim-arquivo
           start arqMensalidades key is not less than fd-men-chave
               invalid key
                   move "S"    to   ws-fim-arquivo
           end-start

           .
       posicionar-mensalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se a baixa da mensalidade atual e retroativa ainda
      *>  nao apontada: registrada depois da ultima emissao do
      *>  fechamento e depois do fechamento do dia do pagamento.
      *>  Devolve ws-retroativa = "S"/"N"
      *>------------------------------------------------------------------------
       verificar-retroativa section.

           move "N"    to   ws-retroativa

           if fd-men-dthora-baixa <> space
           and fd-men-dthora-baixa > ws-ultima-emissao
               move fd-men-data-pagamento    to   fd-fcx-data
               read arqFechamentoCaixa
               evaluate ws-fs-arqFechamentoCaixa
                   when 00
                       if fd-men-dthora-baixa > fd-fcx-dthora-fechamento
                           move "S"    to   ws-retroativa
                       end-if

                   when 23
                       continue

                   when other
                       display "Erro ao ler arquivo: (arqFechamentoCaixa) " ws-fs-arqFechamentoCaixa
                       perform abortar-execucao
               end-evaluate
           end-if

           .
       verificar-retroativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza, na tabela em ordem alfabetica, a forma de pagamento
      *>  da mensalidade atual (incluindo uma nova entrada na posicao
      *>  certa se necessario) e acumula nela os valores
      *>------------------------------------------------------------------------
       acumular-forma section.

           move fd-men-forma-pagamento    to   ws-forma
           inspect ws-forma converting ws-minusculas to ws-maiusculas

           move "N"    to   ws-achou-forma
           compute ws-ind-achado = ws-qtde-formas + 1

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-formas
                          or ws-achou-forma <> "N"
               if ws-tb-forma(ws-ind) >= ws-forma
                   move ws-ind    to   ws-ind-achado
                   if ws-tb-forma(ws-ind) = ws-forma
                       move "S"    to   ws-achou-forma
                   else
                       move "I"    to   ws-achou-forma
                   end-if
               end-if
           end-perform

           if ws-achou-forma <> "S"
               if ws-qtde-formas >= 50
                   display "Erro: limite de 50 formas de pagamento distintas excedido."
                   perform abortar-execucao
               end-if

               perform varying ws-ind from ws-qtde-formas by -1
                           until ws-ind < ws-ind-achado
                   move ws-forma-ocor(ws-ind)    to   ws-forma-ocor(ws-ind + 1)
               end-perform

               add 1                to   ws-qtde-formas
               move ws-forma        to   ws-tb-forma(ws-ind-achado)
               move 0               to   ws-tb-qtde(ws-ind-achado)
               move 0               to   ws-tb-valor(ws-ind-achado)
               move 0               to   ws-tb-valor-pago(ws-ind-achado)
           end-if

           add 1                    to   ws-tb-qtde(ws-ind-achado)
           add fd-men-valor         to   ws-tb-valor(ws-ind-achado)
           add fd-men-valor-pago    to   ws-tb-valor-pago(ws-ind-achado)

           .
       acumular-forma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho do relatorio
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.

           move ws-data-ed    to   ws-lt-data
           if ws-dia-fechado = "S"
               move "  (REEMISSAO - DIA JA FECHADO)"    to   ws-lt-reemissao
           else
               move space                               to   ws-lt-reemissao
           end-if

           write fd-linha-caixa    from   ws-linha-separador
           write fd-linha-caixa    from   ws-linha-titulo
           write fd-linha-caixa    from   ws-linha-separador
           write fd-linha-caixa    from   ws-linha-colunas
           write fd-linha-caixa    from   ws-linha-separador
           if ws-fs-relCaixa <> 00
               display "Erro ao gravar arquivo: (fechamentoCaixa.lst) " ws-fs-relCaixa
               perform abortar-execucao
           end-if

           if ws-qtde-formas = 0
               move "Nenhuma mensalidade paga na data."    to   fd-linha-caixa
               write fd-linha-caixa
           end-if

           .
       imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as mensalidades pagas no dia na forma de pagamento
      *>  atual da tabela (ws-ind-forma), relendo arqMensalidades, e o
      *>  total da forma
      *>------------------------------------------------------------------------
       imprimir-forma section.

           move ws-tb-forma(ws-ind-forma)    to   ws-lf-forma
           write fd-linha-caixa    from   ws-linha-branco
           write fd-linha-caixa    from   ws-linha-forma

           perform posicionar-mensalidades

           perform until ws-fim-arquivo = "S"
               read arqMensalidades next
               if ws-fs-arqMensalidades = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqMensalidades <> 00
                       display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                       perform abortar-execucao
                   end-if
                   if fd-men-paga
                   and fd-men-data-pagamento = ws-data-caixa
                       move fd-men-forma-pagamento    to   ws-forma
                       inspect ws-forma converting ws-minusculas to ws-maiusculas
                       if ws-forma = ws-tb-forma(ws-ind-forma)
                           perform imprimir-baixa-dia
                       end-if
                   end-if
               end-if
           end-perform

           compute ws-diferenca = ws-tb-valor-pago(ws-ind-forma)
                                - ws-tb-valor(ws-ind-forma)

           move "  Total da forma........:"       to   ws-ls-texto
           move ws-tb-qtde(ws-ind-forma)          to   ws-ls-qtde
           move ws-tb-valor(ws-ind-forma)         to   ws-ls-valor
           move ws-tb-valor-pago(ws-ind-forma)    to   ws-ls-valor-pago
           move ws-diferenca                      to   ws-ls-diferenca
           write fd-linha-caixa    from   ws-linha-subtotal

           add ws-tb-qtde(ws-ind-forma)          to   ws-qtde-baixas
           add ws-tb-valor(ws-ind-forma)         to   ws-tot-valor
           add ws-tb-valor-pago(ws-ind-forma)    to   ws-tot-valor-pago
           add ws-diferenca                      to   ws-tot-diferenca

           .
       imprimir-forma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha da mensalidade paga no dia (fd-mensalidades).
      *>  Na reemissao de dia ja fechado, a baixa registrada depois do
      *>  fechamento sai marcada como retroativa
      *>------------------------------------------------------------------------
       imprimir-baixa-dia section.

           move fd-men-codigo    to   fd-codigo
           read arqCadAlunos
           evaluate ws-fs-arqCadAlunos
               when 00
                   move fd-aluno    to   ws-ld-aluno
               when 23
                   move "(ALUNO EXCLUIDO)"    to   ws-ld-aluno
               when other
                   display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                   perform abortar-execucao
           end-evaluate

           compute ws-diferenca = fd-men-valor-pago - fd-men-valor

           move fd-men-codigo            to   ws-ld-codigo
           move fd-men-competencia       to   ws-ld-competencia
           move fd-men-valor             to   ws-ld-valor
           move fd-men-valor-pago        to   ws-ld-valor-pago
           move ws-diferenca             to   ws-ld-diferenca
           move fd-men-operador-baixa    to   ws-ld-operador
           move space                    to   ws-ld-obs

           if ws-dia-fechado = "S"
           and fd-men-dthora-baixa <> space
           and fd-men-dthora-baixa > ws-dthora-fechamento
               move "RETROATIVA"    to   ws-ld-obs
               add 1                to   ws-qtde-retro-dia
           end-if

           write fd-linha-caixa    from   ws-linha-detalhe
           if ws-fs-relCaixa <> 00
               display "Erro ao gravar arquivo: (fechamentoCaixa.lst) " ws-fs-relCaixa
               perform abortar-execucao
           end-if

           .
       imprimir-baixa-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o total geral do dia
      *>------------------------------------------------------------------------
       imprimir-total-geral section.

           write fd-linha-caixa    from   ws-linha-branco
           write fd-linha-caixa    from   ws-linha-separador

           move "TOTAL GERAL DO DIA......:"    to   ws-ls-texto
           move ws-qtde-baixas                 to   ws-ls-qtde
           move ws-tot-valor                   to   ws-ls-valor
           move ws-tot-valor-pago              to   ws-ls-valor-pago
           move ws-tot-diferenca               to   ws-ls-diferenca
           write fd-linha-caixa    from   ws-linha-subtotal

           write fd-linha-caixa    from   ws-linha-separador

           .
       imprimir-total-geral-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda leitura de arqMensalidades: imprime as baixas
      *>  retroativas ainda nao apontadas, com o dia do pagamento e o
      *>  momento em que foram registradas, e o total delas. Nao entram
      *>  no total do dia do caixa
      *>------------------------------------------------------------------------
       imprimir-retroativas section.

           write fd-linha-caixa    from   ws-linha-branco
           write fd-linha-caixa    from   ws-linha-retro-titulo
           write fd-linha-caixa    from   ws-linha-separador
           write fd-linha-caixa    from   ws-linha-retro-colunas
           write fd-linha-caixa    from   ws-linha-separador

           perform posicionar-mensalidades

           perform until ws-fim-arquivo = "S"
               read arqMensalidades next
               if ws-fs-arqMensalidades = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqMensalidades <> 00
                       display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                       perform abortar-execucao
                   end-if
                   if fd-men-paga
                   and fd-men-data-pagamento <> ws-data-caixa
                       perform verificar-retroativa
                       if ws-retroativa = "S"
                           perform imprimir-linha-retroativa
                       end-if
                   end-if
               end-if
           end-perform

           compute ws-tot-retro-diferenca = ws-tot-retro-pago - ws-tot-retro-valor

           move "TOTAL DOS RETROATIVOS...:"    to   ws-ls-texto
           move ws-qtde-retroativas            to   ws-ls-qtde
           move ws-tot-retro-valor             to   ws-ls-valor
           move ws-tot-retro-pago              to   ws-ls-valor-pago
           move ws-tot-retro-diferenca         to   ws-ls-diferenca
           write fd-linha-caixa    from   ws-linha-separador
           write fd-linha-caixa    from   ws-linha-subtotal
           write fd-linha-caixa    from   ws-linha-separador

           .
       imprimir-retroativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha da baixa retroativa atual (fd-mensalidades)
      *>------------------------------------------------------------------------
       imprimir-linha-retroativa section.

           move space    to   ws-lr-data-pagamento
           string fd-men-data-pagamento(7:2)    delimited by size
                  "/"                           delimited by size
                  fd-men-data-pagamento(5:2)    delimited by size
                  "/"                           delimited by size
                  fd-men-data-pagamento(1:4)    delimited by size
                  into ws-lr-data-pagamento

           move space    to   ws-lr-dthora
           string fd-men-dthora-baixa(7:2)     delimited by size
                  "/"                          delimited by size
                  fd-men-dthora-baixa(5:2)     delimited by size
                  "/"                          delimited by size
                  fd-men-dthora-baixa(1:4)     delimited by size
                  " "                          delimited by size
                  fd-men-dthora-baixa(9:2)     delimited by size
                  ":"                          delimited by size
                  fd-men-dthora-baixa(11:2)    delimited by size
                  into ws-lr-dthora

           compute ws-diferenca = fd-men-valor-pago - fd-men-valor

           move fd-men-codigo             to   ws-lr-codigo
           move fd-men-competencia        to   ws-lr-competencia
           move fd-men-forma-pagamento    to   ws-lr-forma
           move fd-men-valor              to   ws-lr-valor
           move fd-men-valor-pago         to   ws-lr-valor-pago
           move ws-diferenca              to   ws-lr-diferenca
           move fd-men-operador-baixa     to   ws-lr-operador

           write fd-linha-caixa    from   ws-linha-retro
           if ws-fs-relCaixa <> 00
               display "Erro ao gravar arquivo: (fechamentoCaixa.lst) " ws-fs-relCaixa
               perform abortar-execucao
           end-if

           add fd-men-valor         to   ws-tot-retro-valor
           add fd-men-valor-pago    to   ws-tot-retro-pago

           .
       imprimir-linha-retroativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia do caixa: na primeira emissao grava o fechamento
      *>  com a data/hora atual; na reemissao mantem a data/hora do
      *>  fechamento original e atualiza a ultima emissao e os totais
      *>------------------------------------------------------------------------
       gravar-fechamento section.

           move ws-data-caixa    to   fd-fcx-data
           read arqFechamentoCaixa
           evaluate ws-fs-arqFechamentoCaixa
               when 00
                   move ws-dthora-agora        to   fd-fcx-dthora-emissao
                   move ws-qtde-baixas         to   fd-fcx-qtde-baixas
                   move ws-tot-valor-pago      to   fd-fcx-valor-pago
                   move ws-qtde-retroativas    to   fd-fcx-qtde-retroativas
                   rewrite fd-fechamento-caixa
                   if ws-fs-arqFechamentoCaixa <> 00
                       display "Erro ao gravar arquivo: (arqFechamentoCaixa) " ws-fs-arqFechamentoCaixa
                       perform abortar-execucao
                   end-if

               when 23
                   move ws-data-caixa          to   fd-fcx-data
                   move ws-dthora-agora        to   fd-fcx-dthora-fechamento
                   move ws-dthora-agora        to   fd-fcx-dthora-emissao
                   move ws-qtde-baixas         to   fd-fcx-qtde-baixas
                   move ws-tot-valor-pago      to   fd-fcx-valor-pago
                   move ws-qtde-retroativas    to   fd-fcx-qtde-retroativas
                   write fd-fechamento-caixa
                   if ws-fs-arqFechamentoCaixa <> 00
                       display "Erro ao gravar arquivo: (arqFechamentoCaixa) " ws-fs-arqFechamentoCaixa
                       perform abortar-execucao
                   end-if

               when other
                   display "Erro ao ler arquivo: (arqFechamentoCaixa) " ws-fs-arqFechamentoCaixa
                   perform abortar-execucao
           end-evaluate

           .
       gravar-fechamento-exit.
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
           move ws-qtde-processados       to   fd-ctl-qtde-processados
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
           close arqFechamentoCaixa
           close relCaixa

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
