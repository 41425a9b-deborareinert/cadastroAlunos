      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "emiteCarne".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - carne anual de mensalidades
      *>                  para as familias que pagam no balcao: para o
      *>                  ano letivo e a turma informados (em branco =
      *>                  todas), em ordem de nome, imprime um carne por
      *>                  aluno com uma parcela por competencia, com o
      *>                  vencimento, o valor da serie (arqParametros),
      *>                  a bolsa/desconto do aluno, o valor com o
      *>                  desconto de pontualidade e a regra de multa e
      *>                  juros apos o vencimento. A competencia ainda
      *>                  nao gerada e gravada em arqMensalidades do
      *>                  mesmo jeito que o geraMensalidades grava
      *>                  (valor da serie, bolsa, vencimento), para o
      *>                  carne e a cobranca baterem; competencia ja
      *>                  gerada sai como esta gravada (parcela ja paga
      *>                  sai como quitada); registro de inicio/fim no
      *>                  controle de batch (arqCtrlBatch)
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
           access mode is dynamic
           record key is fd-codigo
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunos.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-men-chave
           file status is ws-fs-arqMensalidades.

           select arqBolsas assign to "arqBolsas.dat"
           organization is indexed
           access mode is random
           record key is fd-bol-chave
           file status is ws-fs-arqBolsas.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select relCarne assign to "carne.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relCarne.

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

       fd  arqBolsas.
           copy "CADBOLSA.CPY".

       fd  arqParametros.
           copy "CADPARAM.CPY".

       fd  relCarne.
       01  fd-linha-carne                           pic x(110).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-arqBolsas                            pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-relCarne                             pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSMENS.CPY".

           copy "WSPARAM.CPY".

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-ano-letivo                        pic 9(04).
           05  ws-turma-filtro                      pic x(05).
           05  ws-mes-inicial                       pic 9(02).
           05  ws-mes-final                         pic 9(02).
           05  ws-mes                               pic 9(02).
           05  ws-dia-vencimento                    pic 9(02).
           05  ws-serie                             pic 9(01).
           05  ws-data-atual.
               10  ws-data-atual-ano                pic 9(04).
               10  ws-data-atual-mes                pic 9(02).
               10  ws-data-atual-dia                pic 9(02).
           05  ws-data-emissao                      pic x(10).
           05  ws-data-ed                           pic x(10).
           05  ws-data-aux                          pic 9(08).
           05  ws-competencia-ed                    pic x(07).
           05  ws-tem-bolsas                        pic x(01) value "S".
           05  ws-valor-desconto                    pic 9(05)v99.
           05  ws-valor-pontual                     pic 9(05)v99.
           05  ws-valor-multa                       pic 9(05)v99.
           05  ws-valor-juros-dia                   pic 9(05)v99.
           05  ws-valor-ed                          pic zzzzzz9,99.
           05  ws-valor-ed2                         pic zzzzzz9,99.
           05  ws-perc-ed                           pic zz9,99.
           05  ws-juros-ed                          pic 9,999.
           05  ws-qtde-parcelas-aluno               pic 9(02).
           05  ws-qtde-processados                  pic 9(05) value 0.
           05  ws-qtde-carnes                       pic 9(05) value 0.
           05  ws-qtde-parcelas                     pic 9(05) value 0.
           05  ws-qtde-geradas                      pic 9(05) value 0.
           05  ws-qtde-quitadas                     pic 9(05) value 0.
           05  ws-qtde-sem-valor                    pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "emiteCarne".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-branco                          pic x(110) value space.

       01  ws-linha-separador                       pic x(110)
           value all "=".

       01  ws-linha-corte                           pic x(110)
           value all "- ".



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
           perform ler-parametros

           accept ws-data-atual from date yyyymmdd
           string ws-data-atual(7:2) "/" ws-data-atual(5:2) "/" ws-data-atual(1:4)
                  delimited by size into ws-data-emissao

           display "Ano letivo do carne (em branco = ano corrente dos parametros): "
           accept ws-ano-letivo
           if ws-ano-letivo is not numeric
            or ws-ano-letivo = 0
               if ws-par-ano-corrente > 0
                   move ws-par-ano-corrente    to   ws-ano-letivo
               else
                   move ws-data-atual-ano      to   ws-ano-letivo
               end-if
           end-if

           display "Turma (em branco = todas): "
           accept ws-turma-filtro

      *>----Parcelas do carne: em branco assume o ano inteiro
           display "Mes da primeira parcela (em branco = 01): "
           accept ws-mes-inicial
           if ws-mes-inicial is not numeric
            or ws-mes-inicial < 1
            or ws-mes-inicial > 12
               move 1     to   ws-mes-inicial
           end-if

           display "Mes da ultima parcela (em branco = 12): "
           accept ws-mes-final
           if ws-mes-final is not numeric
            or ws-mes-final < ws-mes-inicial
            or ws-mes-final > 12
               move 12    to   ws-mes-final
           end-if

           if ws-turma-filtro = space
               display "Carnes do ano " ws-ano-letivo " - todas as turmas - parcelas "
                       ws-mes-inicial " a " ws-mes-final
           else
               display "Carnes do ano " ws-ano-letivo " - turma " ws-turma-filtro
                       " - parcelas " ws-mes-inicial " a " ws-mes-final
           end-if

           move ws-par-dia-vencimento    to   ws-dia-vencimento
           if ws-dia-vencimento < 1
            or ws-dia-vencimento > 28
               move 10    to   ws-dia-vencimento
           end-if

           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if

           open i-o arqMensalidades
           if ws-fs-arqMensalidades  <> 00
           and ws-fs-arqMensalidades <> 05 then
               display "Erro ao abrir arquivo: (arqMensalidades) " ws-fs-arqMensalidades
               perform abortar-execucao
           end-if

           open input arqBolsas
           if ws-fs-arqBolsas = 35
               move "N"    to   ws-tem-bolsas
           else
               if ws-fs-arqBolsas <> 00
                   display "Erro ao abrir arquivo: (arqBolsas) " ws-fs-arqBolsas
                   perform abortar-execucao
               end-if
           end-if

           open output relCarne
           if ws-fs-relCarne  <> 00 then
               display "Erro ao abrir arquivo: (carne.lst) " ws-fs-relCarne
               perform abortar-execucao
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - percorre os alunos em ordem de nome (indice
      *>  alternado) e emite o carne de cada aluno do ano letivo e da
      *>  turma informados. Transferido nao recebe carne; aluno de serie
      *>  sem valor parametrizado e apenas contado
      *>------------------------------------------------------------------------
       processamento section.

           move low-values    to   fd-aluno
           move zero          to   fd-codigo

           start arqCadAlunos key is not less than fd-aluno
               invalid key
                   move 10    to   ws-fs-arqCadAlunos
           end-start

           if ws-fs-arqCadAlunos <> 00
               move "S"    to   ws-fim-arquivo
           end-if

           perform until ws-fim-arquivo = "S"

               read arqCadAlunos next
               if ws-fs-arqCadAlunos = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqCadAlunos <> 00
                       display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                       perform abortar-execucao
                   end-if
                   if fd-ano-letivo = ws-ano-letivo
                   and (ws-turma-filtro = space
                    or fd-turma = ws-turma-filtro)
                   and not fd-sit-transferido
                       add 1    to   ws-qtde-processados
                       perform definir-valor-serie
                       if ws-men-valor > 0
                           perform emitir-carne-aluno
                       else
                           add 1    to   ws-qtde-sem-valor
                       end-if
                   end-if
               end-if

           end-perform

           display "Relatorio gravado em: carne.lst"
           display "Alunos selecionados          : " ws-qtde-processados
           display "Carnes emitidos              : " ws-qtde-carnes
           display "Parcelas impressas           : " ws-qtde-parcelas
           display "  mensalidades geradas agora : " ws-qtde-geradas
           display "  ja quitadas                : " ws-qtde-quitadas
           display "Serie sem valor definido     : " ws-qtde-sem-valor

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Define o valor da mensalidade do aluno atual pela serie da
      *>  turma (primeira posicao de fd-turma) na tabela de valores dos
      *>  parametros, como no geraMensalidades. Serie nao numerica ou
      *>  sem valor parametrizado devolve valor zero
      *>------------------------------------------------------------------------
       definir-valor-serie section.

           move 0    to   ws-men-valor

           if fd-turma(1:1) is numeric
               move fd-turma(1:1)    to   ws-serie
               if ws-serie >= 1
                   move ws-par-valor-serie(ws-serie)    to   ws-men-valor
               end-if
           end-if

           .
       definir-valor-serie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emite o carne do aluno atual (fd-alunos): capa com os dados do
      *>  aluno e uma parcela por competencia do intervalo informado
      *>------------------------------------------------------------------------
       emitir-carne-aluno section.

           write fd-linha-carne    from   ws-linha-separador
           move space    to   fd-linha-carne
           string "CARNE DE MENSALIDADES - ANO LETIVO " ws-ano-letivo
                                                 delimited by size into fd-linha-carne
           perform gravar-linha-carne
           write fd-linha-carne    from   ws-linha-separador

           move space    to   fd-linha-carne
           string "Aluno......: " fd-aluno "  Codigo: " fd-codigo
                  "  Turma: " fd-turma             delimited by size into fd-linha-carne
           perform gravar-linha-carne

           move space    to   fd-linha-carne
           string "Responsavel: " fd-mae             delimited by size into fd-linha-carne
           perform gravar-linha-carne

           move space    to   fd-linha-carne
           string "Endereco...: " fd-endereco        delimited by size into fd-linha-carne
           perform gravar-linha-carne

           move space    to   fd-linha-carne
           string "Emitido em " ws-data-emissao
                  ". Pague cada parcela no balcao da secretaria apresentando o carne."
                                                 delimited by size into fd-linha-carne
           perform gravar-linha-carne

           move 0    to   ws-qtde-parcelas-aluno

           perform varying ws-mes from ws-mes-inicial by 1
                       until ws-mes > ws-mes-final
               compute ws-men-competencia = (ws-ano-letivo * 100) + ws-mes
               perform obter-mensalidade
               perform imprimir-parcela
           end-perform

           write fd-linha-carne    from   ws-linha-corte
           write fd-linha-carne    from   ws-linha-branco

           add 1    to   ws-qtde-carnes

           .
       emitir-carne-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a mensalidade do aluno atual na competencia ws-men-competencia.
      *>  Competencia ainda nao gerada e gravada agora, em aberto, com o
      *>  valor da serie, a bolsa do aluno e o vencimento dos parametros,
      *>  como no geraMensalidades
      *>------------------------------------------------------------------------
       obter-mensalidade section.

           move fd-codigo             to   fd-men-codigo
           move ws-men-competencia    to   fd-men-competencia
           read arqMensalidades
           evaluate ws-fs-arqMensalidades
               when 00
                   continue

               when 23
                   perform gerar-mensalidade

               when other
                   display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                   perform abortar-execucao
           end-evaluate

           .
       obter-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera a mensalidade em aberto do aluno atual na competencia
      *>  ws-men-competencia, com a bolsa/desconto do aluno no ano
      *>  aplicada
      *>------------------------------------------------------------------------
       gerar-mensalidade section.

           compute ws-men-vencimento = (ws-men-competencia * 100)
                                       + ws-dia-vencimento

           move fd-codigo              to   fd-men-codigo
           move ws-men-competencia     to   fd-men-competencia
           move ws-men-valor           to   fd-men-valor
           move "ABERTA"               to   fd-men-situacao
           move zero                   to   fd-men-data-pagamento
           move zero                   to   fd-men-valor-pago
           move space                  to   fd-men-forma-pagamento
           move ws-men-vencimento      to   fd-men-vencimento
           move ws-men-valor           to   fd-men-valor-cheio
           move space                  to   fd-men-tipo-desconto
           move zero                   to   fd-men-perc-desconto
           move space                  to   fd-men-operador-baixa
           move space                  to   fd-men-dthora-baixa

           perform aplicar-bolsa

           write fd-mensalidades
           if ws-fs-arqMensalidades <> 00
               display "Erro ao gravar arquivo: (arqMensalidades) " ws-fs-arqMensalidades
               perform abortar-execucao
           end-if

           add 1    to   ws-qtde-geradas

           .
       gerar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica na mensalidade montada em fd-mensalidades a bolsa ou
      *>  desconto do aluno no ano letivo da competencia, quando a
      *>  competencia esta dentro da vigencia. Bolsa integral deixa a
      *>  mensalidade PAGA (forma BOLSA, valor pago zero, data do
      *>  vencimento)
      *>------------------------------------------------------------------------
       aplicar-bolsa section.

           if ws-tem-bolsas = "S"
               move fd-men-codigo                to   fd-bol-codigo
               move fd-men-competencia(1:4)      to   fd-bol-ano-letivo
               read arqBolsas
               evaluate ws-fs-arqBolsas
                   when 00
                       if fd-men-competencia >= fd-bol-competencia-ini
                       and fd-men-competencia <= fd-bol-competencia-fim
                           compute ws-valor-desconto rounded =
                                   fd-men-valor-cheio * fd-bol-percentual / 100
                           compute fd-men-valor = fd-men-valor-cheio
                                                - ws-valor-desconto
                           move fd-bol-tipo          to   fd-men-tipo-desconto
                           move fd-bol-percentual    to   fd-men-perc-desconto

                           if fd-men-valor = 0
                               move "PAGA"               to   fd-men-situacao
                               move fd-men-vencimento    to   fd-men-data-pagamento
                               move "BOLSA"              to   fd-men-forma-pagamento
                               move "BATCH"              to   fd-men-operador-baixa
                               move ws-ctl-dthora        to   fd-men-dthora-baixa
                           end-if
                       end-if

                   when 23
                       continue

                   when other
                       display "Erro ao ler arquivo: (arqBolsas) " ws-fs-arqBolsas
                       perform abortar-execucao
               end-evaluate
           end-if

           .
       aplicar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a parcela da mensalidade lida em fd-mensalidades:
      *>  vencimento, valor da serie, bolsa/desconto, valor com o
      *>  desconto de pontualidade (pagamento antes do vencimento) e a
      *>  regra de multa e juros (pagamento depois do vencimento), com
      *>  os mesmos percentuais da baixa. Parcela ja paga sai quitada
      *>------------------------------------------------------------------------
       imprimir-parcela section.

           write fd-linha-carne    from   ws-linha-corte

           move space    to   ws-competencia-ed
           string fd-men-competencia(5:2) "/" fd-men-competencia(1:4)
                  delimited by size into ws-competencia-ed

           move fd-men-vencimento    to   ws-data-aux
           perform editar-data

           add 1    to   ws-qtde-parcelas-aluno
           move space    to   fd-linha-carne
           string "Parcela " ws-qtde-parcelas-aluno
                  " - Competencia " ws-competencia-ed
                  "   Vencimento: " ws-data-ed
                  "   Aluno: " fd-aluno
                  " (" fd-codigo ")"             delimited by size into fd-linha-carne
           perform gravar-linha-carne

           if fd-men-paga
               move fd-men-data-pagamento    to   ws-data-aux
               perform editar-data
               move space    to   fd-linha-carne
               string "PARCELA QUITADA em " ws-data-ed
                      " (" fd-men-forma-pagamento ")"
                                                 delimited by size into fd-linha-carne
               perform gravar-linha-carne
               add 1    to   ws-qtde-quitadas
           else
               move fd-men-valor-cheio    to   ws-valor-ed
               move fd-men-valor          to   ws-valor-ed2
               move space    to   fd-linha-carne
               if fd-men-tipo-desconto <> space
                   move fd-men-perc-desconto    to   ws-perc-ed
                   string "Valor da serie: R$ " ws-valor-ed
                          "   Bolsa/desconto: " fd-men-tipo-desconto
                          ws-perc-ed " %"
                          "   Valor da mensalidade: R$ " ws-valor-ed2
                                                 delimited by size into fd-linha-carne
               else
                   string "Valor da serie: R$ " ws-valor-ed
                          "   Valor da mensalidade: R$ " ws-valor-ed2
                                                 delimited by size into fd-linha-carne
               end-if
               perform gravar-linha-carne

               compute ws-valor-desconto rounded =
                       fd-men-valor * ws-par-perc-desconto / 100
               compute ws-valor-pontual = fd-men-valor - ws-valor-desconto
               move ws-valor-pontual        to   ws-valor-ed
               move ws-par-perc-desconto    to   ws-perc-ed
               move space    to   fd-linha-carne
               string "Pagamento antes do vencimento: R$ " ws-valor-ed
                      " (desconto de pontualidade de " ws-perc-ed " %)"
                                                 delimited by size into fd-linha-carne
               perform gravar-linha-carne

               move fd-men-valor    to   ws-valor-ed
               move space    to   fd-linha-carne
               string "Pagamento no dia do vencimento: R$ " ws-valor-ed
                                                 delimited by size into fd-linha-carne
               perform gravar-linha-carne

               compute ws-valor-multa rounded =
                       fd-men-valor * ws-par-perc-multa / 100
               compute ws-valor-juros-dia rounded =
                       fd-men-valor * ws-par-perc-juros-dia / 100
               move ws-par-perc-multa        to   ws-perc-ed
               move ws-valor-multa           to   ws-valor-ed
               move ws-par-perc-juros-dia    to   ws-juros-ed
               move ws-valor-juros-dia       to   ws-valor-ed2
               move space    to   fd-linha-carne
               string "Apos o vencimento: multa " ws-perc-ed " % (R$ " ws-valor-ed
                      ") + juros " ws-juros-ed " % ao dia (R$ "
                      ws-valor-ed2 "/dia)"
                                                 delimited by size into fd-linha-carne
               perform gravar-linha-carne
           end-if

           add 1    to   ws-qtde-parcelas

           .
       imprimir-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita a data ws-data-aux (AAAAMMDD) em ws-data-ed (DD/MM/AAAA)
      *>------------------------------------------------------------------------
       editar-data section.

           move space    to   ws-data-ed
           string ws-data-aux(7:2) "/" ws-data-aux(5:2) "/" ws-data-aux(1:4)
                  delimited by size into ws-data-ed

           .
       editar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no carne
      *>------------------------------------------------------------------------
       gravar-linha-carne section.

           write fd-linha-carne
           if ws-fs-relCarne <> 00
               display "Erro ao gravar arquivo: (carne.lst) " ws-fs-relCarne
               perform abortar-execucao
           end-if

           .
       gravar-linha-carne-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de parametros da escola. Arquivo ainda
      *>  inexistente deixa os valores por serie zerados (nenhum carne
      *>  e emitido) e o vencimento no dia 10; multa, juros e desconto
      *>  de pontualidade assumem os valores historicos da baixa
      *>------------------------------------------------------------------------
       ler-parametros section.

           initialize ws-parametros
           move 10       to   ws-par-dia-vencimento
           move 2,00     to   ws-par-perc-multa
           move 0,033    to   ws-par-perc-juros-dia
           move 5,00     to   ws-par-perc-desconto

           open input arqParametros
           if ws-fs-arqParametros = 35
               display "Arquivo de parametros inexistente - valores por serie zerados."
           else
               if ws-fs-arqParametros <> 00
                   display "Erro ao abrir arquivo: (arqParametros) " ws-fs-arqParametros
                   perform abortar-execucao
               end-if

               read arqParametros
               if ws-fs-arqParametros <> 00
                   display "Erro ao ler arquivo: (arqParametros) " ws-fs-arqParametros
                   perform abortar-execucao
               end-if

               move fd-parametros    to   ws-parametros

               close arqParametros
           end-if

           .
       ler-parametros-exit.
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

           close arqCadAlunos
           close arqMensalidades
           if ws-tem-bolsas = "S"
               close arqBolsas
           end-if
           close relCarne

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
