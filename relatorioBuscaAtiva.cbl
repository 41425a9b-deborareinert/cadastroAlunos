      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorioBuscaAtiva".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - relatorio de busca ativa de
      *>                  alunos infrequentes para a coordenacao:
      *>                  percorre os alunos do ano letivo em ordem de
      *>                  nome (indice alternado de arqCadAlunos) e, pela
      *>                  frequencia mensal lancada em arqFrequencia,
      *>                  aponta quem ficou meses seguidos abaixo da
      *>                  frequencia minima dos parametros ou acumulou
      *>                  faltas nao justificadas acima do limite
      *>                  informado; para cada aluno apontado imprime
      *>                  mae, pai e telefone, as ocorrencias do ano
      *>                  (arqOcorrencias) e as etapas do acompanhamento
      *>                  do caso (arqBuscaAtiva, mantido no
      *>                  lista11exercicio3v2), com a situacao do caso e
      *>                  os totais no final; registro de inicio/fim no
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

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-frq-chave
           file status is ws-fs-arqFrequencia.

           select arqOcorrencias assign to "arqOcorrencias.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencias.

           select arqBuscaAtiva assign to "arqBuscaAtiva.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-bat-chave
           file status is ws-fs-arqBuscaAtiva.

           select relBuscaAtiva assign to "buscaAtiva.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relBuscaAtiva.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

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

       fd  arqFrequencia.
           copy "CADFREQ.CPY".

       fd  arqOcorrencias.
           copy "CADOCOR.CPY".

       fd  arqBuscaAtiva.
           copy "CADBUSCA.CPY".

       fd  relBuscaAtiva.
       01  fd-linha-busca                          pic x(110).

       fd  arqParametros.
           copy "CADPARAM.CPY".

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqFrequencia                        pic 9(02).
       77  ws-fs-arqOcorrencias                       pic 9(02).
       77  ws-fs-arqBuscaAtiva                        pic 9(02).
       77  ws-fs-relBuscaAtiva                        pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSPARAM.CPY".

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-fim-frequencia                    pic x(01).
           05  ws-fim-ocorrencias                   pic x(01).
           05  ws-fim-busca                         pic x(01).
           05  ws-tem-ocorrencias                   pic x(01) value "S".
           05  ws-tem-busca                         pic x(01) value "S".
           05  ws-data-atual.
               10  ws-data-atual-ano                pic 9(04).
               10  ws-data-atual-mes                pic 9(02).
               10  ws-data-atual-dia                pic 9(02).
           05  ws-ano-letivo                        pic 9(04).
           05  ws-meses-min                         pic 9(02).
           05  ws-faltas-min                        pic 9(03).
           05  ws-codigo                            pic 9(06).
           05  ws-seq-abaixo                        pic 9(02).
           05  ws-max-seq-abaixo                    pic 9(02).
           05  ws-tot-dias-letivos                  pic 9(05) comp.
           05  ws-tot-presencas                     pic 9(05) comp.
           05  ws-tot-faltas-nao-just               pic 9(05) comp.
           05  ws-perc-mes                          pic 9(03)v99.
           05  ws-perc-frequencia                   pic 9(03)v99.
           05  ws-sinal-meses                       pic x(01).
           05  ws-sinal-faltas                      pic x(01).
           05  ws-qtde-ocor-aluno                   pic 9(03).
           05  ws-qtde-etapas                       pic 9(03).
           05  ws-ultima-etapa                      pic x(16).
           05  ws-teve-conselho                     pic x(01).
           05  ws-qtde-processados                  pic 9(05) value 0.
           05  ws-qtde-sinalizados                  pic 9(05) value 0.
           05  ws-qtde-por-meses                    pic 9(05) value 0.
           05  ws-qtde-por-faltas                   pic 9(05) value 0.
           05  ws-qtde-sem-acomp                    pic 9(05) value 0.
           05  ws-qtde-em-acomp                     pic 9(05) value 0.
           05  ws-qtde-encerrados                   pic 9(05) value 0.
           05  ws-qtde-conselho                     pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "relatorioBuscaAtiva".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo.
           05  filler                               pic x(60)
               value "RELATORIO DE BUSCA ATIVA - ALUNOS INFREQUENTES - ANO LETIVO ".
           05  ws-lt-ano-letivo                     pic 9(04).

       01  ws-linha-criterios.
           05  filler                               pic x(11) value "Criterios: ".
           05  ws-lc-meses                          pic z9.
           05  filler                               pic x(26)
               value " meses seguidos abaixo de ".
           05  ws-lc-perc-min                       pic zz9,99.
           05  filler                               pic x(07) value "% ou ".
           05  ws-lc-faltas                         pic zz9.
           05  filler                               pic x(38)
               value " ou mais faltas nao justificadas".

       01  ws-linha-aluno.
           05  filler                               pic x(06) value "Aluno ".
           05  ws-la-codigo                         pic 9(06).
           05  filler                               pic x(03) value " - ".
           05  ws-la-aluno                          pic x(25).
           05  filler                               pic x(08) value "  Turma ".
           05  ws-la-turma                          pic x(05).
           05  filler                               pic x(21)
               value "  Frequencia no ano: ".
           05  ws-la-perc                           pic zz9,99.
           05  filler                               pic x(01) value "%".

       01  ws-linha-motivo-meses.
           05  filler                               pic x(10) value "  Motivo: ".
           05  ws-lmm-meses                         pic z9.
           05  filler                               pic x(44)
               value " meses seguidos abaixo da frequencia minima".

       01  ws-linha-motivo-faltas.
           05  filler                               pic x(10) value "  Motivo: ".
           05  ws-lmf-faltas                        pic zzzz9.
           05  filler                               pic x(36)
               value " faltas nao justificadas no ano".

       01  ws-linha-familia.
           05  filler                               pic x(07) value "  Mae: ".
           05  ws-lf-mae                            pic x(25).
           05  filler                               pic x(07) value "  Pai: ".
           05  ws-lf-pai                            pic x(25).
           05  filler                               pic x(12) value "  Telefone: ".
           05  ws-lf-telefone                       pic x(15).

       01  ws-linha-ocorrencia.
           05  filler                               pic x(04).
           05  ws-lo-data                           pic x(10).
           05  filler                               pic x(02).
           05  ws-lo-tipo                           pic x(17).
           05  ws-lo-descricao                      pic x(60).

       01  ws-linha-etapa.
           05  filler                               pic x(04).
           05  ws-le-data                           pic x(10).
           05  filler                               pic x(02).
           05  ws-le-etapa                          pic x(17).
           05  ws-le-descricao                      pic x(60).
           05  filler                               pic x(01).
           05  ws-le-operador                       pic x(10).

       01  ws-linha-situacao.
           05  filler                               pic x(21)
               value "  Situacao do caso: ".
           05  ws-ls-situacao                       pic x(20).

       01  ws-linha-total.
           05  ws-lt-texto                          pic x(40).
           05  ws-lt-qtde                           pic zzzz9.

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
           perform ler-parametros

           accept ws-data-atual from date yyyymmdd

      *>----Criterios em branco assumem o ano corrente dos parametros
      *>----(ou o ano da data do sistema), 2 meses seguidos abaixo da
      *>----frequencia minima e 10 faltas nao justificadas no ano
           display "Ano letivo (em branco = ano corrente): "
           accept ws-ano-letivo
           if ws-ano-letivo is not numeric
            or ws-ano-letivo = 0
               if ws-par-ano-corrente > 0
                   move ws-par-ano-corrente    to   ws-ano-letivo
               else
                   move ws-data-atual-ano      to   ws-ano-letivo
               end-if
           end-if

           display "Meses seguidos abaixo da frequencia minima (em branco = 2): "
           accept ws-meses-min
           if ws-meses-min is not numeric
            or ws-meses-min = 0
               move 2    to   ws-meses-min
           end-if

           display "Faltas nao justificadas no ano (em branco = 10): "
           accept ws-faltas-min
           if ws-faltas-min is not numeric
            or ws-faltas-min = 0
               move 10    to   ws-faltas-min
           end-if

           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia  <> 00 then
               display "Erro ao abrir arquivo: (arqFrequencia) " ws-fs-arqFrequencia
               perform abortar-execucao
           end-if

           open input arqOcorrencias
           if ws-fs-arqOcorrencias = 35
               move "N"    to   ws-tem-ocorrencias
           else
               if ws-fs-arqOcorrencias <> 00
                   display "Erro ao abrir arquivo: (arqOcorrencias) " ws-fs-arqOcorrencias
                   perform abortar-execucao
               end-if
           end-if

           open input arqBuscaAtiva
           if ws-fs-arqBuscaAtiva = 35
               move "N"    to   ws-tem-busca
           else
               if ws-fs-arqBuscaAtiva <> 00
                   display "Erro ao abrir arquivo: (arqBuscaAtiva) " ws-fs-arqBuscaAtiva
                   perform abortar-execucao
               end-if
           end-if

           open output relBuscaAtiva
           if ws-fs-relBuscaAtiva  <> 00 then
               display "Erro ao abrir arquivo: (buscaAtiva.lst) " ws-fs-relBuscaAtiva
               perform abortar-execucao
           end-if

           move ws-ano-letivo           to   ws-lt-ano-letivo
           move ws-meses-min            to   ws-lc-meses
           move ws-par-perc-freq-min    to   ws-lc-perc-min
           move ws-faltas-min           to   ws-lc-faltas

           write fd-linha-busca    from   ws-linha-separador
           write fd-linha-busca    from   ws-linha-titulo
           write fd-linha-busca    from   ws-linha-criterios
           write fd-linha-busca    from   ws-linha-separador

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - percorre arqCadAlunos em ordem de nome e
      *>  avalia a frequencia de cada aluno do ano letivo. Aluno
      *>  TRANSFERIDO nao entra na busca ativa
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
                   and not fd-sit-transferido
                       add 1    to   ws-qtde-processados
                       perform avaliar-frequencia-aluno
                       if ws-sinal-meses = "S"
                       or ws-sinal-faltas = "S"
                           perform imprimir-aluno-sinalizado
                       end-if
                   end-if
               end-if

           end-perform

           perform imprimir-totais

           display "Relatorio gravado em: buscaAtiva.lst"
           display "Alunos analisados     : " ws-qtde-processados
           display "Alunos para busca ativa: " ws-qtde-sinalizados

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre os meses de frequencia do aluno atual (fd-alunos) no
      *>  ano letivo, em ordem de mes, e apura a maior sequencia de
      *>  meses abaixo da frequencia minima (mes sem lancamento, como o
      *>  recesso, nao interrompe a sequencia), o total de faltas nao
      *>  justificadas e o percentual de presenca do ano
      *>------------------------------------------------------------------------
       avaliar-frequencia-aluno section.

           move fd-codigo    to   ws-codigo

           move 0      to   ws-seq-abaixo
           move 0      to   ws-max-seq-abaixo
           move 0      to   ws-tot-dias-letivos
           move 0      to   ws-tot-presencas
           move 0      to   ws-tot-faltas-nao-just
           move 0      to   ws-perc-frequencia
           move "N"    to   ws-sinal-meses
           move "N"    to   ws-sinal-faltas

           move ws-codigo    to   fd-frq-codigo
           compute fd-frq-ano-mes = (ws-ano-letivo * 100) + 1

           start arqFrequencia key is not less than fd-frq-chave
               invalid key
                   move 10    to   ws-fs-arqFrequencia
           end-start

           move "N"    to   ws-fim-frequencia
           perform until ws-fim-frequencia = "S"
               if ws-fs-arqFrequencia <> 00
                   move "S"    to   ws-fim-frequencia
               else
                   read arqFrequencia next
                   if ws-fs-arqFrequencia = 10
                       move "S"    to   ws-fim-frequencia
                   else
                       if ws-fs-arqFrequencia <> 00
                           display "Erro ao ler arquivo: (arqFrequencia) " ws-fs-arqFrequencia
                           perform abortar-execucao
                       end-if
                       if fd-frq-codigo <> ws-codigo
                       or fd-frq-ano-mes(1:4) <> ws-ano-letivo
                           move "S"    to   ws-fim-frequencia
                       else
                           perform avaliar-mes-frequencia
                       end-if
                   end-if
               end-if
           end-perform

           if ws-tot-dias-letivos > 0
               compute ws-perc-frequencia rounded =
                       (ws-tot-presencas * 100) / ws-tot-dias-letivos
           end-if

           if ws-max-seq-abaixo >= ws-meses-min
               move "S"    to   ws-sinal-meses
           end-if

           if ws-tot-faltas-nao-just >= ws-faltas-min
               move "S"    to   ws-sinal-faltas
           end-if

           .
       avaliar-frequencia-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avalia o mes de frequencia atual (fd-frequencia): acumula os
      *>  totais do ano e conta a sequencia de meses abaixo do minimo
      *>------------------------------------------------------------------------
       avaliar-mes-frequencia section.

           add fd-frq-dias-letivos       to   ws-tot-dias-letivos
           add fd-frq-presencas          to   ws-tot-presencas
           add fd-frq-faltas-nao-just    to   ws-tot-faltas-nao-just

           if fd-frq-dias-letivos > 0
               compute ws-perc-mes rounded =
                       (fd-frq-presencas * 100) / fd-frq-dias-letivos
               if ws-perc-mes < ws-par-perc-freq-min
                   add 1    to   ws-seq-abaixo
                   if ws-seq-abaixo > ws-max-seq-abaixo
                       move ws-seq-abaixo    to   ws-max-seq-abaixo
                   end-if
               else
                   move 0    to   ws-seq-abaixo
               end-if
           end-if

           .
       avaliar-mes-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o aluno apontado para busca ativa: identificacao,
      *>  motivos, contato da familia, ocorrencias e acompanhamento
      *>------------------------------------------------------------------------
       imprimir-aluno-sinalizado section.

           add 1    to   ws-qtde-sinalizados

           move fd-codigo             to   ws-la-codigo
           move fd-aluno              to   ws-la-aluno
           move fd-turma              to   ws-la-turma
           move ws-perc-frequencia    to   ws-la-perc

           write fd-linha-busca    from   ws-linha-branco
           write fd-linha-busca    from   ws-linha-aluno
           if ws-fs-relBuscaAtiva <> 00
               display "Erro ao gravar arquivo: (buscaAtiva.lst) " ws-fs-relBuscaAtiva
               perform abortar-execucao
           end-if

           if ws-sinal-meses = "S"
               add 1    to   ws-qtde-por-meses
               move ws-max-seq-abaixo    to   ws-lmm-meses
               write fd-linha-busca    from   ws-linha-motivo-meses
           end-if

           if ws-sinal-faltas = "S"
               add 1    to   ws-qtde-por-faltas
               move ws-tot-faltas-nao-just    to   ws-lmf-faltas
               write fd-linha-busca    from   ws-linha-motivo-faltas
           end-if

           move fd-mae         to   ws-lf-mae
           move fd-pai         to   ws-lf-pai
           move fd-telefone    to   ws-lf-telefone
           write fd-linha-busca    from   ws-linha-familia

           perform imprimir-ocorrencias-aluno
           perform imprimir-acompanhamento-aluno

           .
       imprimir-aluno-sinalizado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as ocorrencias do aluno atual (ws-codigo) registradas
      *>  dentro do ano letivo do relatorio
      *>------------------------------------------------------------------------
       imprimir-ocorrencias-aluno section.

           move "  Ocorrencias no ano letivo:"    to   fd-linha-busca
           write fd-linha-busca

           move 0    to   ws-qtde-ocor-aluno

           if ws-tem-ocorrencias = "S"
               move ws-codigo   to   fd-oco-codigo
               move 0           to   fd-oco-data
               move 0           to   fd-oco-seq

               start arqOcorrencias key is not less than fd-oco-chave
                   invalid key
                       move 10    to   ws-fs-arqOcorrencias
               end-start

               move "N"    to   ws-fim-ocorrencias
               perform until ws-fim-ocorrencias = "S"
                   if ws-fs-arqOcorrencias <> 00
                       move "S"    to   ws-fim-ocorrencias
                   else
                       read arqOcorrencias next
                       if ws-fs-arqOcorrencias = 10
                           move "S"    to   ws-fim-ocorrencias
                       else
                           if ws-fs-arqOcorrencias <> 00
                               display "Erro ao ler arquivo: (arqOcorrencias) " ws-fs-arqOcorrencias
                               perform abortar-execucao
                           end-if
                           if fd-oco-codigo <> ws-codigo
                               move "S"    to   ws-fim-ocorrencias
                           else
                               if fd-oco-data(1:4) = ws-ano-letivo
                                   perform imprimir-linha-ocorrencia
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if ws-qtde-ocor-aluno = 0
               move "    Nenhuma ocorrencia registrada no ano letivo."
                                              to   fd-linha-busca
               write fd-linha-busca
           end-if

           .
       imprimir-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha da ocorrencia atual (fd-ocorrencias)
      *>------------------------------------------------------------------------
       imprimir-linha-ocorrencia section.

           move space    to   ws-lo-data
           string fd-oco-data(7:2)    delimited by size
                  "/"                 delimited by size
                  fd-oco-data(5:2)    delimited by size
                  "/"                 delimited by size
                  fd-oco-data(1:4)    delimited by size
                  into ws-lo-data

           move fd-oco-tipo         to   ws-lo-tipo
           move fd-oco-descricao    to   ws-lo-descricao

           write fd-linha-busca    from   ws-linha-ocorrencia
           if ws-fs-relBuscaAtiva <> 00
               display "Erro ao gravar arquivo: (buscaAtiva.lst) " ws-fs-relBuscaAtiva
               perform abortar-execucao
           end-if

           add 1    to   ws-qtde-ocor-aluno

           .
       imprimir-linha-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as etapas do acompanhamento do caso do aluno atual
      *>  (ws-codigo) no ano letivo e a situacao do caso, dada pela
      *>  ultima etapa: sem etapa = SEM ACOMPANHAMENTO, ENCERRADO =
      *>  ENCERRADO, qualquer outra = EM ACOMPANHAMENTO
      *>------------------------------------------------------------------------
       imprimir-acompanhamento-aluno section.

           move "  Acompanhamento da busca ativa:"    to   fd-linha-busca
           write fd-linha-busca

           move 0        to   ws-qtde-etapas
           move space    to   ws-ultima-etapa
           move "N"      to   ws-teve-conselho

           if ws-tem-busca = "S"
               move ws-codigo   to   fd-bat-codigo
               move 0           to   fd-bat-data
               move 0           to   fd-bat-seq

               start arqBuscaAtiva key is not less than fd-bat-chave
                   invalid key
                       move 10    to   ws-fs-arqBuscaAtiva
               end-start

               move "N"    to   ws-fim-busca
               perform until ws-fim-busca = "S"
                   if ws-fs-arqBuscaAtiva <> 00
                       move "S"    to   ws-fim-busca
                   else
                       read arqBuscaAtiva next
                       if ws-fs-arqBuscaAtiva = 10
                           move "S"    to   ws-fim-busca
                       else
                           if ws-fs-arqBuscaAtiva <> 00
                               display "Erro ao ler arquivo: (arqBuscaAtiva) " ws-fs-arqBuscaAtiva
                               perform abortar-execucao
                           end-if
                           if fd-bat-codigo <> ws-codigo
                               move "S"    to   ws-fim-busca
                           else
                               if fd-bat-data(1:4) = ws-ano-letivo
                                   perform imprimir-linha-etapa
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           evaluate true
               when ws-qtde-etapas = 0
                   move "    Nenhuma etapa registrada."    to   fd-linha-busca
                   write fd-linha-busca
                   move "SEM ACOMPANHAMENTO"    to   ws-ls-situacao
                   add 1    to   ws-qtde-sem-acomp

               when ws-ultima-etapa = "ENCERRADO"
                   move "ENCERRADO"             to   ws-ls-situacao
                   add 1    to   ws-qtde-encerrados

               when other
                   move "EM ACOMPANHAMENTO"     to   ws-ls-situacao
                   add 1    to   ws-qtde-em-acomp
           end-evaluate

           if ws-teve-conselho = "S"
               add 1    to   ws-qtde-conselho
           end-if

           write fd-linha-busca    from   ws-linha-situacao
           if ws-fs-relBuscaAtiva <> 00
               display "Erro ao gravar arquivo: (buscaAtiva.lst) " ws-fs-relBuscaAtiva
               perform abortar-execucao
           end-if

           .
       imprimir-acompanhamento-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha da etapa atual (fd-busca-ativa)
      *>------------------------------------------------------------------------
       imprimir-linha-etapa section.

           move space    to   ws-le-data
           string fd-bat-data(7:2)    delimited by size
                  "/"                 delimited by size
                  fd-bat-data(5:2)    delimited by size
                  "/"                 delimited by size
                  fd-bat-data(1:4)    delimited by size
                  into ws-le-data

           move fd-bat-etapa        to   ws-le-etapa
           move fd-bat-descricao    to   ws-le-descricao
           move fd-bat-operador     to   ws-le-operador

           write fd-linha-busca    from   ws-linha-etapa
           if ws-fs-relBuscaAtiva <> 00
               display "Erro ao gravar arquivo: (buscaAtiva.lst) " ws-fs-relBuscaAtiva
               perform abortar-execucao
           end-if

           add 1    to   ws-qtde-etapas
           move fd-bat-etapa    to   ws-ultima-etapa
           if fd-bat-conselho-tutelar
               move "S"    to   ws-teve-conselho
           end-if

           .
       imprimir-linha-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime os totais no final
      *>------------------------------------------------------------------------
       imprimir-totais section.

           write fd-linha-busca    from   ws-linha-branco
           write fd-linha-busca    from   ws-linha-separador

           move "Alunos analisados no ano letivo       : "    to   ws-lt-texto
           move ws-qtde-processados                           to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "Alunos para busca ativa               : "    to   ws-lt-texto
           move ws-qtde-sinalizados                           to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "  por meses seguidos abaixo do minimo : "    to   ws-lt-texto
           move ws-qtde-por-meses                             to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "  por faltas nao justificadas         : "    to   ws-lt-texto
           move ws-qtde-por-faltas                            to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "Casos sem acompanhamento              : "    to   ws-lt-texto
           move ws-qtde-sem-acomp                             to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "Casos em acompanhamento               : "    to   ws-lt-texto
           move ws-qtde-em-acomp                              to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "Casos encerrados                      : "    to   ws-lt-texto
           move ws-qtde-encerrados                            to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           move "Encaminhados ao Conselho Tutelar      : "    to   ws-lt-texto
           move ws-qtde-conselho                              to   ws-lt-qtde
           write fd-linha-busca    from   ws-linha-total

           write fd-linha-busca    from   ws-linha-separador

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de parametros da escola. Arquivo ainda
      *>  inexistente assume a frequencia minima historica de 75,00
      *>------------------------------------------------------------------------
       ler-parametros section.

           initialize ws-parametros
           move 75,00    to   ws-par-perc-freq-min

           open input arqParametros
           if ws-fs-arqParametros = 35
               continue
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
           close arqFrequencia
           if ws-tem-ocorrencias = "S"
               close arqOcorrencias
           end-if
           if ws-tem-busca = "S"
               close arqBuscaAtiva
           end-if
           close relBuscaAtiva

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
