      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "declaracaoQuitacao".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - declaracao anual de quitacao
      *>                  de debitos: le arqMensalidades por aluno e,
      *>                  para o ano informado (em branco = ano anterior
      *>                  ao corrente dos parametros), imprime a
      *>                  declaracao de quitacao dirigida a mae/pai no
      *>                  endereco do cadastro para cada aluno com todas
      *>                  as competencias do ano PAGAS; aluno com alguma
      *>                  competencia ABERTA no ano (ou sem cadastro)
      *>                  nao recebe declaracao e sai na lista de
      *>                  pendencias para o financeiro; registro de
      *>                  inicio/fim no controle de batch (arqCtrlBatch)
      *>  15/10/2026 dr   inclui os alunos ja arquivados (arquivaAlunos):
      *>                  as mensalidades pagas do arquivo morto
      *>                  (arqMensArquivo) sao lidas junto com as de
      *>                  arqMensalidades, em ordem de codigo/competencia,
      *>                  e o nome/endereco vem do arquivo morto de alunos
      *>                  (arqAlunosArquivo) quando o aluno nao esta mais
      *>                  no cadastro
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

           select arqMensArquivo assign to "arqMensArquivo.dat"
           organization is indexed
           access mode is sequential
           record key is fd-am-chave
           file status is ws-fs-arqMensArquivo.

           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is random
           record key is fd-aa-codigo
           file status is ws-fs-arqAlunosArquivo.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select relDeclaracoes assign to "declaracoesQuitacao.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relDeclaracoes.

           select relPendencias assign to "pendenciasQuitacao.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relPendencias.

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

       fd  arqMensArquivo.
           copy "CADARQMS.CPY".

       fd  arqAlunosArquivo.
           copy "CADARQAL.CPY".

       fd  arqParametros.
           copy "CADPARAM.CPY".

       fd  relDeclaracoes.
       01  fd-linha-declaracao                     pic x(80).

       fd  relPendencias.
       01  fd-linha-pendencias                     pic x(110).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-arqMensArquivo                       pic 9(02).
       77  ws-fs-arqAlunosArquivo                     pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-relDeclaracoes                       pic 9(02).
       77  ws-fs-relPendencias                        pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSALUNO.CPY".

           copy "WSPARAM.CPY".

           copy "WSMENS.CPY".

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-tem-arquivo-morto                 pic x(01) value "N".
           05  ws-chave-ativa                       pic x(12).
           05  ws-chave-arquivo                     pic x(12).
           05  ws-ano-quitacao                      pic 9(04).
           05  ws-data-atual.
               10  ws-data-atual-ano                pic 9(04).
               10  ws-data-atual-mes                pic 9(02).
               10  ws-data-atual-dia                pic 9(02).
           05  ws-data-emissao                      pic x(10).
           05  ws-codigo-atual                      pic 9(06).
           05  ws-tem-cadastro                      pic x(01).
           05  ws-qtde-comp                         pic 9(02).
           05  ws-qtde-abertas                      pic 9(02).
           05  ws-valor-pago-aluno                  pic 9(07)v99.
           05  ws-valor-aberto-aluno                pic 9(07)v99.
           05  ws-valor-ed                          pic zzzzzz9,99.
           05  ws-linha-pag                         pic 9(02).
           05  ws-qtde-linhas-pag                   pic 9(02) value 30.
           05  ws-qtde-alunos                       pic 9(05) value 0.
           05  ws-qtde-declaracoes                  pic 9(05) value 0.
           05  ws-qtde-pendentes                    pic 9(05) value 0.
           05  ws-valor-aberto-total                pic 9(09)v99 value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "declaracaoQuitacao".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo.
           05  filler                               pic x(54)
               value "PENDENCIAS PARA A DECLARACAO DE QUITACAO - ANO ".
           05  ws-lt-ano                            pic 9(04).

       01  ws-linha-colunas.
           05  filler                              pic x(08) value "Codigo".
           05  filler                              pic x(27) value "Aluno".
           05  filler                              pic x(27) value "Mae".
           05  filler                              pic x(17) value "Telefone".
           05  filler                              pic x(08) value "Abertas".
           05  filler                              pic x(13) value "Valor aberto".
           05  filler                              pic x(10) value "Motivo".

       01  ws-linha-detalhe.
           05  ws-ld-codigo                         pic 9(06).
           05  filler                               pic x(02).
           05  ws-ld-aluno                          pic x(27).
           05  ws-ld-mae                            pic x(27).
           05  ws-ld-telefone                       pic x(17).
           05  ws-ld-abertas                        pic z9.
           05  filler                               pic x(03).
           05  ws-ld-valor-aberto                   pic zzzzzz9,99.
           05  filler                               pic x(03).
           05  ws-ld-motivo                         pic x(13).

       01  ws-linha-totais.
           05  filler                               pic x(26)
               value "Alunos com pendencia: ".
           05  ws-lt-qtde-pendentes                 pic zzzz9.
           05  filler                               pic x(17)
               value "   Valor aberto: ".
           05  ws-lt-valor-aberto                   pic zzzzzzzz9,99.

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
           string ws-data-atual(7:2) "/" ws-data-atual(5:2) "/" ws-data-atual(1:4)
                  delimited by size into ws-data-emissao

      *>----Em branco assume o ano anterior ao ano corrente dos
      *>----parametros (ou ao ano da data do sistema, sem parametro)
           display "Ano das mensalidades (em branco = ano anterior ao corrente): "
           accept ws-ano-quitacao
           if ws-ano-quitacao is not numeric
            or ws-ano-quitacao = 0
               if ws-par-ano-corrente > 0
                   compute ws-ano-quitacao = ws-par-ano-corrente - 1
               else
                   compute ws-ano-quitacao = ws-data-atual-ano - 1
               end-if
           end-if
           display "Declaracoes de quitacao do ano " ws-ano-quitacao

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

      *>----Arquivo morto so existe depois do primeiro arquivamento
           open input arqMensArquivo
           if ws-fs-arqMensArquivo = 35
               move "N"    to   ws-tem-arquivo-morto
           else
               if ws-fs-arqMensArquivo  <> 00 then
                   display "Erro ao abrir arquivo: (arqMensArquivo) " ws-fs-arqMensArquivo
                   perform abortar-execucao
               end-if
               move "S"    to   ws-tem-arquivo-morto

               open input arqAlunosArquivo
               if ws-fs-arqAlunosArquivo  <> 00 then
                   display "Erro ao abrir arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                   perform abortar-execucao
               end-if
           end-if

           open output relDeclaracoes
           if ws-fs-relDeclaracoes  <> 00 then
               display "Erro ao abrir arquivo: (declaracoesQuitacao.lst) " ws-fs-relDeclaracoes
               perform abortar-execucao
           end-if

           open output relPendencias
           if ws-fs-relPendencias  <> 00 then
               display "Erro ao abrir arquivo: (pendenciasQuitacao.lst) " ws-fs-relPendencias
               perform abortar-execucao
           end-if

           move ws-ano-quitacao    to   ws-lt-ano

           write fd-linha-pendencias    from   ws-linha-separador
           write fd-linha-pendencias    from   ws-linha-titulo
           write fd-linha-pendencias    from   ws-linha-separador
           write fd-linha-pendencias    from   ws-linha-colunas
           write fd-linha-pendencias    from   ws-linha-separador

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - le arqMensalidades e o arquivo morto de
      *>  mensalidades (arqMensArquivo) do inicio ao fim, intercalados
      *>  em ordem de codigo/competencia, acumulando as competencias do
      *>  ano por aluno; na troca de aluno decide entre declaracao e
      *>  pendencia
      *>------------------------------------------------------------------------
       processamento section.

           move zero    to   ws-codigo-atual
           move 0       to   ws-qtde-comp

           perform ler-mensalidade-ativa
           perform ler-mensalidade-arquivo

           perform until ws-chave-ativa = high-values
                     and ws-chave-arquivo = high-values

               if ws-chave-ativa <= ws-chave-arquivo
                   move fd-mensalidades    to   ws-mensalidades
                   perform ler-mensalidade-ativa
               else
                   move fd-am-registro     to   ws-mensalidades
                   perform ler-mensalidade-arquivo
               end-if

               if ws-men-competencia(1:4) = ws-ano-quitacao
                   if ws-men-codigo <> ws-codigo-atual
                       perform encerrar-aluno
                       move ws-men-codigo    to   ws-codigo-atual
                   end-if
                   perform acumular-mensalidade
               end-if

           end-perform

           perform encerrar-aluno

           perform imprimir-totais

           display "Alunos com mensalidades no ano : " ws-qtde-alunos
           display "Declaracoes emitidas           : " ws-qtde-declaracoes
           display "Alunos com pendencia           : " ws-qtde-pendentes
           display "Declaracoes em: declaracoesQuitacao.lst"
           display "Pendencias em : pendenciasQuitacao.lst"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a proxima mensalidade de arqMensalidades; no fim do
      *>  arquivo a chave fica em high-values
      *>------------------------------------------------------------------------
       ler-mensalidade-ativa section.

           read arqMensalidades next
           evaluate ws-fs-arqMensalidades
               when 00
                   move fd-men-chave    to   ws-chave-ativa
               when 10
                   move high-values     to   ws-chave-ativa
               when other
                   display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                   perform abortar-execucao
           end-evaluate

           .
       ler-mensalidade-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a proxima mensalidade do arquivo morto (arqMensArquivo);
      *>  no fim do arquivo, ou sem arquivo morto, a chave fica em
      *>  high-values
      *>------------------------------------------------------------------------
       ler-mensalidade-arquivo section.

           if ws-tem-arquivo-morto = "N"
               move high-values    to   ws-chave-arquivo
           else
               read arqMensArquivo next
               evaluate ws-fs-arqMensArquivo
                   when 00
                       move fd-am-chave     to   ws-chave-arquivo
                   when 10
                       move high-values     to   ws-chave-arquivo
                   when other
                       display "Erro ao ler arquivo: (arqMensArquivo) " ws-fs-arqMensArquivo
                       perform abortar-execucao
               end-evaluate
           end-if

           .
       ler-mensalidade-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a mensalidade atual nos totais do aluno
      *>------------------------------------------------------------------------
       acumular-mensalidade section.

           add 1    to   ws-qtde-comp

           if ws-men-situacao = "PAGA"
               add ws-men-valor-pago    to   ws-valor-pago-aluno
           else
               add 1                    to   ws-qtde-abertas
               add ws-men-valor         to   ws-valor-aberto-aluno
           end-if

           .
       acumular-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra o aluno acumulado (ws-codigo-atual): todas as
      *>  competencias do ano PAGAS gera a declaracao; alguma ABERTA,
      *>  ou aluno sem cadastro, vai para a lista de pendencias. Zera
      *>  os acumuladores para o proximo aluno
      *>------------------------------------------------------------------------
       encerrar-aluno section.

           if ws-qtde-comp > 0
               add 1    to   ws-qtde-alunos
               perform ler-cadastro-aluno

               if ws-qtde-abertas = 0
               and ws-tem-cadastro = "S"
                   perform imprimir-declaracao
               else
                   perform imprimir-pendencia
               end-if
           end-if

           move 0    to   ws-qtde-comp
           move 0    to   ws-qtde-abertas
           move 0    to   ws-valor-pago-aluno
           move 0    to   ws-valor-aberto-aluno

           .
       encerrar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o cadastro do aluno acumulado; aluno que nao esta mais no
      *>  cadastro e procurado no arquivo morto de alunos; aluno
      *>  excluido fica sem cadastro (ws-tem-cadastro = "N")
      *>------------------------------------------------------------------------
       ler-cadastro-aluno section.

           move ws-codigo-atual    to   fd-codigo
           read arqCadAlunos
           evaluate ws-fs-arqCadAlunos
               when 00
                   move fd-alunos    to   ws-alunos
                   move "S"          to   ws-tem-cadastro

               when 23
                   initialize ws-alunos
                   move ws-codigo-atual       to   ws-codigo
                   move "(ALUNO EXCLUIDO)"    to   ws-aluno
                   move "N"                   to   ws-tem-cadastro
                   if ws-tem-arquivo-morto = "S"
                       perform ler-aluno-arquivado
                   end-if

               when other
                   display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                   perform abortar-execucao
           end-evaluate

           .
       ler-cadastro-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o aluno acumulado no arquivo morto de alunos
      *>  (arqAlunosArquivo); achado, fica com o cadastro arquivado
      *>------------------------------------------------------------------------
       ler-aluno-arquivado section.

           move ws-codigo-atual    to   fd-aa-codigo
           read arqAlunosArquivo
           evaluate ws-fs-arqAlunosArquivo
               when 00
                   move fd-aa-registro    to   ws-alunos
                   move "S"               to   ws-tem-cadastro

               when 23
                   continue

               when other
                   display "Erro ao ler arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                   perform abortar-execucao
           end-evaluate

           .
       ler-aluno-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a declaracao de quitacao do aluno atual - uma pagina
      *>  por familia, completada com linhas em branco ate o fim da
      *>  pagina
      *>------------------------------------------------------------------------
       imprimir-declaracao section.

           move 0    to   ws-linha-pag

           perform gravar-linha-separador

           move "DECLARACAO ANUAL DE QUITACAO DE DEBITOS"    to   fd-linha-declaracao
           perform gravar-linha-declaracao

           perform gravar-linha-separador
           perform gravar-linha-branca

           move space    to   fd-linha-declaracao
           string "Aos responsaveis: " ws-mae   delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           move space    to   fd-linha-declaracao
           string "                  " ws-pai   delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           move space    to   fd-linha-declaracao
           string "Endereco: " ws-endereco      delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           perform gravar-linha-branca

           move "Prezados responsaveis,"                      to   fd-linha-declaracao
           perform gravar-linha-declaracao

           perform gravar-linha-branca

           move space    to   fd-linha-declaracao
           string "Declaramos, para os devidos fins, que estao quitadas todas as"
                                                 delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           move space    to   fd-linha-declaracao
           string "mensalidades escolares do ano de " ws-ano-quitacao
                  " referentes ao aluno"          delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           move space    to   fd-linha-declaracao
           string ws-aluno
                  " (codigo " ws-codigo "),"     delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           move ws-valor-pago-aluno    to   ws-valor-ed
           move space    to   fd-linha-declaracao
           string "num total de " ws-qtde-comp
                  " mensalidades, com valor pago de R$ " ws-valor-ed
                  "."                            delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           perform gravar-linha-branca

           move space    to   fd-linha-declaracao
           string "Esta declaracao substitui, para comprovacao dos pagamentos"
                                                 delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           move space    to   fd-linha-declaracao
           string "do ano, os comprovantes de cada mensalidade."
                                                 delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           perform gravar-linha-branca

           move space    to   fd-linha-declaracao
           string "Emitida em " ws-data-emissao "."
                                                 delimited by size into fd-linha-declaracao
           perform gravar-linha-declaracao

           perform gravar-linha-branca

           move "Atenciosamente,"                             to   fd-linha-declaracao
           perform gravar-linha-declaracao

           move "A Secretaria"                                to   fd-linha-declaracao
           perform gravar-linha-declaracao

           perform until ws-linha-pag >= ws-qtde-linhas-pag
               perform gravar-linha-branca
           end-perform

           add 1    to   ws-qtde-declaracoes

           .
       imprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o aluno atual na lista de pendencias do financeiro,
      *>  com a quantidade e o valor das competencias em aberto no ano
      *>------------------------------------------------------------------------
       imprimir-pendencia section.

           move ws-codigo                to   ws-ld-codigo
           move ws-aluno                 to   ws-ld-aluno
           move ws-mae                   to   ws-ld-mae
           move ws-telefone              to   ws-ld-telefone
           move ws-qtde-abertas          to   ws-ld-abertas
           move ws-valor-aberto-aluno    to   ws-ld-valor-aberto

           if ws-qtde-abertas > 0
               move "EM ABERTO"          to   ws-ld-motivo
           else
               move "SEM CADASTRO"       to   ws-ld-motivo
           end-if

           write fd-linha-pendencias    from   ws-linha-detalhe
           if ws-fs-relPendencias <> 00
               display "Erro ao gravar arquivo: (pendenciasQuitacao.lst) " ws-fs-relPendencias
               perform abortar-execucao
           end-if

           add 1                        to   ws-qtde-pendentes
           add ws-valor-aberto-aluno    to   ws-valor-aberto-total

           .
       imprimir-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime os totais da lista de pendencias
      *>------------------------------------------------------------------------
       imprimir-totais section.

           move ws-qtde-pendentes        to   ws-lt-qtde-pendentes
           move ws-valor-aberto-total    to   ws-lt-valor-aberto

           write fd-linha-pendencias    from   ws-linha-branco
           write fd-linha-pendencias    from   ws-linha-totais
           write fd-linha-pendencias    from   ws-linha-separador

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de declaracao corrente em relDeclaracoes e
      *>  verifica o status de gravacao
      *>------------------------------------------------------------------------
       gravar-linha-declaracao section.

           write fd-linha-declaracao
           if ws-fs-relDeclaracoes <> 00
               display "Erro ao gravar arquivo: (declaracoesQuitacao.lst) " ws-fs-relDeclaracoes
               perform abortar-execucao
           end-if

           add 1    to   ws-linha-pag

           .
       gravar-linha-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha em branco na declaracao
      *>------------------------------------------------------------------------
       gravar-linha-branca section.

           move space    to   fd-linha-declaracao
           perform gravar-linha-declaracao

           .
       gravar-linha-branca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha separadora na declaracao
      *>------------------------------------------------------------------------
       gravar-linha-separador section.

           move all "-"    to   fd-linha-declaracao
           perform gravar-linha-declaracao

           .
       gravar-linha-separador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de parametros da escola. Arquivo ainda
      *>  inexistente assume os valores historicos
      *>------------------------------------------------------------------------
       ler-parametros section.

           initialize ws-parametros
           move 7,00     to   ws-par-media-corte
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
           move ws-qtde-alunos            to   fd-ctl-qtde-processados
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
           if ws-tem-arquivo-morto = "S"
               close arqMensArquivo
               close arqAlunosArquivo
           end-if
           close relDeclaracoes
           close relPendencias

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
