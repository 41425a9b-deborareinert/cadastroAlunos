      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "arquivaAlunos".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - arquivamento periodico dos
      *>                  alunos inativos: le arqCadAlunos do inicio ao
      *>                  fim e retira do cadastro ativo o aluno
      *>                  TRANSFERIDO e o que deixou a escola depois do
      *>                  fechamento do ano (ficou em ano letivo
      *>                  anterior ao corrente dos parametros, sem
      *>                  rematricula), gravando-o no arquivo morto de
      *>                  alunos (arqAlunosArquivo, CADARQAL.CPY) e
      *>                  levando as mensalidades pagas dele para o
      *>                  arquivo morto de mensalidades (arqMensArquivo,
      *>                  CADARQMS.CPY); as notas por disciplina e a
      *>                  frequencia mensal sao excluidas, pois ja
      *>                  ficaram no historico escolar (arqHistEscolar),
      *>                  que nao e alterado. Aluno com mensalidade
      *>                  ABERTA ou com o ano letivo ainda nao fechado
      *>                  no historico e recusado. Tudo sai no relatorio
      *>                  arquivamento.lst; registro de inicio/fim no
      *>                  controle de batch (arqCtrlBatch). A consulta e
      *>                  a reativacao do aluno arquivado ficam no
      *>                  lista11exercicio3v2
      *>  15/10/2026 dr   mensalidade ABERTA com vencimento depois da
      *>                  saida do aluno (data da transferencia ou fim do
      *>                  ano letivo do desligado), como as do carne
      *>                  anual, nao impede mais o arquivamento: e
      *>                  cancelada (excluida) ao arquivar. Aluno sem
      *>                  historico escolar do ano so e recusado quando
      *>                  tem notas por disciplina lancadas (que seriam
      *>                  perdidas); quem saiu antes de qualquer nota e
      *>                  arquivado
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

           select arqHistEscolar assign to "arqHistEscolar.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-he-chave
           file status is ws-fs-arqHistEscolar.

           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-nd-chave
           file status is ws-fs-arqNotasDisc.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-frq-chave
           file status is ws-fs-arqFrequencia.

           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-aa-codigo
           file status is ws-fs-arqAlunosArquivo.

           select arqMensArquivo assign to "arqMensArquivo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-am-chave
           file status is ws-fs-arqMensArquivo.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select relArquivamento assign to "arquivamento.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relArquivamento.

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

       fd  arqHistEscolar.
           copy "CADHISTESC.CPY".

       fd  arqNotasDisc.
           copy "CADNOTAS.CPY".

       fd  arqFrequencia.
           copy "CADFREQ.CPY".

       fd  arqAlunosArquivo.
           copy "CADARQAL.CPY".

       fd  arqMensArquivo.
           copy "CADARQMS.CPY".

       fd  arqParametros.
           copy "CADPARAM.CPY".

       fd  relArquivamento.
       01  fd-linha-arquivamento                    pic x(110).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-arqHistEscolar                       pic 9(02).
       77  ws-fs-arqNotasDisc                         pic 9(02).
       77  ws-fs-arqFrequencia                        pic 9(02).
       77  ws-fs-arqAlunosArquivo                     pic 9(02).
       77  ws-fs-arqMensArquivo                       pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-relArquivamento                      pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSPARAM.CPY".

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-ano-corrente                      pic 9(04).
           05  ws-data-atual.
               10  ws-data-atual-ano                pic 9(04).
               10  ws-data-atual-mes                pic 9(02).
               10  ws-data-atual-dia                pic 9(02).
           05  ws-codigo-aluno                      pic 9(06).
           05  ws-ano-letivo-aluno                  pic 9(04).
           05  ws-motivo                            pic x(12).
           05  ws-tem-historico                     pic x(01).
           05  ws-tem-notas-aluno                   pic x(01).
           05  ws-tem-notas-disc                    pic x(01) value "N".
           05  ws-fim-notas-disc                    pic x(01).
           05  ws-tem-frequencia                    pic x(01) value "N".
           05  ws-fim-frequencia                    pic x(01).
           05  ws-fim-mensalidades                  pic x(01).
           05  ws-qtde-abertas-aluno                pic 9(03).
           05  ws-qtde-futuras-aluno                pic 9(03).
           05  ws-data-saida                        pic 9(08).
           05  ws-qtde-pagas-aluno                  pic 9(03).
           05  ws-valor-aberto-aluno                pic 9(07)v99.
           05  ws-valor-ed                          pic zzzzzz9,99.
           05  ws-qtde-lidos                        pic 9(05) value 0.
           05  ws-qtde-inativos                     pic 9(05) value 0.
           05  ws-qtde-arquivados                   pic 9(05) value 0.
           05  ws-qtde-recusados                    pic 9(05) value 0.
           05  ws-qtde-mens-arquivadas              pic 9(05) value 0.
           05  ws-qtde-mens-canceladas              pic 9(05) value 0.
           05  ws-qtde-notas-excluidas              pic 9(05) value 0.
           05  ws-qtde-freq-excluidas               pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "arquivaAlunos".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo.
           05  filler                               pic x(56)
               value "ARQUIVAMENTO DE ALUNOS INATIVOS - ANO LETIVO CORRENTE ".
           05  ws-lt-ano                            pic 9(04).

       01  ws-linha-colunas.
           05  filler                              pic x(08) value "Codigo".
           05  filler                              pic x(27) value "Aluno".
           05  filler                              pic x(07) value "Turma".
           05  filler                              pic x(06) value "Ano".
           05  filler                              pic x(14) value "Motivo".
           05  filler                              pic x(08) value "Mensal.".
           05  filler                              pic x(40) value "Resultado".

       01  ws-linha-detalhe.
           05  ws-ld-codigo                         pic 9(06).
           05  filler                               pic x(02).
           05  ws-ld-aluno                          pic x(27).
           05  ws-ld-turma                          pic x(05).
           05  filler                               pic x(02).
           05  ws-ld-ano-letivo                     pic 9(04).
           05  filler                               pic x(02).
           05  ws-ld-motivo                         pic x(12).
           05  filler                               pic x(02).
           05  ws-ld-qtde-mens                      pic zz9.
           05  filler                               pic x(05).
           05  ws-ld-resultado                      pic x(40).

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

      *>----Sem parametros, o ano corrente e o da data do sistema
           if ws-par-ano-corrente > 0
               move ws-par-ano-corrente    to   ws-ano-corrente
           else
               move ws-data-atual-ano      to   ws-ano-corrente
           end-if
           display "Arquivamento de alunos inativos - ano letivo corrente " ws-ano-corrente

           open i-o arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00
           and ws-fs-arqCadAlunos <> 05 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if

           open i-o arqMensalidades
           if ws-fs-arqMensalidades  <> 00
           and ws-fs-arqMensalidades <> 05 then
               display "Erro ao abrir arquivo: (arqMensalidades) " ws-fs-arqMensalidades
               perform abortar-execucao
           end-if

           open input arqHistEscolar
           if ws-fs-arqHistEscolar  <> 00 then
               display "Erro ao abrir arquivo: (arqHistEscolar) " ws-fs-arqHistEscolar
               perform abortar-execucao
           end-if

           open i-o arqNotasDisc
           if ws-fs-arqNotasDisc = 35
               move "N"    to   ws-tem-notas-disc
           else
               if ws-fs-arqNotasDisc  <> 00
               and ws-fs-arqNotasDisc <> 05 then
                   display "Erro ao abrir arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-notas-disc
               end-if
           end-if

           open i-o arqFrequencia
           if ws-fs-arqFrequencia = 35
               move "N"    to   ws-tem-frequencia
           else
               if ws-fs-arqFrequencia  <> 00
               and ws-fs-arqFrequencia <> 05 then
                   display "Erro ao abrir arquivo: (arqFrequencia) " ws-fs-arqFrequencia
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-frequencia
               end-if
           end-if

           open i-o arqAlunosArquivo
           if ws-fs-arqAlunosArquivo = 35
               open output arqAlunosArquivo
               close arqAlunosArquivo
               open i-o arqAlunosArquivo
           end-if
           if ws-fs-arqAlunosArquivo  <> 00
           and ws-fs-arqAlunosArquivo <> 05 then
               display "Erro ao abrir arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
               perform abortar-execucao
           end-if

           open i-o arqMensArquivo
           if ws-fs-arqMensArquivo = 35
               open output arqMensArquivo
               close arqMensArquivo
               open i-o arqMensArquivo
           end-if
           if ws-fs-arqMensArquivo  <> 00
           and ws-fs-arqMensArquivo <> 05 then
               display "Erro ao abrir arquivo: (arqMensArquivo) " ws-fs-arqMensArquivo
               perform abortar-execucao
           end-if

           open output relArquivamento
           if ws-fs-relArquivamento  <> 00 then
               display "Erro ao abrir arquivo: (arquivamento.lst) " ws-fs-relArquivamento
               perform abortar-execucao
           end-if

           move ws-ano-corrente    to   ws-lt-ano

           write fd-linha-arquivamento    from   ws-linha-separador
           write fd-linha-arquivamento    from   ws-linha-titulo
           write fd-linha-arquivamento    from   ws-linha-separador
           write fd-linha-arquivamento    from   ws-linha-colunas
           write fd-linha-arquivamento    from   ws-linha-separador

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - le arqCadAlunos do inicio ao fim e trata o
      *>  arquivamento de cada aluno inativo: TRANSFERIDO ou em ano
      *>  letivo anterior ao corrente (nao rematriculado)
      *>------------------------------------------------------------------------
       processamento section.

           move zero    to   fd-codigo

           start arqCadAlunos key is not less than fd-codigo
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
                   add 1    to   ws-qtde-lidos

                   move space    to   ws-motivo
                   if fd-sit-transferido
                       move "TRANSFERIDO"    to   ws-motivo
                   else
                       if fd-ano-letivo < ws-ano-corrente
                           move "DESLIGADO"      to   ws-motivo
                       end-if
                   end-if

                   if ws-motivo <> space
                       add 1    to   ws-qtde-inativos
                       perform tratar-aluno-inativo
                   end-if
               end-if

           end-perform

           perform imprimir-totais

           display "Relatorio gravado em: arquivamento.lst"
           display "Alunos lidos do cadastro       : " ws-qtde-lidos
           display "Alunos inativos                : " ws-qtde-inativos
           display "Alunos arquivados              : " ws-qtde-arquivados
           display "Alunos recusados               : " ws-qtde-recusados
           display "Mensalidades pagas arquivadas  : " ws-qtde-mens-arquivadas
           display "Mensalidades futuras canceladas: " ws-qtde-mens-canceladas
           display "Notas por disciplina excluidas : " ws-qtde-notas-excluidas
           display "Meses de frequencia excluidos  : " ws-qtde-freq-excluidas

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata o aluno inativo atual (fd-alunos): recusa quando o ano
      *>  letivo dele ainda nao esta no historico escolar e ha notas
      *>  por disciplina lancadas (quem saiu antes de qualquer nota
      *>  nao tem historico a esperar) ou quando ha mensalidade ABERTA
      *>  vencida ate a saida; senao arquiva o aluno e as mensalidades
      *>------------------------------------------------------------------------
       tratar-aluno-inativo section.

           move fd-codigo        to   ws-codigo-aluno
           move fd-ano-letivo    to   ws-ano-letivo-aluno
           move fd-aluno         to   ws-ld-aluno
           move fd-turma         to   ws-ld-turma

      *>----Data de saida do aluno: a da transferencia ou, para o
      *>----desligado, o fim do ano letivo dele
           if ws-motivo = "TRANSFERIDO" and fd-data-transferencia > 0
               move fd-data-transferencia    to   ws-data-saida
           else
               if ws-motivo = "TRANSFERIDO"
                   move ws-data-atual        to   ws-data-saida
               else
                   compute ws-data-saida = (ws-ano-letivo-aluno * 10000) + 1231
               end-if
           end-if

           perform verificar-historico
           perform verificar-notas-aluno
           perform contar-mensalidades

      *>----Sem historico so recusa o aluno com notas por disciplina
      *>----lancadas, que seriam perdidas (ano letivo nao fechado)
           evaluate true
               when ws-tem-historico = "N"
               and  ws-tem-notas-aluno = "S"
                   move "RECUSADO - ANO LETIVO NAO FECHADO"    to   ws-ld-resultado
                   add 1    to   ws-qtde-recusados

               when ws-qtde-abertas-aluno > 0
                   move ws-valor-aberto-aluno    to   ws-valor-ed
                   move space                    to   ws-ld-resultado
                   string "RECUSADO - " ws-qtde-abertas-aluno " ABERTA(S) R$ " ws-valor-ed
                          delimited by size into ws-ld-resultado
                   add 1    to   ws-qtde-recusados

               when other
                   perform arquivar-aluno
           end-evaluate

           perform imprimir-linha-aluno

           .
       tratar-aluno-inativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se o ano letivo do aluno atual ja foi fechado, isto
      *>  e, se ha registro dele no historico escolar para o ano
      *>  (ws-tem-historico = "S"/"N")
      *>------------------------------------------------------------------------
       verificar-historico section.

           move "N"                    to   ws-tem-historico
           move ws-codigo-aluno        to   fd-he-codigo
           move ws-ano-letivo-aluno    to   fd-he-ano-letivo
           move low-values             to   fd-he-disciplina

           start arqHistEscolar key is not less than fd-he-chave
               invalid key
                   move 10    to   ws-fs-arqHistEscolar
           end-start

           if ws-fs-arqHistEscolar = 00
               read arqHistEscolar next
               if ws-fs-arqHistEscolar = 00
               and fd-he-codigo = ws-codigo-aluno
               and fd-he-ano-letivo = ws-ano-letivo-aluno
                   move "S"    to   ws-tem-historico
               end-if
           end-if

           .
       verificar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se o aluno atual tem notas por disciplina lancadas
      *>  em arqNotasDisc (ws-tem-notas-aluno = "S"/"N")
      *>------------------------------------------------------------------------
       verificar-notas-aluno section.

           move "N"    to   ws-tem-notas-aluno

           if ws-tem-notas-disc = "S"
               move ws-codigo-aluno    to   fd-nd-codigo
               move low-values         to   fd-nd-disciplina

               start arqNotasDisc key is not less than fd-nd-chave
                   invalid key
                       move 10    to   ws-fs-arqNotasDisc
               end-start

               if ws-fs-arqNotasDisc = 00
                   read arqNotasDisc next
                   if ws-fs-arqNotasDisc = 00
                   and fd-nd-codigo = ws-codigo-aluno
                       move "S"    to   ws-tem-notas-aluno
                   end-if
               end-if
           end-if

           .
       verificar-notas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as mensalidades pagas e as abertas (com o valor em
      *>  aberto) do aluno atual. Aberta com vencimento depois da saida
      *>  do aluno (ws-data-saida) e contada a parte, como futura
      *>------------------------------------------------------------------------
       contar-mensalidades section.

           move 0    to   ws-qtde-abertas-aluno
           move 0    to   ws-qtde-futuras-aluno
           move 0    to   ws-qtde-pagas-aluno
           move 0    to   ws-valor-aberto-aluno

           move ws-codigo-aluno    to   fd-men-codigo
           move zero               to   fd-men-competencia

           move "N"    to   ws-fim-mensalidades
           start arqMensalidades key is not less than fd-men-chave
               invalid key
                   move "S"    to   ws-fim-mensalidades
           end-start

           perform until ws-fim-mensalidades = "S"
               read arqMensalidades next
               if ws-fs-arqMensalidades = 10
                   move "S"    to   ws-fim-mensalidades
               else
                   if ws-fs-arqMensalidades <> 00
                       display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                       perform abortar-execucao
                   end-if
                   if fd-men-codigo <> ws-codigo-aluno
                       move "S"    to   ws-fim-mensalidades
                   else
                       if fd-men-aberta
                           if fd-men-vencimento > ws-data-saida
                               add 1               to   ws-qtde-futuras-aluno
                           else
                               add 1               to   ws-qtde-abertas-aluno
                               add fd-men-valor    to   ws-valor-aberto-aluno
                           end-if
                       else
                           add 1               to   ws-qtde-pagas-aluno
                       end-if
                   end-if
               end-if
           end-perform

           .
       contar-mensalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquiva o aluno atual: grava o arquivo morto do aluno, leva as
      *>  mensalidades pagas para o arquivo morto de mensalidades,
      *>  exclui notas por disciplina e frequencia (ja no historico
      *>  escolar) e exclui o aluno do cadastro ativo. Aluno ja
      *>  presente no arquivo morto e recusado sem alteracao
      *>------------------------------------------------------------------------
       arquivar-aluno section.

           move ws-codigo-aluno    to   fd-aa-codigo
           move ws-data-atual      to   fd-aa-data-arquivamento
           move ws-motivo          to   fd-aa-motivo
           move fd-alunos          to   fd-aa-registro

           write fd-aluno-arquivo
           evaluate ws-fs-arqAlunosArquivo
               when 00
                   perform arquivar-mensalidades
                   perform excluir-notas-disciplinas
                   perform excluir-frequencias

                   move ws-codigo-aluno    to   fd-codigo
                   delete arqCadAlunos
                   if ws-fs-arqCadAlunos <> 00
                       display "Erro ao deletar arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                       perform abortar-execucao
                   end-if

                   move "ARQUIVADO"    to   ws-ld-resultado
                   add 1               to   ws-qtde-arquivados

               when 22
                   move "RECUSADO - CODIGO JA NO ARQUIVO MORTO"    to   ws-ld-resultado
                   add 1    to   ws-qtde-recusados

               when other
                   display "Erro ao gravar arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                   perform abortar-execucao
           end-evaluate

           .
       arquivar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva as mensalidades pagas do aluno arquivado
      *>  (ws-codigo-aluno) de arqMensalidades para arqMensArquivo. As
      *>  abertas que restam vencem depois da saida do aluno e sao
      *>  canceladas (excluidas sem ir para o arquivo morto)
      *>------------------------------------------------------------------------
       arquivar-mensalidades section.

           move "N"    to   ws-fim-mensalidades
           perform until ws-fim-mensalidades = "S"

               move ws-codigo-aluno    to   fd-men-codigo
               move zero               to   fd-men-competencia

               start arqMensalidades key is not less than fd-men-chave
                   invalid key
                       move 10    to   ws-fs-arqMensalidades
               end-start

               if ws-fs-arqMensalidades = 00
                   read arqMensalidades next
               end-if

               if ws-fs-arqMensalidades <> 00
                or fd-men-codigo <> ws-codigo-aluno
                   move "S"    to   ws-fim-mensalidades
               else
                   if fd-men-aberta
                       add 1    to   ws-qtde-mens-canceladas
                   else
                       move fd-men-chave       to   fd-am-chave
                       move ws-data-atual      to   fd-am-data-arquivamento
                       move fd-mensalidades    to   fd-am-registro

                       write fd-mens-arquivo
                       if ws-fs-arqMensArquivo <> 00
                           display "Erro ao gravar arquivo: (arqMensArquivo) " ws-fs-arqMensArquivo
                           perform abortar-execucao
                       end-if
                       add 1    to   ws-qtde-mens-arquivadas
                   end-if

                   delete arqMensalidades
                   if ws-fs-arqMensalidades <> 00
                       display "Erro ao deletar arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                       perform abortar-execucao
                   end-if
               end-if

           end-perform

           .
       arquivar-mensalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui de arqNotasDisc todas as disciplinas do aluno
      *>  arquivado (ws-codigo-aluno). As medias finais ja ficaram
      *>  preservadas no historico escolar pelo fechaAnoLetivo
      *>------------------------------------------------------------------------
       excluir-notas-disciplinas section.

           if ws-tem-notas-disc = "S"

               move "N"    to   ws-fim-notas-disc
               perform until ws-fim-notas-disc = "S"

                   move ws-codigo-aluno    to   fd-nd-codigo
                   move low-values         to   fd-nd-disciplina

                   start arqNotasDisc key is not less than fd-nd-chave
                       invalid key
                           move 10    to   ws-fs-arqNotasDisc
                   end-start

                   if ws-fs-arqNotasDisc = 00
                       read arqNotasDisc next
                   end-if

                   if ws-fs-arqNotasDisc <> 00
                    or fd-nd-codigo <> ws-codigo-aluno
                       move "S"    to   ws-fim-notas-disc
                   else
                       delete arqNotasDisc
                       if ws-fs-arqNotasDisc <> 00
                           display "Erro ao deletar arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                           perform abortar-execucao
                       end-if
                       add 1    to   ws-qtde-notas-excluidas
                   end-if

               end-perform

           end-if

           .
       excluir-notas-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui de arqFrequencia todos os meses de frequencia do aluno
      *>  arquivado (ws-codigo-aluno). A frequencia apurada do ano ja
      *>  ficou preservada no historico escolar pelo fechaAnoLetivo
      *>------------------------------------------------------------------------
       excluir-frequencias section.

           if ws-tem-frequencia = "S"

               move "N"    to   ws-fim-frequencia
               perform until ws-fim-frequencia = "S"

                   move ws-codigo-aluno    to   fd-frq-codigo
                   move zero               to   fd-frq-ano-mes

                   start arqFrequencia key is not less than fd-frq-chave
                       invalid key
                           move 10    to   ws-fs-arqFrequencia
                   end-start

                   if ws-fs-arqFrequencia = 00
                       read arqFrequencia next
                   end-if

                   if ws-fs-arqFrequencia <> 00
                    or fd-frq-codigo <> ws-codigo-aluno
                       move "S"    to   ws-fim-frequencia
                   else
                       delete arqFrequencia
                       if ws-fs-arqFrequencia <> 00
                           display "Erro ao deletar arquivo: (arqFrequencia) " ws-fs-arqFrequencia
                           perform abortar-execucao
                       end-if
                       add 1    to   ws-qtde-freq-excluidas
                   end-if

               end-perform

           end-if

           .
       excluir-frequencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha do aluno inativo atual no relatorio, com o
      *>  nome, a turma e o resultado ja montados em ws-linha-detalhe
      *>  (o registro do cadastro pode ja ter sido excluido)
      *>------------------------------------------------------------------------
       imprimir-linha-aluno section.

           move ws-codigo-aluno        to   ws-ld-codigo
           move ws-ano-letivo-aluno    to   ws-ld-ano-letivo
           move ws-motivo              to   ws-ld-motivo
           move ws-qtde-pagas-aluno    to   ws-ld-qtde-mens

           write fd-linha-arquivamento    from   ws-linha-detalhe
           if ws-fs-relArquivamento <> 00
               display "Erro ao gravar arquivo: (arquivamento.lst) " ws-fs-relArquivamento
               perform abortar-execucao
           end-if

           .
       imprimir-linha-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime os totais do arquivamento no relatorio
      *>------------------------------------------------------------------------
       imprimir-totais section.

           write fd-linha-arquivamento    from   ws-linha-separador

           move "Alunos lidos do cadastro              : "    to   ws-lt-texto
           move ws-qtde-lidos                                 to   ws-lt-qtde
           write fd-linha-arquivamento    from   ws-linha-total

           move "Alunos inativos                       : "    to   ws-lt-texto
           move ws-qtde-inativos                              to   ws-lt-qtde
           write fd-linha-arquivamento    from   ws-linha-total

           move "Alunos arquivados                     : "    to   ws-lt-texto
           move ws-qtde-arquivados                            to   ws-lt-qtde
           write fd-linha-arquivamento    from   ws-linha-total

           move "Alunos recusados                      : "    to   ws-lt-texto
           move ws-qtde-recusados                             to   ws-lt-qtde
           write fd-linha-arquivamento    from   ws-linha-total

           move "Mensalidades pagas arquivadas         : "    to   ws-lt-texto
           move ws-qtde-mens-arquivadas                       to   ws-lt-qtde
           write fd-linha-arquivamento    from   ws-linha-total

           move "Mensalidades futuras canceladas       : "    to   ws-lt-texto
           move ws-qtde-mens-canceladas                       to   ws-lt-qtde
           write fd-linha-arquivamento    from   ws-linha-total

           write fd-linha-arquivamento    from   ws-linha-separador

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de parametros da escola. Arquivo ainda
      *>  inexistente deixa o ano corrente zerado (assume o ano da
      *>  data do sistema)
      *>------------------------------------------------------------------------
       ler-parametros section.

           initialize ws-parametros

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

           close arqCadAlunos
           close arqMensalidades
           close arqHistEscolar
           if ws-tem-notas-disc = "S"
               close arqNotasDisc
           end-if
           if ws-tem-frequencia = "S"
               close arqFrequencia
           end-if
           close arqAlunosArquivo
           close arqMensArquivo
           close relArquivamento

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
