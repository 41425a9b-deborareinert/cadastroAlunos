      *>                  as medias e a situacao do ano anterior;
      *>                  registro de inicio/fim no controle de batch
      *>                  (arqCtrlBatch)
      *>  15/10/2026 dr   conferencia previa da grade curricular: aluno
      *>                  (nao TRANSFERIDO) sem notas em alguma
      *>                  disciplina da grade da sua serie
      *>                  (arqGradeCurricular/arqDisciplinas) sai no
      *>                  relatorio de pendencias do fechamento
      *>                  (pendenciasFechamento.lst) e a turma/ano letivo
      *>                  dele nao e fechada, para o historico nao ficar
      *>                  com disciplina faltando
      *>  15/10/2026 dr   aluno ainda em RECUPERACAO (exame nao
      *>                  lancado) tambem e pendencia e impede o
      *>                  fechamento da turma; a nota do exame de
      *>                  recuperacao (arqRecuperacao) da disciplina e
      *>                  gravada no historico escolar
      *>  15/10/2026 dr   turma do aluno no ano gravada no historico
      *>                  escolar (CADHISTESC.CPY), usada pela ata de
      *>                  resultados finais (ataResultadosFinais)
      *>----------------------------------------------------------------


           record key is fd-he-chave
           file status is ws-fs-arqHistEscolar.

           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           file status is ws-fs-arqRecuperacao.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-dis-codigo
           alternate record key is fd-dis-nome
           file status is ws-fs-arqDisciplinas.

           select arqGradeCurricular assign to "arqGradeCurricular.dat"
           organization is indexed
           access mode is sequential
           record key is fd-grd-chave
           file status is ws-fs-arqGradeCurricular.

           select relPendencias assign to "pendenciasFechamento.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relPendencias.

           select arqCtrlBatch assign to "arqCtrlBatch.dat"
           organization is line sequential
           access mode is sequential
       fd  arqHistEscolar.
           copy "CADHISTESC.CPY".

       fd  arqRecuperacao.
           copy "CADRECUP.CPY".

       fd  arqDisciplinas.
           copy "CADDISC.CPY".

       fd  arqGradeCurricular.
           copy "CADGRADE.CPY".

       fd  relPendencias.
       01  fd-linha-pendencias                     pic x(90).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

       77  ws-fs-arqNotasDisc                         pic 9(02).
       77  ws-fs-arqFrequencia                        pic 9(02).
       77  ws-fs-arqHistEscolar                       pic 9(02).
       77  ws-fs-arqRecuperacao                       pic 9(02).
       77  ws-fs-arqDisciplinas                       pic 9(02).
       77  ws-fs-arqGradeCurricular                   pic 9(02).
       77  ws-fs-relPendencias                        pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSALUNO.CPY".
           05  ws-tot-dias-letivos                  pic 9(05) comp.
           05  ws-tot-presencas                     pic 9(05) comp.
           05  ws-perc-frequencia                   pic 9(03)v99.
           05  ws-tem-grade                         pic x(01) value "N".
           05  ws-tem-recuperacao                   pic x(01) value "S".
           05  ws-fim-grade                         pic x(01).
           05  ws-disc-lancada                      pic x(01).
           05  ws-turma-bloqueada                   pic x(01).
           05  ws-serie-num                         pic 9(01).
           05  ws-ind-serie                         pic 9(03) comp.
           05  ws-ind-disc                          pic 9(03) comp.
           05  ws-ind                               pic 9(03) comp.
           05  ws-qtde-turmas-bloq                  pic 9(03) comp value 0.
           05  ws-qtde-pendencias                   pic 9(05) value 0.
           05  ws-qtde-nao-fechados                 pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "fechaAnoLetivo".
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

      *>----Grade curricular em memoria: disciplinas de cada serie (1 a
      *>----9), com o nome do cadastro de disciplinas, que e o gravado
      *>----em arqNotasDisc
       01  ws-tabela-grade.
           05  ws-grade-serie  occurs 9 times.
               10  ws-tg-qtde-disc                   pic 9(03) comp.
               10  ws-tg-disc-ocor occurs 20 times.
                   15  ws-tg-disciplina              pic x(04).
                   15  ws-tg-nome                    pic x(15).

      *>----Turmas/ano letivo com pendencia, que nao serao fechadas
       01  ws-tabela-bloqueio.
           05  ws-bloq-ocor   occurs 200 times.
               10  ws-tb-turma                       pic x(05).
               10  ws-tb-ano-letivo                  pic 9(04).

       01  ws-linha-titulo               pic x(90)
           value "PENDENCIAS DO FECHAMENTO DO ANO LETIVO - TURMAS NAO FECHADAS".

       01  ws-linha-colunas.
           05  filler                              pic x(07) value "Turma".
           05  filler                              pic x(06) value "Ano".
           05  filler                              pic x(08) value "Codigo".
           05  filler                              pic x(27) value "Aluno".
           05  filler                              pic x(42) value "Pendencia".

       01  ws-linha-detalhe.
           05  ws-ld-turma                          pic x(05).
           05  filler                               pic x(02).
           05  ws-ld-ano-letivo                     pic 9(04).
           05  filler                               pic x(02).
           05  ws-ld-codigo                         pic 9(06).
           05  filler                               pic x(02).
           05  ws-ld-aluno                          pic x(25).
           05  filler                               pic x(02).
           05  ws-ld-pendencia                      pic x(42).

       01  ws-linha-turma-bloq.
           05  filler                               pic x(20)
               value "Turma nao fechada: ".
           05  ws-lb-turma                          pic x(05).
           05  filler                               pic x(02).
           05  ws-lb-ano-letivo                     pic 9(04).

       01  ws-linha-total.
           05  ws-lt-texto                          pic x(28).
           05  ws-lt-qtde                           pic zzzz9.

       01  ws-linha-branco                          pic x(90) value space.

       01  ws-linha-separador                       pic x(90)
           value all "-".



      *>Declaração do corpo do programa
               perform abortar-execucao
           end-if

           open input arqRecuperacao
           if ws-fs-arqRecuperacao = 35
               move "N"    to   ws-tem-recuperacao
           else
               if ws-fs-arqRecuperacao <> 00
                   display "Erro ao abrir arquivo: (arqRecuperacao) " ws-fs-arqRecuperacao
                   perform abortar-execucao
               end-if
           end-if

           perform carregar-grade

           open output relPendencias
           if ws-fs-relPendencias  <> 00 then
               display "Erro ao abrir arquivo: (pendenciasFechamento.lst) " ws-fs-relPendencias
               perform abortar-execucao
           end-if

           write fd-linha-pendencias    from   ws-linha-separador
           write fd-linha-pendencias    from   ws-linha-titulo
           write fd-linha-pendencias    from   ws-linha-separador
           write fd-linha-pendencias    from   ws-linha-colunas
           write fd-linha-pendencias    from   ws-linha-separador

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - confere as pendencias de todos os alunos e
      *>  depois le arqCadAlunos de novo do inicio ao fim e grava o
      *>  historico escolar do ano letivo corrente de cada aluno cuja
      *>  turma/ano letivo nao tem pendencia
      *>------------------------------------------------------------------------
       processamento section.

           perform verificar-pendencias

           read arqCadAlunos next
           if ws-fs-arqCadAlunos = 10
               move "S"    to   ws-fim-arquivo

               add 1    to   ws-qtde-lidos
               move fd-alunos    to   ws-alunos
               perform verificar-turma-bloqueada
               if ws-turma-bloqueada = "S"
                   add 1    to   ws-qtde-nao-fechados
               else
                   perform fechar-aluno
               end-if

               read arqCadAlunos next
               if ws-fs-arqCadAlunos = 10
           display "Historicos gravados          : " ws-qtde-gravados
           display "Historicos regravados        : " ws-qtde-regravados
           display "Alunos sem notas p/disciplina: " ws-qtde-sem-disc
           display "Pendencias de grade          : " ws-qtde-pendencias
           display "Alunos em turmas nao fechadas: " ws-qtde-nao-fechados

           perform imprimir-totais

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega em memoria a grade curricular de cada serie, com o
      *>  nome de cada disciplina. Sem grade cadastrada a conferencia
      *>  de pendencias nao e feita
      *>------------------------------------------------------------------------
       carregar-grade section.

           perform varying ws-ind-serie from 1 by 1
                       until ws-ind-serie > 9
               move 0    to   ws-tg-qtde-disc(ws-ind-serie)
           end-perform

           open input arqDisciplinas
           if ws-fs-arqDisciplinas = 35
               display "Grade curricular nao cadastrada - pendencias de disciplinas nao conferidas."
           else
               if ws-fs-arqDisciplinas <> 00
                   display "Erro ao abrir arquivo: (arqDisciplinas) " ws-fs-arqDisciplinas
                   perform abortar-execucao
               end-if

               open input arqGradeCurricular
               if ws-fs-arqGradeCurricular = 35
                   display "Grade curricular nao cadastrada - pendencias de disciplinas nao conferidas."
               else
                   if ws-fs-arqGradeCurricular <> 00
                       display "Erro ao abrir arquivo: (arqGradeCurricular) " ws-fs-arqGradeCurricular
                       perform abortar-execucao
                   end-if
                   move "S"    to   ws-tem-grade
                   perform ler-grade-curricular
                   close arqGradeCurricular
               end-if

               close arqDisciplinas
           end-if

           .
       carregar-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le arqGradeCurricular do inicio ao fim e monta a tabela
      *>  ws-tabela-grade, buscando o nome de cada disciplina em
      *>  arqDisciplinas
      *>------------------------------------------------------------------------
       ler-grade-curricular section.

           move "N"    to   ws-fim-grade
           perform until ws-fim-grade = "S"
               read arqGradeCurricular next
               if ws-fs-arqGradeCurricular = 10
                   move "S"    to   ws-fim-grade
               else
                   if ws-fs-arqGradeCurricular <> 00
                       display "Erro ao ler arquivo: (arqGradeCurricular) " ws-fs-arqGradeCurricular
                       perform abortar-execucao
                   end-if

                   move fd-grd-disciplina    to   fd-dis-codigo
                   read arqDisciplinas
                   if ws-fs-arqDisciplinas <> 00
                   and ws-fs-arqDisciplinas <> 23
                       display "Erro ao ler arquivo: (arqDisciplinas) " ws-fs-arqDisciplinas
                       perform abortar-execucao
                   end-if

      *>----Disciplina retirada do cadastro nao e cobrada na grade
                   if ws-fs-arqDisciplinas = 00
                   and fd-grd-serie > 0
                       move fd-grd-serie    to   ws-ind-serie
                       if ws-tg-qtde-disc(ws-ind-serie) >= 20
                           display "Erro: limite de 20 disciplinas na grade da serie "
                                   fd-grd-serie " excedido."
                           perform abortar-execucao
                       end-if
                       add 1    to   ws-tg-qtde-disc(ws-ind-serie)
                       move ws-tg-qtde-disc(ws-ind-serie)    to   ws-ind-disc
                       move fd-grd-disciplina    to   ws-tg-disciplina(ws-ind-serie, ws-ind-disc)
                       move fd-dis-nome          to   ws-tg-nome(ws-ind-serie, ws-ind-disc)
                   end-if
               end-if
           end-perform

           .
       ler-grade-curricular-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira leitura de arqCadAlunos: confere cada aluno contra a
      *>  grade curricular da sua serie e bloqueia a turma/ano letivo
      *>  com pendencia. Ao final reabre o cadastro para o fechamento
      *>------------------------------------------------------------------------
       verificar-pendencias section.

           read arqCadAlunos next
           if ws-fs-arqCadAlunos = 10
               move "S"    to   ws-fim-arquivo
           end-if

           perform until ws-fim-arquivo = "S"

               if ws-fs-arqCadAlunos <> 00
                   display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                   perform abortar-execucao
               end-if

               move fd-alunos    to   ws-alunos
               if not fd-sit-transferido
                   perform verificar-pendencias-aluno
               end-if

               read arqCadAlunos next
               if ws-fs-arqCadAlunos = 10
                   move "S"    to   ws-fim-arquivo
               end-if

           end-perform

           close arqCadAlunos
           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if
           move "N"    to   ws-fim-arquivo

           .
       verificar-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o aluno atual (ws-alunos) tem notas lancadas em
      *>  todas as disciplinas da grade da sua serie (primeiro
      *>  caractere da turma) e se nao esta mais aguardando o exame de
      *>  recuperacao
      *>------------------------------------------------------------------------
       verificar-pendencias-aluno section.

           if ws-situacao = "RECUPERACAO"
               move "AGUARDANDO EXAME DE RECUPERACAO"    to   ws-ld-pendencia
               perform registrar-pendencia
           end-if

           if ws-tem-grade = "S"
           and ws-turma(1:1) is numeric
           and ws-turma(1:1) <> "0"
               move ws-turma(1:1)    to   ws-serie-num
               move ws-serie-num     to   ws-ind-serie
               perform varying ws-ind-disc from 1 by 1
                           until ws-ind-disc > ws-tg-qtde-disc(ws-ind-serie)
                   perform verificar-disciplina-aluno
               end-perform
           end-if

           .
       verificar-pendencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura em arqNotasDisc as notas do aluno na disciplina
      *>  (ws-ind-serie, ws-ind-disc) da grade; sem notas, registra a
      *>  pendencia
      *>------------------------------------------------------------------------
       verificar-disciplina-aluno section.

           move "N"    to   ws-disc-lancada

           if ws-tem-notas-disc = "S"
               move ws-codigo                               to   fd-nd-codigo
               move ws-tg-nome(ws-ind-serie, ws-ind-disc)    to   fd-nd-disciplina
               read arqNotasDisc
               evaluate ws-fs-arqNotasDisc
                   when 00
                       move "S"    to   ws-disc-lancada

                   when 23
                       continue

                   when other
                       display "Erro ao ler arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                       perform abortar-execucao
               end-evaluate
           end-if

           if ws-disc-lancada = "N"
               move space    to   ws-ld-pendencia
               string "SEM NOTAS NA DISCIPLINA "                delimited by size
                      ws-tg-nome(ws-ind-serie, ws-ind-disc)     delimited by size
                      into ws-ld-pendencia
               perform registrar-pendencia
           end-if

           .
       verificar-disciplina-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a pendencia (ws-ld-pendencia) do aluno atual e
      *>  bloqueia o fechamento da turma/ano letivo dele
      *>------------------------------------------------------------------------
       registrar-pendencia section.

           move ws-turma         to   ws-ld-turma
           move ws-ano-letivo    to   ws-ld-ano-letivo
           move ws-codigo        to   ws-ld-codigo
           move ws-aluno         to   ws-ld-aluno

           write fd-linha-pendencias    from   ws-linha-detalhe
           if ws-fs-relPendencias <> 00
               display "Erro ao gravar arquivo: (pendenciasFechamento.lst) " ws-fs-relPendencias
               perform abortar-execucao
           end-if

           add 1    to   ws-qtde-pendencias

           perform verificar-turma-bloqueada
           if ws-turma-bloqueada = "N"
               if ws-qtde-turmas-bloq >= 200
                   display "Erro: limite de 200 turmas/ano-letivo com pendencia excedido."
                   perform abortar-execucao
               end-if
               add 1                to   ws-qtde-turmas-bloq
               move ws-turma        to   ws-tb-turma(ws-qtde-turmas-bloq)
               move ws-ano-letivo   to   ws-tb-ano-letivo(ws-qtde-turmas-bloq)
           end-if

           .
       registrar-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se a turma/ano letivo do aluno atual esta na tabela
      *>  de turmas com pendencia (ws-turma-bloqueada = "S")
      *>------------------------------------------------------------------------
       verificar-turma-bloqueada section.

           move "N"    to   ws-turma-bloqueada

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-turmas-bloq
                          or ws-turma-bloqueada = "S"
               if ws-tb-turma(ws-ind)      = ws-turma
               and ws-tb-ano-letivo(ws-ind) = ws-ano-letivo
                   move "S"    to   ws-turma-bloqueada
               end-if
           end-perform

           .
       verificar-turma-bloqueada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as turmas nao fechadas e os totais no relatorio de
      *>  pendencias
      *>------------------------------------------------------------------------
       imprimir-totais section.

           write fd-linha-pendencias    from   ws-linha-separador

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-turmas-bloq
               move ws-tb-turma(ws-ind)         to   ws-lb-turma
               move ws-tb-ano-letivo(ws-ind)    to   ws-lb-ano-letivo
               write fd-linha-pendencias    from   ws-linha-turma-bloq
           end-perform

           write fd-linha-pendencias    from   ws-linha-branco

           move "Pendencias encontradas  : "    to   ws-lt-texto
           move ws-qtde-pendencias              to   ws-lt-qtde
           write fd-linha-pendencias    from   ws-linha-total

           move "Turmas nao fechadas     : "    to   ws-lt-texto
           move ws-qtde-turmas-bloq             to   ws-lt-qtde
           write fd-linha-pendencias    from   ws-linha-total

           move "Alunos nao fechados     : "    to   ws-lt-texto
           move ws-qtde-nao-fechados            to   ws-lt-qtde
           write fd-linha-pendencias    from   ws-linha-total

           write fd-linha-pendencias    from   ws-linha-separador

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o ano letivo do aluno atual (ws-alunos): apura a
      *>  frequencia do ano e grava um registro de historico por
           move fd-nd-media           to   ws-he-media
           move ws-perc-frequencia    to   ws-he-frequencia
           move ws-situacao           to   ws-he-situacao
           move ws-turma              to   ws-he-turma
           perform obter-nota-recuperacao

           move ws-hist-escolar       to   fd-hist-escolar

       gravar-historico-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca em arqRecuperacao o exame do aluno/ano letivo/disciplina
      *>  do historico (ws-he-chave); sem exame, o indicador fica "N" e
      *>  a nota zerada
      *>------------------------------------------------------------------------
       obter-nota-recuperacao section.

           move "N"     to   ws-he-fez-recuperacao
           move zero    to   ws-he-nota-recuperacao

           if ws-tem-recuperacao = "S"
               move ws-he-codigo        to   fd-rec-codigo
               move ws-he-ano-letivo    to   fd-rec-ano-letivo
               move ws-he-disciplina    to   fd-rec-disciplina
               read arqRecuperacao
               evaluate ws-fs-arqRecuperacao
                   when 00
                       move "S"                  to   ws-he-fez-recuperacao
                       move fd-rec-nota-exame    to   ws-he-nota-recuperacao

                   when 23
                       continue

                   when other
                       display "Erro ao ler arquivo: (arqRecuperacao) " ws-fs-arqRecuperacao
                       perform abortar-execucao
               end-evaluate
           end-if

           .
       obter-nota-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma os dias letivos e as presencas dos meses de frequencia
      *>  do aluno (ws-codigo) pertencentes ao ano letivo do cadastro
           end-if
           close arqFrequencia
           close arqHistEscolar
           close relPendencias
           if ws-tem-recuperacao = "S"
               close arqRecuperacao
           end-if

           close arqCtrlBatch

