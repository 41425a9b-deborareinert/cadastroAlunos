      *>                  passa a ser rejeitado (ALUNO TRANSFERIDO),
      *>                  para a importacao nao desfazer a
      *>                  transferencia nem mexer na vaga ja liberada
      *>  15/10/2026 dr   novo tipo de movimento N (notas por
      *>                  disciplina: codigo do aluno, codigo da
      *>                  disciplina e as quatro notas), gravado em
      *>                  arqNotasDisc somente quando a disciplina
      *>                  existe no cadastro de disciplinas
      *>                  (arqDisciplinas) e faz parte da grade
      *>                  curricular da serie do aluno
      *>                  (arqGradeCurricular)
      *>  15/10/2026 dr   aluno em RECUPERACAO tem a situacao resolvida
      *>                  pelos exames de recuperacao ja lancados
      *>                  (arqRecuperacao), como no cadastro online
      *>  15/10/2026 dr   log de exclusoes (arqExclusoes) passa a gravar
      *>                  o operador, BATCH nas exclusoes feitas por
      *>                  movimento, como no cadastro online
      *>  15/10/2026 dr   aluno em RECUPERACAO pela media geral, mas sem
      *>                  nenhuma disciplina abaixo da media de corte,
      *>                  passa a APROVADO (nao ha exame a lancar)
      *>  15/10/2026 dr   movimento de inclusao com codigo de aluno do
      *>                  arquivo morto (arqAlunosArquivo, CADARQAL.CPY)
      *>                  passa a ser rejeitado (CODIGO DE ALUNO
      *>                  ARQUIVADO); arqDisciplinas e arqGradeCurricular
      *>                  fechados cada um conforme a propria abertura
      *>----------------------------------------------------------------


           record key is fd-frq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-dis-codigo
           alternate record key is fd-dis-nome
           file status is ws-fs-arqDisciplinas.

           select arqGradeCurricular assign to "arqGradeCurricular.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grd-chave
           file status is ws-fs-arqGradeCurricular.

           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           file status is ws-fs-arqRecuperacao.

           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-aa-codigo
           file status is ws-fs-arqAlunosArquivo.

           select arqExclusoes assign to "arqExclusoes.dat"
           organization is line sequential
           access mode is sequential
       fd  arqFrequencia.
           copy "CADFREQ.CPY".

       fd  arqDisciplinas.
           copy "CADDISC.CPY".

       fd  arqGradeCurricular.
           copy "CADGRADE.CPY".

       fd  arqRecuperacao.
           copy "CADRECUP.CPY".

       fd  arqAlunosArquivo.
           copy "CADARQAL.CPY".

       fd  arqExclusoes.
       01  fd-exclusao.
           05  fd-exc-dthora                       pic x(14).
           05  fd-exc-registro                     pic x(180).
           05  fd-exc-operador                     pic x(10).

       fd  arqParametros.
           copy "CADPARAM.CPY".
       77  ws-fs-arqTurmas                            pic 9(02).
       77  ws-fs-arqNotasDisc                         pic 9(02).
       77  ws-fs-arqFrequencia                        pic 9(02).
       77  ws-fs-arqDisciplinas                       pic 9(02).
       77  ws-fs-arqGradeCurricular                   pic 9(02).
       77  ws-fs-arqRecuperacao                       pic 9(02).
       77  ws-fs-arqAlunosArquivo                     pic 9(02).
       77  ws-fs-arqExclusoes                         pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-relCriticas                          pic 9(02).

           copy "WSPARAM.CPY".

      *>----Registro do movimento N (notas por disciplina) sobre as 180
      *>----posicoes de fd-mov-registro
       01  ws-mov-notas.
           05  ws-mn-codigo                         pic 9(06).
           05  ws-mn-disciplina                     pic x(04).
           05  ws-mn-nota-g.
               10  ws-mn-notas occurs 4.
                   15  ws-mn-nota                   pic 9(02)v99.
           05  filler                               pic x(154).

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-mov-ok                            pic x(01).
           05  ws-tot-dias-letivos                  pic 9(05) comp.
           05  ws-tot-presencas                     pic 9(05) comp.
           05  ws-perc-frequencia                   pic 9(03)v99.
           05  ws-tem-grade                         pic x(01) value "S".
           05  ws-abriu-disciplinas                 pic x(01) value "S".
           05  ws-abriu-grade-curricular            pic x(01) value "S".
           05  ws-serie-grade                       pic x(01).
           05  ws-tem-recuperacao                   pic x(01) value "S".
           05  ws-fim-recuperacao                   pic x(01).
           05  ws-qtde-recup-pend                   pic 9(02).
           05  ws-qtde-exames                       pic 9(02).
           05  ws-qtde-exames-reprov                pic 9(02).
           05  ws-qtde-disc-lidas                   pic 9(02).
           05  ws-qtde-disc-abaixo                  pic 9(02).
           05  ws-tem-arquivo-morto                 pic x(01) value "S".

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "importaMovimentos".
               perform abortar-execucao
           end-if

      *>----Cadastro de disciplinas/grade ainda nao criado pelo menu:
      *>----os movimentos de notas sao rejeitados
           open input arqDisciplinas
           if ws-fs-arqDisciplinas = 35
               move "N"    to   ws-tem-grade
               move "N"    to   ws-abriu-disciplinas
           else
               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05 then
                   display "Erro ao abrir arquivo: (arqDisciplinas) " ws-fs-arqDisciplinas
                   perform abortar-execucao
               end-if
           end-if

           open input arqGradeCurricular
           if ws-fs-arqGradeCurricular = 35
               move "N"    to   ws-tem-grade
               move "N"    to   ws-abriu-grade-curricular
           else
               if ws-fs-arqGradeCurricular  <> 00
               and ws-fs-arqGradeCurricular <> 05 then
                   display "Erro ao abrir arquivo: (arqGradeCurricular) " ws-fs-arqGradeCurricular
                   perform abortar-execucao
               end-if
           end-if

           open input arqRecuperacao
           if ws-fs-arqRecuperacao = 35
               move "N"    to   ws-tem-recuperacao
           else
               if ws-fs-arqRecuperacao  <> 00
               and ws-fs-arqRecuperacao <> 05 then
                   display "Erro ao abrir arquivo: (arqRecuperacao) " ws-fs-arqRecuperacao
                   perform abortar-execucao
               end-if
           end-if

      *>----Arquivo morto ainda nao criado pelo arquivaAlunos: nenhum
      *>----codigo a proteger
           open input arqAlunosArquivo
           if ws-fs-arqAlunosArquivo = 35
               move "N"    to   ws-tem-arquivo-morto
           else
               if ws-fs-arqAlunosArquivo  <> 00
               and ws-fs-arqAlunosArquivo <> 05 then
                   display "Erro ao abrir arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                   perform abortar-execucao
               end-if
           end-if

           open extend arqExclusoes
           if ws-fs-arqExclusoes  <> 00
           and ws-fs-arqExclusoes <> 05 then

      *>------------------------------------------------------------------------
      *>  Trata o movimento atual conforme o tipo (I-inclusao,
      *>  A-alteracao, E-exclusao, N-notas por disciplina)
      *>------------------------------------------------------------------------
       tratar-movimento section.

               when "E"
                   perform tratar-exclusao

               when "N"
                   perform tratar-notas

               when other
                   move "TIPO DE MOVIMENTO INVALIDO"    to   ws-motivo
                   perform rejeitar-movimento
       tratar-inclusao section.

           perform criticar-campos
           if ws-mov-ok = "S"
           and ws-tem-arquivo-morto = "S"
               perform criticar-codigo-arquivado
           end-if
           if ws-mov-ok = "S"
               perform criticar-turma
           end-if
       tratar-inclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Codigo de aluno que esta no arquivo morto nao e reaproveitado:
      *>  a reativacao na rematricula traria de volta o registro antigo
      *>  por cima do aluno novo
      *>------------------------------------------------------------------------
       criticar-codigo-arquivado section.

           move ws-codigo    to   fd-aa-codigo
           read arqAlunosArquivo
           evaluate ws-fs-arqAlunosArquivo
               when 00
                   move "CODIGO DE ALUNO ARQUIVADO"    to   ws-motivo
                   perform rejeitar-movimento

               when 23
                   continue

               when other
                   display "Erro ao ler arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                   perform abortar-execucao
           end-evaluate

           .
       criticar-codigo-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao - localiza o registro, critica os campos e a turma
      *>  (quando trocada), regrava e ajusta as matriculas das turmas
       tratar-exclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas por disciplina - critica o aluno, a disciplina (deve
      *>  estar na grade curricular da serie do aluno) e as notas e
      *>  grava/regrava o registro do aluno/disciplina em arqNotasDisc
      *>------------------------------------------------------------------------
       tratar-notas section.

           move fd-mov-registro    to   ws-mov-notas
           move space              to   ws-aluno
           inspect ws-mn-disciplina converting "abcdefghijklmnopqrstuvwxyz"
                                            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           evaluate true
               when ws-mn-codigo is not numeric
                   move "CODIGO INVALIDO"               to   ws-motivo

               when ws-mn-disciplina = space
                   move "DISCIPLINA EM BRANCO"          to   ws-motivo

               when ws-mn-nota-g is not numeric
                   move "NOTA INVALIDA"                 to   ws-motivo

               when other
                   continue
           end-evaluate

           if ws-motivo = space
               perform varying ws-ind from 1 by 1
                           until ws-ind > 4
                   if ws-mn-nota(ws-ind) > 10
                       move "NOTA FORA DO INTERVALO 0-10"    to   ws-motivo
                   end-if
               end-perform
           end-if

           if ws-motivo = space
               move ws-mn-codigo    to   fd-codigo
               read arqCadAlunos
               evaluate ws-fs-arqCadAlunos
                   when 00
                       move fd-aluno    to   ws-aluno
                       if fd-sit-transferido
                           move "ALUNO TRANSFERIDO"     to   ws-motivo
                       end-if

                   when 23
                       move "CODIGO INEXISTENTE"        to   ws-motivo

                   when other
                       display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                       perform abortar-execucao
               end-evaluate
           end-if

           if ws-motivo = space
               perform criticar-disciplina-grade
           end-if

           if ws-motivo <> space
               perform rejeitar-movimento
           else
               perform gravar-notas-disciplina
           end-if

           .
       tratar-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica da disciplina do movimento de notas - deve existir no
      *>  cadastro de disciplinas e na grade curricular da serie do
      *>  aluno (primeiro caractere da turma, fd-turma)
      *>------------------------------------------------------------------------
       criticar-disciplina-grade section.

           move fd-turma(1:1)    to   ws-serie-grade

           evaluate true
               when ws-tem-grade = "N"
                   move "GRADE CURRICULAR NAO CADASTRADA"      to   ws-motivo

               when ws-serie-grade is not numeric
               or   ws-serie-grade = "0"
                   move "TURMA SEM SERIE NA GRADE CURRICULAR"  to   ws-motivo

               when other
                   move ws-mn-disciplina    to   fd-dis-codigo
                   read arqDisciplinas
                   evaluate ws-fs-arqDisciplinas
                       when 00
                           move ws-serie-grade      to   fd-grd-serie
                           move ws-mn-disciplina    to   fd-grd-disciplina
                           read arqGradeCurricular
                           evaluate ws-fs-arqGradeCurricular
                               when 00
                                   continue

                               when 23
                                   move "DISCIPLINA FORA DA GRADE DA SERIE"    to   ws-motivo

                               when other
                                   display "Erro ao ler arquivo: (arqGradeCurricular) " ws-fs-arqGradeCurricular
                                   perform abortar-execucao
                           end-evaluate

                       when 23
                           move "DISCIPLINA NAO CADASTRADA"    to   ws-motivo

                       when other
                           display "Erro ao ler arquivo: (arqDisciplinas) " ws-fs-arqDisciplinas
                           perform abortar-execucao
                   end-evaluate
           end-evaluate

           .
       criticar-disciplina-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as notas do movimento em arqNotasDisc com o nome da
      *>  disciplina do cadastro (fd-dis-nome), regravando o registro
      *>  quando o aluno ja tem notas na disciplina
      *>------------------------------------------------------------------------
       gravar-notas-disciplina section.

           move ws-mn-codigo    to   fd-nd-codigo
           move fd-dis-nome     to   fd-nd-disciplina
           read arqNotasDisc
           if ws-fs-arqNotasDisc <> 00
           and ws-fs-arqNotasDisc <> 23
               display "Erro ao ler arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
               perform abortar-execucao
           end-if

           move ws-mn-codigo    to   fd-nd-codigo
           move fd-dis-nome     to   fd-nd-disciplina
           move ws-mn-nota-g    to   fd-nd-nota-g
           compute fd-nd-media rounded = (fd-nd-nota(1) + fd-nd-nota(2)
                                         + fd-nd-nota(3) + fd-nd-nota(4)) / 4

           if ws-fs-arqNotasDisc = 00
               rewrite fd-notas-disc
           else
               write fd-notas-disc
           end-if
           if ws-fs-arqNotasDisc <> 00
               display "Erro ao gravar arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
               perform abortar-execucao
           end-if

           add 1    to   ws-qtde-aplicados

           .
       gravar-notas-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Criticas comuns de inclusao/alteracao - codigo numerico, nome
      *>  e telefone preenchidos e notas no intervalo 0-10
      *>  Calcula a media e a situacao do aluno a partir das 4 notas,
      *>  como no cadastro online, com a media de corte e a frequencia
      *>  minima dos parametros da escola. Movimento sem notas lancadas
      *>  (todas zeradas) fica com media zero e situacao em branco.
      *>  Aluno em RECUPERACAO tem a situacao resolvida pelos exames
      *>  de recuperacao ja lancados (apurar-recuperacao)
      *>------------------------------------------------------------------------
       calcular-media-situacao section.

               and ws-perc-frequencia < ws-par-perc-freq-min
                   move "REPROVADO"      to   ws-situacao
               end-if

               if ws-situacao = "RECUPERACAO"
               and ws-tem-recuperacao = "S"
                   perform apurar-recuperacao
               end-if
           end-if

           .
       calcular-media-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resolve a situacao do aluno em RECUPERACAO (ws-codigo/
      *>  ws-ano-letivo) pelos exames de arqRecuperacao: disciplina com
      *>  media abaixo da media de corte e sem exame lancado mantem a
      *>  RECUPERACAO; sem nenhuma disciplina abaixo da media de corte
      *>  o aluno fica APROVADO; com todos os exames lancados, qualquer
      *>  nota de exame abaixo da media de corte reprova e, do
      *>  contrario, o aluno fica APROVADO
      *>------------------------------------------------------------------------
       apurar-recuperacao section.

           move 0    to   ws-qtde-recup-pend
           move 0    to   ws-qtde-exames
           move 0    to   ws-qtde-exames-reprov
           move 0    to   ws-qtde-disc-lidas
           move 0    to   ws-qtde-disc-abaixo

      *>----Disciplinas abaixo da media de corte ainda sem exame
           move ws-codigo     to   fd-nd-codigo
           move low-values    to   fd-nd-disciplina

           start arqNotasDisc key is not less than fd-nd-chave
               invalid key
                   move 10    to   ws-fs-arqNotasDisc
           end-start

           move "N"    to   ws-fim-recuperacao
           perform until ws-fim-recuperacao = "S"
               if ws-fs-arqNotasDisc <> 00
                   move "S"    to   ws-fim-recuperacao
               else
                   read arqNotasDisc next
                   if ws-fs-arqNotasDisc = 10
                       move "S"    to   ws-fim-recuperacao
                   else
                       if ws-fs-arqNotasDisc <> 00
                           display "Erro ao ler arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                           perform abortar-execucao
                       end-if
                       if fd-nd-codigo <> ws-codigo
                           move "S"    to   ws-fim-recuperacao
                       else
                           add 1    to   ws-qtde-disc-lidas
                           if fd-nd-media < ws-par-media-corte
                               add 1    to   ws-qtde-disc-abaixo
                               move ws-codigo           to   fd-rec-codigo
                               move ws-ano-letivo       to   fd-rec-ano-letivo
                               move fd-nd-disciplina    to   fd-rec-disciplina
                               read arqRecuperacao
                               evaluate ws-fs-arqRecuperacao
                                   when 00
                                       continue

                                   when 23
                                       add 1    to   ws-qtde-recup-pend

                                   when other
                                       display "Erro ao ler arquivo: (arqRecuperacao) " ws-fs-arqRecuperacao
                                       perform abortar-execucao
                               end-evaluate
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

      *>----Exames lancados para o aluno no ano letivo
           move ws-codigo        to   fd-rec-codigo
           move ws-ano-letivo    to   fd-rec-ano-letivo
           move low-values       to   fd-rec-disciplina

           start arqRecuperacao key is not less than fd-rec-chave
               invalid key
                   move 10    to   ws-fs-arqRecuperacao
           end-start

           move "N"    to   ws-fim-recuperacao
           perform until ws-fim-recuperacao = "S"
               if ws-fs-arqRecuperacao <> 00
                   move "S"    to   ws-fim-recuperacao
               else
                   read arqRecuperacao next
                   if ws-fs-arqRecuperacao = 10
                       move "S"    to   ws-fim-recuperacao
                   else
                       if ws-fs-arqRecuperacao <> 00
                           display "Erro ao ler arquivo: (arqRecuperacao) " ws-fs-arqRecuperacao
                           perform abortar-execucao
                       end-if
                       if fd-rec-codigo <> ws-codigo
                       or fd-rec-ano-letivo <> ws-ano-letivo
                           move "S"    to   ws-fim-recuperacao
                       else
                           add 1    to   ws-qtde-exames
                           if fd-rec-nota-exame < ws-par-media-corte
                               add 1    to   ws-qtde-exames-reprov
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           evaluate true
               when ws-qtde-recup-pend > 0
                   move "RECUPERACAO"    to   ws-situacao
      *>----Nenhuma disciplina abaixo da media de corte: nao ha exame
      *>----a fazer e o aluno fica APROVADO
               when ws-qtde-disc-lidas > 0
               and  ws-qtde-disc-abaixo = 0
                   move "APROVADO"       to   ws-situacao
               when ws-qtde-exames = 0
                   move "RECUPERACAO"    to   ws-situacao
               when ws-qtde-exames-reprov > 0
                   move "REPROVADO"      to   ws-situacao
               when other
                   move "APROVADO"       to   ws-situacao
           end-evaluate

           .
       apurar-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma os dias letivos e as presencas de todos os meses de
      *>  frequencia lancados para o aluno (ws-codigo) e apura o

           move ws-dthora      to   fd-exc-dthora
           move fd-alunos      to   fd-exc-registro
           move "BATCH"        to   fd-exc-operador

           write fd-exclusao
           if ws-fs-arqExclusoes <> 00
           close arqTurmas
           close arqNotasDisc
           close arqFrequencia
           if ws-abriu-disciplinas = "S"
               close arqDisciplinas
           end-if
           if ws-abriu-grade-curricular = "S"
               close arqGradeCurricular
           end-if
           if ws-tem-recuperacao = "S"
               close arqRecuperacao
           end-if
           if ws-tem-arquivo-morto = "S"
               close arqAlunosArquivo
           end-if
           close arqExclusoes
           close relCriticas

