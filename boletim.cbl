      *>                  no meio do arquivo recomeca do ultimo codigo
      *>                  impresso em vez de reimprimir tudo
      *>  22/08/2026 dr   codigo do aluno ampliado para seis digitos
      *>  15/10/2026 dr   disciplinas da grade curricular da serie do
      *>                  aluno (arqGradeCurricular/arqDisciplinas) sem
      *>                  notas lancadas saem no boletim como pendentes,
      *>                  com o total de alunos com pendencia no final
      *>----------------------------------------------------------------


           record key is fd-nd-chave
           file status is ws-fs-arqNotasDisc.

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

           select relBoletim assign to "boletim.lst"
           organization is line sequential
           access mode is sequential
       fd  arqNotasDisc.
           copy "CADNOTAS.CPY".

       fd  arqDisciplinas.
           copy "CADDISC.CPY".

       fd  arqGradeCurricular.
           copy "CADGRADE.CPY".

       fd  relBoletim.
       01  fd-linha-boletim                        pic x(80).


       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqNotasDisc                         pic 9(02).
       77  ws-fs-arqDisciplinas                       pic 9(02).
       77  ws-fs-arqGradeCurricular                   pic 9(02).
       77  ws-fs-relBoletim                           pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).
       77  ws-fs-arqCheckpoint                        pic 9(02).
           05  ws-reinicio                          pic x(01) value "N".
           05  ws-ckp-codigo                        pic 9(06) value 0.
           05  ws-qtde-processados                  pic 9(05) value 0.
           05  ws-tem-grade                         pic x(01) value "N".
           05  ws-fim-grade                         pic x(01).
           05  ws-serie-num                         pic 9(01).
           05  ws-ind-serie                         pic 9(03) comp.
           05  ws-ind-disc                          pic 9(03) comp.
           05  ws-qtde-pend                         pic 9(02) comp.
           05  ws-qtde-alunos-pend                  pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "boletim".
                   15  ws-td-nota                    pic 9(02)v99.
               10  ws-td-media                       pic 9(02)v99.

      *>----Grade curricular em memoria: disciplinas de cada serie (1 a
      *>----9), com o nome do cadastro de disciplinas, que e o gravado
      *>----em arqNotasDisc
       01  ws-tabela-grade.
           05  ws-grade-serie  occurs 9 times.
               10  ws-tg-qtde-disc                   pic 9(03) comp.
               10  ws-tg-disc-ocor occurs 20 times.
                   15  ws-tg-disciplina              pic x(04).
                   15  ws-tg-nome                    pic x(15).

      *>----Disciplinas da grade sem notas lancadas para o aluno atual
       01  ws-tabela-pend.
           05  ws-tp-disciplina occurs 20 times     pic x(15).

       01  ws-linha-col-disc.
           05  filler                               pic x(17) value "Disciplina".
           05  filler                               pic x(08) value "Nota 1".
               end-if
           end-if

           perform carregar-grade

           if ws-reinicio = "S"
               open extend relBoletim
           else

           end-perform

           move space    to   fd-linha-boletim
           string "Alunos com disciplina da grade sem notas: "
                  ws-qtde-alunos-pend   delimited by size into fd-linha-boletim
           perform gravar-linha-boletim

           display "Boletins impressos                       : " ws-qtde-processados
           display "Alunos com disciplina da grade sem notas: " ws-qtde-alunos-pend

           .
       processamento-exit.
           exit.
       imprimir-boletim-aluno section.

           perform carregar-notas-disciplinas
           perform apurar-pendencias-grade

           compute ws-linhas-aluno = 9 + ws-qtde-disc + ws-qtde-pend

           if ws-linha-pag + ws-linhas-aluno > ws-qtde-linhas-pag
               add 1    to   ws-pagina
               perform gravar-linha-boletim
           end-if

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-pend
               move space    to   fd-linha-boletim
               string "Pendente (grade sem notas): " ws-tp-disciplina(ws-ind)
                      delimited by size into fd-linha-boletim
               perform gravar-linha-boletim
           end-perform

           move space    to   fd-linha-boletim
           string "Situacao: " ws-situacao   delimited by size into fd-linha-boletim
           perform gravar-linha-boletim
       carregar-notas-disciplinas-exit.
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
      *>  Monta a tabela das disciplinas da grade da serie do aluno
      *>  atual (primeiro caractere da turma) que nao tem notas em
      *>  arqNotasDisc. Aluno TRANSFERIDO nao e conferido
      *>------------------------------------------------------------------------
       apurar-pendencias-grade section.

           move 0    to   ws-qtde-pend

           if ws-tem-grade = "S"
           and ws-situacao <> "TRANSFERIDO"
           and ws-turma(1:1) is numeric
           and ws-turma(1:1) <> "0"
               move ws-turma(1:1)    to   ws-serie-num
               move ws-serie-num     to   ws-ind-serie
               perform varying ws-ind-disc from 1 by 1
                           until ws-ind-disc > ws-tg-qtde-disc(ws-ind-serie)
                   perform verificar-disciplina-aluno
               end-perform
           end-if

           if ws-qtde-pend > 0
               add 1    to   ws-qtde-alunos-pend
           end-if

           .
       apurar-pendencias-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura em arqNotasDisc as notas do aluno na disciplina
      *>  (ws-ind-serie, ws-ind-disc) da grade; sem notas, acrescenta a
      *>  disciplina na tabela de pendencias
      *>------------------------------------------------------------------------
       verificar-disciplina-aluno section.

           move 23    to   ws-fs-arqNotasDisc

           if ws-tem-notas-disc = "S"
               move ws-codigo                               to   fd-nd-codigo
               move ws-tg-nome(ws-ind-serie, ws-ind-disc)    to   fd-nd-disciplina
               read arqNotasDisc
               if ws-fs-arqNotasDisc <> 00
               and ws-fs-arqNotasDisc <> 23
                   display "Erro ao ler arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                   perform abortar-execucao
               end-if
           end-if

           if ws-fs-arqNotasDisc = 23
               add 1    to   ws-qtde-pend
               move ws-tg-nome(ws-ind-serie, ws-ind-disc)    to   ws-tp-disciplina(ws-qtde-pend)
           end-if

           .
       verificar-disciplina-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de boletim corrente em relBoletim e verifica o
      *>  status de gravacao
