      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "ataResultadosFinais".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - ata de resultados finais de
      *>                  uma turma no ano letivo, a partir do
      *>                  historico escolar (arqHistEscolar) e do
      *>                  cadastro de turmas (arqTurmas): uma linha por
      *>                  aluno em ordem de nome com a media final de
      *>                  cada disciplina, a frequencia anual e a
      *>                  situacao final (TRANSFERIDO com a data), os
      *>                  totais de aprovados, reprovados e transferidos,
      *>                  o professor regente da turma e as linhas de
      *>                  assinatura do conselho de classe. O aluno ja
      *>                  arquivado (arqAlunosArquivo) continua na ata.
      *>                  Relatorio ataResultados.lst; registro de
      *>                  inicio/fim no controle de batch (arqCtrlBatch)
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqHistEscolar assign to "arqHistEscolar.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-he-chave
           file status is ws-fs-arqHistEscolar.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-chave
           file status is ws-fs-arqTurmas.

           select arqCadAlunos assign to "arqCadAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-codigo
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunos.

           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-aa-codigo
           file status is ws-fs-arqAlunosArquivo.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-dis-codigo
           alternate record key is fd-dis-nome
           file status is ws-fs-arqDisciplinas.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select relAta assign to "ataResultados.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relAta.

           select arqCtrlBatch assign to "arqCtrlBatch.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCtrlBatch.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqHistEscolar.
           copy "CADHISTESC.CPY".

       fd  arqTurmas.
           copy "CADTURMA.CPY".

       fd  arqCadAlunos.
           copy "CADALUNO.CPY".

       fd  arqAlunosArquivo.
           copy "CADARQAL.CPY".

       fd  arqDisciplinas.
           copy "CADDISC.CPY".

       fd  arqParametros.
           copy "CADPARAM.CPY".

       fd  relAta.
       01  fd-linha-ata                             pic x(160).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqHistEscolar                       pic 9(02).
       77  ws-fs-arqTurmas                            pic 9(02).
       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqAlunosArquivo                     pic 9(02).
       77  ws-fs-arqDisciplinas                       pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-relAta                               pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSPARAM.CPY".

           copy "WSALUNO.CPY".

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01).
           05  ws-fim-historico                     pic x(01).
           05  ws-tem-arquivo-morto                 pic x(01) value "N".
           05  ws-tem-disciplinas                   pic x(01) value "N".
           05  ws-ata-turma                         pic x(05).
           05  ws-ata-ano                           pic 9(04).
           05  ws-professor                         pic x(25).
           05  ws-data-atual.
               10  ws-data-atual-ano                pic 9(04).
               10  ws-data-atual-mes                pic 9(02).
               10  ws-data-atual-dia                pic 9(02).
           05  ws-data-aux                          pic 9(08).
           05  ws-data-ed                           pic x(10).
           05  ws-data-emissao                      pic x(10).
           05  ws-ind                               pic 9(03) comp.
           05  ws-ind-achado                        pic 9(03) comp.
           05  ws-ind-aluno                         pic 9(03) comp.
           05  ws-ind-disc                          pic 9(03) comp.
           05  ws-achou                             pic x(01).
           05  ws-novo-aluno.
               10  ws-na-codigo                     pic 9(06).
               10  ws-na-nome                       pic x(25).
               10  ws-na-situacao                   pic x(12).
               10  ws-na-data-transf                pic 9(08).
           05  ws-chave-nova.
               10  ws-cn-nome                       pic x(25).
               10  ws-cn-codigo                     pic 9(06).
           05  ws-chave-tabela.
               10  ws-ct-nome                       pic x(25).
               10  ws-ct-codigo                     pic 9(06).
           05  ws-qtde-alunos                       pic 9(03) value 0.
           05  ws-qtde-disciplinas                  pic 9(03) value 0.
           05  ws-qtde-lidos                        pic 9(05) value 0.
           05  ws-qtde-aprovados                    pic 9(03) value 0.
           05  ws-qtde-reprovados                   pic 9(03) value 0.
           05  ws-qtde-transferidos                 pic 9(03) value 0.
           05  ws-qtde-outros                       pic 9(03) value 0.

      *>----Disciplinas da turma no ano, em ordem de nome
       01  ws-tabela-disciplinas.
           05  ws-disc-ocor occurs 12 times.
               10  ws-td-nome                       pic x(15).
               10  ws-td-sigla                      pic x(04).

      *>----Alunos da turma no ano, em ordem de nome, com a media
      *>----final de cada disciplina da tabela acima (mesmo indice)
       01  ws-tabela-alunos.
           05  ws-aluno-ocor occurs 60 times.
               10  ws-ta-codigo                     pic 9(06).
               10  ws-ta-nome                       pic x(25).
               10  ws-ta-situacao                   pic x(12).
               10  ws-ta-data-transf                pic 9(08).
               10  ws-ta-frequencia                 pic 9(03)v99.
               10  ws-ta-tem-historico              pic x(01).
               10  ws-ta-media-ocor occurs 12 times.
                   15  ws-ta-media                  pic 9(02)v99.
                   15  ws-ta-tem-media              pic x(01).
                   15  ws-ta-recuperacao            pic x(01).

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "ataResultadosFinais".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo.
           05  filler                               pic x(38)
               value "ATA DE RESULTADOS FINAIS - ANO LETIVO ".
           05  ws-lt-ano                            pic 9(04).

       01  ws-linha-turma.
           05  filler                               pic x(08) value "Escola: ".
           05  ws-ltu-escola                        pic x(08).
           05  filler                               pic x(10) value "   Turma: ".
           05  ws-ltu-turma                         pic x(05).
           05  filler                               pic x(27)
               value "   Professor(a) regente:  ".
           05  ws-ltu-professor                     pic x(25).

       01  ws-linha-texto                           pic x(160).

       01  ws-linha-colunas.
           05  filler                               pic x(04) value "Nro".
           05  filler                               pic x(07) value "Codigo".
           05  filler                               pic x(26) value "Aluno".
           05  ws-lc-disc-ocor occurs 12 times.
               10  ws-lc-sigla                      pic x(07).
           05  filler                               pic x(08) value "Freq.%".
           05  filler                               pic x(23) value "Situacao final".

       01  ws-linha-detalhe.
           05  ws-ld-nro                            pic zz9.
           05  filler                               pic x(01).
           05  ws-ld-codigo                         pic 9(06).
           05  filler                               pic x(01).
           05  ws-ld-aluno                          pic x(25).
           05  filler                               pic x(01).
           05  ws-ld-disc-ocor occurs 12 times.
               10  ws-ld-media                      pic z9,99.
               10  ws-ld-media-x redefines ws-ld-media
                                                    pic x(05).
               10  ws-ld-marca                      pic x(01).
               10  filler                           pic x(01).
           05  ws-ld-frequencia                     pic zz9,99.
           05  ws-ld-frequencia-x redefines ws-ld-frequencia
                                                    pic x(06).
           05  filler                               pic x(02).
           05  ws-ld-situacao                       pic x(12).
           05  filler                               pic x(01).
           05  ws-ld-data-transf                    pic x(10).

       01  ws-linha-legenda.
           05  filler                               pic x(04) value space.
           05  ws-lg-sigla                          pic x(04).
           05  filler                               pic x(03) value " = ".
           05  ws-lg-nome                           pic x(15).

       01  ws-linha-total.
           05  ws-lt-texto                          pic x(40).
           05  ws-lt-qtde                           pic zz9.

       01  ws-linha-assinatura.
           05  filler                               pic x(04) value space.
           05  filler                               pic x(40)
               value all "_".
           05  filler                               pic x(16) value space.
           05  filler                               pic x(40)
               value all "_".

       01  ws-linha-cargo.
           05  filler                               pic x(04) value space.
           05  ws-lca-cargo-1                       pic x(56).
           05  ws-lca-cargo-2                       pic x(40).

       01  ws-linha-membro.
           05  filler                               pic x(04) value space.
           05  filler                               pic x(06) value "Nome: ".
           05  filler                               pic x(40)
               value all "_".
           05  filler                               pic x(10) value space.
           05  filler                               pic x(12) value "Assinatura: ".
           05  filler                               pic x(30)
               value all "_".

       01  ws-linha-branco                          pic x(160) value space.

       01  ws-linha-separador                       pic x(160)
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
           move ws-data-atual    to   ws-data-aux
           perform editar-data
           move ws-data-ed       to   ws-data-emissao

           move space    to   ws-ata-turma
           perform until ws-ata-turma <> space
               display "Turma da ata: "
               accept ws-ata-turma
           end-perform

           display "Ano letivo da ata (em branco = ano corrente dos parametros): "
           accept ws-ata-ano
           if ws-ata-ano is not numeric
            or ws-ata-ano = 0
               if ws-par-ano-corrente > 0
                   move ws-par-ano-corrente    to   ws-ata-ano
               else
                   move ws-data-atual-ano      to   ws-ata-ano
               end-if
           end-if

           display "Ata de resultados finais - turma " ws-ata-turma " - ano letivo " ws-ata-ano

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               display "Erro ao abrir arquivo: (arqTurmas) " ws-fs-arqTurmas
               perform abortar-execucao
           end-if

           move ws-ata-turma    to   fd-tur-turma
           move ws-ata-ano      to   fd-tur-ano-letivo
           read arqTurmas
           if ws-fs-arqTurmas = 23
               display "Turma nao cadastrada para o ano letivo: " ws-ata-turma " " ws-ata-ano
               perform abortar-execucao
           end-if
           if ws-fs-arqTurmas <> 00
               display "Erro ao ler arquivo: (arqTurmas) " ws-fs-arqTurmas
               perform abortar-execucao
           end-if
           move fd-tur-professor    to   ws-professor

           open input arqHistEscolar
           if ws-fs-arqHistEscolar  <> 00 then
               display "Erro ao abrir arquivo: (arqHistEscolar) " ws-fs-arqHistEscolar
               perform abortar-execucao
           end-if

           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if

      *>----Arquivo morto e disciplinas sao opcionais: sem eles a ata
      *>----sai sem os alunos arquivados e com o nome da disciplina
      *>----abreviado no cabecalho
           open input arqAlunosArquivo
           if ws-fs-arqAlunosArquivo = 35
               move "N"    to   ws-tem-arquivo-morto
           else
               if ws-fs-arqAlunosArquivo  <> 00 then
                   display "Erro ao abrir arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-arquivo-morto
               end-if
           end-if

           open input arqDisciplinas
           if ws-fs-arqDisciplinas = 35
               move "N"    to   ws-tem-disciplinas
           else
               if ws-fs-arqDisciplinas  <> 00 then
                   display "Erro ao abrir arquivo: (arqDisciplinas) " ws-fs-arqDisciplinas
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-disciplinas
               end-if
           end-if

           open output relAta
           if ws-fs-relAta  <> 00 then
               display "Erro ao abrir arquivo: (ataResultados.lst) " ws-fs-relAta
               perform abortar-execucao
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - monta a tabela de alunos da turma no ano (pelo
      *>  historico escolar, pelo cadastro e pelo arquivo morto), a
      *>  tabela de disciplinas cursadas, preenche as medias e imprime
      *>  a ata
      *>------------------------------------------------------------------------
       processamento section.

           initialize ws-tabela-alunos
           initialize ws-tabela-disciplinas

           perform selecionar-pelo-historico
           perform selecionar-pelo-cadastro
           if ws-tem-arquivo-morto = "S"
               perform selecionar-pelo-arquivo-morto
           end-if

           perform varying ws-ind-aluno from 1 by 1
                       until ws-ind-aluno > ws-qtde-alunos
               perform coletar-disciplinas-aluno
           end-perform

           perform varying ws-ind-aluno from 1 by 1
                       until ws-ind-aluno > ws-qtde-alunos
               perform preencher-medias-aluno
           end-perform

           perform imprimir-cabecalho

           perform varying ws-ind-aluno from 1 by 1
                       until ws-ind-aluno > ws-qtde-alunos
               perform imprimir-linha-aluno
           end-perform

           perform imprimir-totais
           perform imprimir-assinaturas

           display "Ata gravada em: ataResultados.lst"
           display "Registros lidos do historico   : " ws-qtde-lidos
           display "Alunos na ata                  : " ws-qtde-alunos
           display "Disciplinas                    : " ws-qtde-disciplinas
           display "Aprovados                      : " ws-qtde-aprovados
           display "Reprovados                     : " ws-qtde-reprovados
           display "Transferidos                   : " ws-qtde-transferidos

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le arqHistEscolar do inicio ao fim e inclui na tabela os
      *>  alunos com historico do ano na turma da ata. Historico
      *>  anterior a gravacao da turma (turma em branco) e tratado pelo
      *>  cadastro e pelo arquivo morto
      *>------------------------------------------------------------------------
       selecionar-pelo-historico section.

           move "N"           to   ws-fim-arquivo
           move zero          to   fd-he-codigo
           move zero          to   fd-he-ano-letivo
           move low-values    to   fd-he-disciplina

           start arqHistEscolar key is not less than fd-he-chave
               invalid key
                   move "S"    to   ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = "S"

               read arqHistEscolar next
               if ws-fs-arqHistEscolar = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqHistEscolar <> 00
                       display "Erro ao ler arquivo: (arqHistEscolar) " ws-fs-arqHistEscolar
                       perform abortar-execucao
                   end-if
                   add 1    to   ws-qtde-lidos

                   if fd-he-ano-letivo = ws-ata-ano
                   and fd-he-turma = ws-ata-turma
                       move fd-he-codigo    to   ws-na-codigo
                       perform procurar-aluno-tabela
                       if ws-achou = "N"
                           perform obter-dados-aluno
                           perform incluir-aluno-tabela
                       end-if
                   end-if
               end-if

           end-perform

           .
       selecionar-pelo-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le arqCadAlunos do inicio ao fim e inclui na tabela os alunos
      *>  ainda cadastrados na turma e no ano da ata (inclusive o
      *>  TRANSFERIDO sem nota lancada)
      *>------------------------------------------------------------------------
       selecionar-pelo-cadastro section.

           move "N"     to   ws-fim-arquivo
           move zero    to   fd-codigo

           start arqCadAlunos key is not less than fd-codigo
               invalid key
                   move "S"    to   ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = "S"

               read arqCadAlunos next
               if ws-fs-arqCadAlunos = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqCadAlunos <> 00
                       display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                       perform abortar-execucao
                   end-if

                   if fd-turma = ws-ata-turma
                   and fd-ano-letivo = ws-ata-ano
                       move fd-alunos    to   ws-alunos
                       move ws-codigo    to   ws-na-codigo
                       perform procurar-aluno-tabela
                       if ws-achou = "N"
                           perform mover-dados-aluno
                           perform incluir-aluno-tabela
                       end-if
                   end-if
               end-if

           end-perform

           .
       selecionar-pelo-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le arqAlunosArquivo do inicio ao fim e inclui na tabela os
      *>  alunos arquivados cuja ultima turma/ano e a da ata
      *>------------------------------------------------------------------------
       selecionar-pelo-arquivo-morto section.

           move "N"     to   ws-fim-arquivo
           move zero    to   fd-aa-codigo

           start arqAlunosArquivo key is not less than fd-aa-codigo
               invalid key
                   move "S"    to   ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = "S"

               read arqAlunosArquivo next
               if ws-fs-arqAlunosArquivo = 10
                   move "S"    to   ws-fim-arquivo
               else
                   if ws-fs-arqAlunosArquivo <> 00
                       display "Erro ao ler arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                       perform abortar-execucao
                   end-if

                   move fd-aa-registro    to   ws-alunos
                   if ws-turma = ws-ata-turma
                   and ws-ano-letivo = ws-ata-ano
                       move ws-codigo    to   ws-na-codigo
                       perform procurar-aluno-tabela
                       if ws-achou = "N"
                           perform mover-dados-aluno
                           perform incluir-aluno-tabela
                       end-if
                   end-if
               end-if

           end-perform

           .
       selecionar-pelo-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura o aluno ws-na-codigo na tabela (ws-achou = "S"/"N")
      *>------------------------------------------------------------------------
       procurar-aluno-tabela section.

           move "N"    to   ws-achou
           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-alunos
                          or ws-achou = "S"
               if ws-ta-codigo(ws-ind) = ws-na-codigo
                   move "S"    to   ws-achou
               end-if
           end-perform

           .
       procurar-aluno-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Obtem nome, situacao e data de transferencia do aluno
      *>  ws-na-codigo no cadastro ou, se ja arquivado, no arquivo
      *>  morto. Aluno excluido fica so com o codigo
      *>------------------------------------------------------------------------
       obter-dados-aluno section.

           move ws-na-codigo    to   fd-codigo
           read arqCadAlunos
           evaluate ws-fs-arqCadAlunos
               when 00
                   move fd-alunos    to   ws-alunos
               when 23
                   initialize ws-alunos
                   move ws-na-codigo    to   ws-codigo
                   move "(EXCLUIDO)"    to   ws-aluno
                   if ws-tem-arquivo-morto = "S"
                       move ws-na-codigo    to   fd-aa-codigo
                       read arqAlunosArquivo
                       if ws-fs-arqAlunosArquivo = 00
                           move fd-aa-registro    to   ws-alunos
                       else
                           if ws-fs-arqAlunosArquivo <> 23
                               display "Erro ao ler arquivo: (arqAlunosArquivo) " ws-fs-arqAlunosArquivo
                               perform abortar-execucao
                           end-if
                       end-if
                   end-if
               when other
                   display "Erro ao ler arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
                   perform abortar-execucao
           end-evaluate

           perform mover-dados-aluno

           .
       obter-dados-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Move os dados do aluno (ws-alunos) para o aluno novo da
      *>  tabela. A data de transferencia so vale para o TRANSFERIDO
      *>------------------------------------------------------------------------
       mover-dados-aluno section.

           move ws-codigo    to   ws-na-codigo
           move ws-aluno     to   ws-na-nome
           move space        to   ws-na-situacao
           move 0            to   ws-na-data-transf
           if ws-situacao = "TRANSFERIDO"
               move ws-situacao              to   ws-na-situacao
               move ws-data-transferencia    to   ws-na-data-transf
           end-if

           .
       mover-dados-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o aluno novo (ws-novo-aluno) na tabela, mantendo a
      *>  ordem de nome (e codigo, para nomes iguais)
      *>------------------------------------------------------------------------
       incluir-aluno-tabela section.

           if ws-qtde-alunos >= 60
               display "Erro: limite de 60 alunos por turma excedido."
               perform abortar-execucao
           end-if

           move ws-na-nome      to   ws-cn-nome
           move ws-na-codigo    to   ws-cn-codigo

           move "N"    to   ws-achou
           compute ws-ind-achado = ws-qtde-alunos + 1

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-alunos
                          or ws-achou <> "N"
               move ws-ta-nome(ws-ind)      to   ws-ct-nome
               move ws-ta-codigo(ws-ind)    to   ws-ct-codigo
               if ws-chave-tabela > ws-chave-nova
                   move ws-ind    to   ws-ind-achado
                   move "I"       to   ws-achou
               end-if
           end-perform

           perform varying ws-ind from ws-qtde-alunos by -1
                       until ws-ind < ws-ind-achado
               move ws-aluno-ocor(ws-ind)    to   ws-aluno-ocor(ws-ind + 1)
           end-perform

           add 1    to   ws-qtde-alunos
           initialize ws-aluno-ocor(ws-ind-achado)
           move ws-na-codigo         to   ws-ta-codigo(ws-ind-achado)
           move ws-na-nome           to   ws-ta-nome(ws-ind-achado)
           move ws-na-situacao       to   ws-ta-situacao(ws-ind-achado)
           move ws-na-data-transf    to   ws-ta-data-transf(ws-ind-achado)
           move "N"                  to   ws-ta-tem-historico(ws-ind-achado)

           .
       incluir-aluno-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona arqHistEscolar no primeiro registro do aluno atual
      *>  da tabela (ws-ind-aluno) no ano da ata
      *>------------------------------------------------------------------------
       posicionar-historico-aluno section.

           move "N"                           to   ws-fim-historico
           move ws-ta-codigo(ws-ind-aluno)    to   fd-he-codigo
           move ws-ata-ano                    to   fd-he-ano-letivo
           move low-values                    to   fd-he-disciplina

           start arqHistEscolar key is not less than fd-he-chave
               invalid key
                   move "S"    to   ws-fim-historico
           end-start

           .
       posicionar-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o proximo registro do historico do aluno atual no ano da
      *>  ata; fim do aluno/ano ou do arquivo liga ws-fim-historico
      *>------------------------------------------------------------------------
       ler-historico-aluno section.

           read arqHistEscolar next
           if ws-fs-arqHistEscolar = 10
               move "S"    to   ws-fim-historico
           else
               if ws-fs-arqHistEscolar <> 00
                   display "Erro ao ler arquivo: (arqHistEscolar) " ws-fs-arqHistEscolar
                   perform abortar-execucao
               end-if
               if fd-he-codigo <> ws-ta-codigo(ws-ind-aluno)
                or fd-he-ano-letivo <> ws-ata-ano
                   move "S"    to   ws-fim-historico
               end-if
           end-if

           .
       ler-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui na tabela de disciplinas (ordem de nome) as
      *>  disciplinas do historico do aluno atual no ano da ata
      *>------------------------------------------------------------------------
       coletar-disciplinas-aluno section.

           perform posicionar-historico-aluno

           perform until ws-fim-historico = "S"
               perform ler-historico-aluno
               if ws-fim-historico = "N"
                   perform incluir-disciplina-tabela
               end-if
           end-perform

           .
       coletar-disciplinas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui a disciplina do registro atual do historico na tabela
      *>  de disciplinas, se ainda nao estiver, buscando a sigla em
      *>  arqDisciplinas (sem cadastro, usa o inicio do nome)
      *>------------------------------------------------------------------------
       incluir-disciplina-tabela section.

           move "N"    to   ws-achou
           compute ws-ind-achado = ws-qtde-disciplinas + 1

           perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtde-disciplinas
                          or ws-achou <> "N"
               if ws-td-nome(ws-ind) >= fd-he-disciplina
                   move ws-ind    to   ws-ind-achado
                   if ws-td-nome(ws-ind) = fd-he-disciplina
                       move "S"    to   ws-achou
                   else
                       move "I"    to   ws-achou
                   end-if
               end-if
           end-perform

           if ws-achou <> "S"
               if ws-qtde-disciplinas >= 12
                   display "Erro: limite de 12 disciplinas por turma excedido."
                   perform abortar-execucao
               end-if

               perform varying ws-ind from ws-qtde-disciplinas by -1
                           until ws-ind < ws-ind-achado
                   move ws-disc-ocor(ws-ind)    to   ws-disc-ocor(ws-ind + 1)
               end-perform

               add 1                          to   ws-qtde-disciplinas
               move fd-he-disciplina          to   ws-td-nome(ws-ind-achado)
               move fd-he-disciplina(1:4)     to   ws-td-sigla(ws-ind-achado)

               if ws-tem-disciplinas = "S"
                   move fd-he-disciplina    to   fd-dis-nome
                   read arqDisciplinas key is fd-dis-nome
                   evaluate ws-fs-arqDisciplinas
                       when 00
                           move fd-dis-codigo    to   ws-td-sigla(ws-ind-achado)
                       when 23
                           continue
                       when other
                           display "Erro ao ler arquivo: (arqDisciplinas) " ws-fs-arqDisciplinas
                           perform abortar-execucao
                   end-evaluate
               end-if
           end-if

           .
       incluir-disciplina-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Preenche, para o aluno atual da tabela, a media final de cada
      *>  disciplina (nota do exame quando fez recuperacao), a
      *>  frequencia anual e a situacao final gravadas no historico.
      *>  TRANSFERIDO do cadastro prevalece sobre o historico
      *>------------------------------------------------------------------------
       preencher-medias-aluno section.

           perform posicionar-historico-aluno

           perform until ws-fim-historico = "S"
               perform ler-historico-aluno
               if ws-fim-historico = "N"

                   move "S"                 to   ws-ta-tem-historico(ws-ind-aluno)
                   move fd-he-frequencia    to   ws-ta-frequencia(ws-ind-aluno)
                   if ws-ta-situacao(ws-ind-aluno) = space
                       move fd-he-situacao    to   ws-ta-situacao(ws-ind-aluno)
                   end-if

                   perform varying ws-ind-disc from 1 by 1
                               until ws-ind-disc > ws-qtde-disciplinas
                                  or ws-td-nome(ws-ind-disc) = fd-he-disciplina
                       continue
                   end-perform

                   move "S"    to   ws-ta-tem-media(ws-ind-aluno, ws-ind-disc)
                   if fd-he-fez-recuperacao = "S"
                       move fd-he-nota-recuperacao    to   ws-ta-media(ws-ind-aluno, ws-ind-disc)
                       move "S"                       to   ws-ta-recuperacao(ws-ind-aluno, ws-ind-disc)
                   else
                       move fd-he-media               to   ws-ta-media(ws-ind-aluno, ws-ind-disc)
                       move "N"                       to   ws-ta-recuperacao(ws-ind-aluno, ws-ind-disc)
                   end-if

               end-if
           end-perform

           .
       preencher-medias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho da ata: titulo, escola, turma, professor
      *>  regente, texto de abertura, colunas e legenda das disciplinas
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.

           move ws-ata-ano              to   ws-lt-ano
           move ws-par-codigo-escola    to   ws-ltu-escola
           move ws-ata-turma            to   ws-ltu-turma
           move ws-professor            to   ws-ltu-professor

           write fd-linha-ata    from   ws-linha-separador
           write fd-linha-ata    from   ws-linha-titulo
           write fd-linha-ata    from   ws-linha-turma
           write fd-linha-ata    from   ws-linha-separador

           move space    to   ws-linha-texto
           string "Aos " ws-data-emissao ", reuniu-se o conselho de classe da turma "
                  ws-ata-turma " para apurar os resultados finais do ano letivo de "
                  ws-ata-ano ", conforme segue:"
                  delimited by size into ws-linha-texto
           write fd-linha-ata    from   ws-linha-texto
           write fd-linha-ata    from   ws-linha-branco

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > 12
               move ws-td-sigla(ws-ind-disc)    to   ws-lc-sigla(ws-ind-disc)
           end-perform

           write fd-linha-ata    from   ws-linha-colunas
           write fd-linha-ata    from   ws-linha-separador

           if ws-qtde-alunos = 0
               move "Nenhum aluno encontrado para a turma no ano letivo."    to   ws-linha-texto
               write fd-linha-ata    from   ws-linha-texto
           end-if

           .
       imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a linha do aluno atual da tabela (ws-ind-aluno) e
      *>  acumula a situacao final nos totais
      *>------------------------------------------------------------------------
       imprimir-linha-aluno section.

           move space                          to   ws-linha-detalhe
           move ws-ind-aluno                   to   ws-ld-nro
           move ws-ta-codigo(ws-ind-aluno)     to   ws-ld-codigo
           move ws-ta-nome(ws-ind-aluno)       to   ws-ld-aluno

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtde-disciplinas
               if ws-ta-tem-media(ws-ind-aluno, ws-ind-disc) = "S"
                   move ws-ta-media(ws-ind-aluno, ws-ind-disc)    to   ws-ld-media(ws-ind-disc)
                   if ws-ta-recuperacao(ws-ind-aluno, ws-ind-disc) = "S"
                       move "*"    to   ws-ld-marca(ws-ind-disc)
                   end-if
               else
                   move "  -  "    to   ws-ld-media-x(ws-ind-disc)
               end-if
           end-perform

           if ws-ta-tem-historico(ws-ind-aluno) = "S"
               move ws-ta-frequencia(ws-ind-aluno)    to   ws-ld-frequencia
           else
               move "    - "                          to   ws-ld-frequencia-x
           end-if

           move ws-ta-situacao(ws-ind-aluno)    to   ws-ld-situacao

           evaluate ws-ta-situacao(ws-ind-aluno)
               when "APROVADO"
                   add 1    to   ws-qtde-aprovados
               when "REPROVADO"
                   add 1    to   ws-qtde-reprovados
               when "TRANSFERIDO"
                   add 1    to   ws-qtde-transferidos
                   if ws-ta-data-transf(ws-ind-aluno) > 0
                       move ws-ta-data-transf(ws-ind-aluno)    to   ws-data-aux
                       perform editar-data
                       move ws-data-ed    to   ws-ld-data-transf
                   end-if
               when other
                   add 1    to   ws-qtde-outros
                   if ws-ta-situacao(ws-ind-aluno) = space
                       move "SEM RESULTADO"    to   ws-ld-situacao
                   end-if
           end-evaluate

           write fd-linha-ata    from   ws-linha-detalhe
           if ws-fs-relAta <> 00
               display "Erro ao gravar arquivo: (ataResultados.lst) " ws-fs-relAta
               perform abortar-execucao
           end-if

           .
       imprimir-linha-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a legenda das disciplinas e os totais da ata
      *>------------------------------------------------------------------------
       imprimir-totais section.

           write fd-linha-ata    from   ws-linha-separador

           move "Disciplinas (* = nota do exame de recuperacao):"    to   ws-linha-texto
           write fd-linha-ata    from   ws-linha-texto
           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtde-disciplinas
               move ws-td-sigla(ws-ind-disc)    to   ws-lg-sigla
               move ws-td-nome(ws-ind-disc)     to   ws-lg-nome
               write fd-linha-ata    from   ws-linha-legenda
           end-perform

           write fd-linha-ata    from   ws-linha-separador

           move "Total de alunos                       : "    to   ws-lt-texto
           move ws-qtde-alunos                                to   ws-lt-qtde
           write fd-linha-ata    from   ws-linha-total

           move "Aprovados                             : "    to   ws-lt-texto
           move ws-qtde-aprovados                             to   ws-lt-qtde
           write fd-linha-ata    from   ws-linha-total

           move "Reprovados                            : "    to   ws-lt-texto
           move ws-qtde-reprovados                            to   ws-lt-qtde
           write fd-linha-ata    from   ws-linha-total

           move "Transferidos                          : "    to   ws-lt-texto
           move ws-qtde-transferidos                          to   ws-lt-qtde
           write fd-linha-ata    from   ws-linha-total

           if ws-qtde-outros > 0
               move "Sem resultado final                   : "    to   ws-lt-texto
               move ws-qtde-outros                                to   ws-lt-qtde
               write fd-linha-ata    from   ws-linha-total
           end-if

           write fd-linha-ata    from   ws-linha-separador

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o encerramento da ata e as linhas de assinatura do
      *>  conselho de classe
      *>------------------------------------------------------------------------
       imprimir-assinaturas section.

           move space    to   ws-linha-texto
           string "Nada mais havendo a tratar, lavrou-se a presente ata, que vai assinada "
                  "pelos membros do conselho de classe."
                  delimited by size into ws-linha-texto
           write fd-linha-ata    from   ws-linha-texto

           write fd-linha-ata    from   ws-linha-branco
           write fd-linha-ata    from   ws-linha-branco
           write fd-linha-ata    from   ws-linha-assinatura
           move space    to   ws-lca-cargo-1
           string "Professor(a) regente: " ws-professor
                  delimited by size into ws-lca-cargo-1
           move "Coordenacao pedagogica"    to   ws-lca-cargo-2
           write fd-linha-ata    from   ws-linha-cargo

           write fd-linha-ata    from   ws-linha-branco
           write fd-linha-ata    from   ws-linha-branco
           write fd-linha-ata    from   ws-linha-assinatura
           move "Direcao"               to   ws-lca-cargo-1
           move "Secretaria escolar"    to   ws-lca-cargo-2
           write fd-linha-ata    from   ws-linha-cargo

           write fd-linha-ata    from   ws-linha-branco
           move "Demais membros do conselho de classe:"    to   ws-linha-texto
           write fd-linha-ata    from   ws-linha-texto
           perform varying ws-ind from 1 by 1
                       until ws-ind > 4
               write fd-linha-ata    from   ws-linha-branco
               write fd-linha-ata    from   ws-linha-membro
           end-perform

           write fd-linha-ata    from   ws-linha-separador

           .
       imprimir-assinaturas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita a data ws-data-aux (aaaammdd) em ws-data-ed (dd/mm/aaaa)
      *>------------------------------------------------------------------------
       editar-data section.

           move space    to   ws-data-ed
           string ws-data-aux(7:2) "/" ws-data-aux(5:2) "/" ws-data-aux(1:4)
                  delimited by size into ws-data-ed

           .
       editar-data-exit.
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

           close arqTurmas
           close arqHistEscolar
           close arqCadAlunos
           if ws-tem-arquivo-morto = "S"
               close arqAlunosArquivo
           end-if
           if ws-tem-disciplinas = "S"
               close arqDisciplinas
           end-if
           close relAta

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
