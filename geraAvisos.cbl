      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "geraAvisos".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *>  Historico de alteracoes
      *>  15/10/2026 dr   versao inicial - passo noturno que gera o
      *>                  arquivo de avisos aos responsaveis para o
      *>                  provedor de SMS/e-mail (arqAvisos.dat, layout
      *>                  fixo: telefone, aluno, tipo do aviso e texto).
      *>                  Le arqCadAlunos do inicio ao fim e, para cada
      *>                  aluno nao TRANSFERIDO, avisa: nota de bimestre
      *>                  abaixo da media de corte (arqNotasDisc), mes
      *>                  com frequencia abaixo da minima (arqFrequencia),
      *>                  mensalidade ABERTA com vencimento ja passado
      *>                  (arqMensalidades) e ocorrencia registrada no
      *>                  ano (arqOcorrencias). Cada aviso enviado fica
      *>                  no controle de avisos (arqAvisosEnviados,
      *>                  CADAVISO.CPY) e nunca e enviado de novo; aluno
      *>                  sem telefone nao recebe e o aviso fica para
      *>                  quando o telefone for cadastrado. Resumo por
      *>                  tipo em resumoAvisos.lst; registro de
      *>                  inicio/fim no controle de batch (arqCtrlBatch)
      *>  15/10/2026 dr   arquivo do provedor (arqAvisos) passa a ser
      *>                  aberto em extend, criado somente quando ainda
      *>                  nao existe, para nao regravar avisos ainda nao
      *>                  transmitidos
      *>  15/10/2026 dr   referencia do aviso de NOTA passa a levar o ano
      *>                  letivo (disciplina + bimestre + ano letivo): as
      *>                  notas sao apagadas na rematricula e a nota baixa
      *>                  do ano seguinte e um fato novo a avisar
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

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-men-chave
           file status is ws-fs-arqMensalidades.

           select arqOcorrencias assign to "arqOcorrencias.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencias.

           select arqAvisosEnviados assign to "arqAvisosEnviados.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ave-chave
           file status is ws-fs-arqAvisosEnviados.

           select arqAvisos assign to "arqAvisos.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAvisos.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

           select relAvisos assign to "resumoAvisos.lst"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relAvisos.

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

       fd  arqNotasDisc.
           copy "CADNOTAS.CPY".

       fd  arqFrequencia.
           copy "CADFREQ.CPY".

       fd  arqMensalidades.
           copy "CADMENS.CPY".

       fd  arqOcorrencias.
           copy "CADOCOR.CPY".

       fd  arqAvisosEnviados.
           copy "CADAVISO.CPY".

      *>----Layout fixo do provedor de SMS/e-mail
       fd  arqAvisos.
       01  fd-aviso.
           05  fd-avi-telefone                     pic x(15).
           05  fd-avi-codigo                       pic 9(06).
           05  fd-avi-aluno                        pic x(25).
           05  fd-avi-tipo                         pic x(12).
           05  fd-avi-data                         pic 9(08).
           05  fd-avi-texto                        pic x(120).

       fd  arqParametros.
           copy "CADPARAM.CPY".

       fd  relAvisos.
       01  fd-linha-avisos                          pic x(80).

       fd  arqCtrlBatch.
           copy "CTRLBATCH.CPY".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqNotasDisc                         pic 9(02).
       77  ws-fs-arqFrequencia                        pic 9(02).
       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-arqOcorrencias                       pic 9(02).
       77  ws-fs-arqAvisosEnviados                    pic 9(02).
       77  ws-fs-arqAvisos                            pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-relAvisos                            pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           copy "WSPARAM.CPY".

       01  ws-diversos.
           05  ws-fim-arquivo                       pic x(01) value "N".
           05  ws-fim-aluno                         pic x(01).
           05  ws-tem-notas-disc                    pic x(01) value "N".
           05  ws-tem-frequencia                    pic x(01) value "N".
           05  ws-tem-ocorrencias                   pic x(01) value "N".
           05  ws-ano-corrente                      pic 9(04).
           05  ws-data-atual.
               10  ws-data-atual-ano                pic 9(04).
               10  ws-data-atual-mes                pic 9(02).
               10  ws-data-atual-dia                pic 9(02).
           05  ws-data-aux                          pic 9(08).
           05  ws-data-ed                           pic x(10).
           05  ws-ano-mes-ini                       pic 9(06).
           05  ws-ano-mes-fim                       pic 9(06).
           05  ws-ano-mes-aux.
               10  ws-ama-ano                       pic 9(04).
               10  ws-ama-mes                       pic 9(02).
           05  ws-bimestre                          pic 9(01).
           05  ws-perc-mes                          pic 9(03)v99.
           05  ws-nota-ed                           pic z9,99.
           05  ws-media-ed                          pic z9,99.
           05  ws-perc-ed                           pic zz9,99.
           05  ws-perc-min-ed                       pic zz9,99.
           05  ws-valor-ed                          pic zzzz9,99.
           05  ws-qtde-lidos                        pic 9(05) value 0.

      *>----Aluno atual e aviso a enviar
       01  ws-aluno-aviso.
           05  ws-av-codigo                         pic 9(06).
           05  ws-av-aluno                          pic x(25).
           05  ws-av-telefone                       pic x(15).
           05  ws-av-ano-letivo                     pic 9(04).

       01  ws-aviso.
           05  ws-avi-tipo                          pic x(12).
           05  ws-avi-referencia                    pic x(20).
           05  ws-avi-ref-nota redefines ws-avi-referencia.
               10  ws-avi-ref-disciplina            pic x(15).
               10  ws-avi-ref-bimestre              pic 9(01).
               10  ws-avi-ref-ano-letivo            pic 9(04).
           05  ws-avi-ref-data redefines ws-avi-referencia.
               10  ws-avi-ref-ano-mes               pic 9(06).
               10  filler                           pic x(14).
           05  ws-avi-ref-ocorrencia redefines ws-avi-referencia.
               10  ws-avi-ref-oco-data              pic 9(08).
               10  ws-avi-ref-oco-seq               pic 9(02).
               10  filler                           pic x(10).
           05  ws-avi-texto                         pic x(120).

      *>----Totais por tipo de aviso
       01  ws-totais.
           05  ws-qtde-nota                         pic 9(05) value 0.
           05  ws-qtde-frequencia                   pic 9(05) value 0.
           05  ws-qtde-mensalidade                  pic 9(05) value 0.
           05  ws-qtde-ocorrencia                   pic 9(05) value 0.
           05  ws-qtde-enviados                     pic 9(05) value 0.
           05  ws-qtde-ja-enviados                  pic 9(05) value 0.
           05  ws-qtde-sem-telefone                 pic 9(05) value 0.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "geraAvisos".
           05  ws-ctl-tipo                          pic x(01).
           05  ws-ctl-status                        pic x(08).
           05  ws-ctl-data-atual                    pic 9(08).
           05  ws-ctl-hora-atual                    pic 9(08).
           05  ws-ctl-dthora                        pic x(14).

       01  ws-linha-titulo.
           05  filler                               pic x(44)
               value "RESUMO DOS AVISOS AOS RESPONSAVEIS - DATA ".
           05  ws-lt-data                           pic x(10).

       01  ws-linha-total.
           05  ws-lt-texto                          pic x(40).
           05  ws-lt-qtde                           pic zzzz9.

       01  ws-linha-separador                       pic x(80)
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
           compute ws-ano-mes-ini = (ws-ano-corrente * 100) + 1
           compute ws-ano-mes-fim = (ws-ano-corrente * 100) + 12

           open input arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               display "Erro ao abrir arquivo: (arqCadAlunos) " ws-fs-arqCadAlunos
               perform abortar-execucao
           end-if

           open input arqMensalidades
           if ws-fs-arqMensalidades  <> 00 then
               display "Erro ao abrir arquivo: (arqMensalidades) " ws-fs-arqMensalidades
               perform abortar-execucao
           end-if

      *>----Notas, frequencia e ocorrencias ainda nao lancadas nao
      *>----impedem os demais avisos
           open input arqNotasDisc
           if ws-fs-arqNotasDisc = 35
               move "N"    to   ws-tem-notas-disc
           else
               if ws-fs-arqNotasDisc  <> 00 then
                   display "Erro ao abrir arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-notas-disc
               end-if
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia = 35
               move "N"    to   ws-tem-frequencia
           else
               if ws-fs-arqFrequencia  <> 00 then
                   display "Erro ao abrir arquivo: (arqFrequencia) " ws-fs-arqFrequencia
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-frequencia
               end-if
           end-if

           open input arqOcorrencias
           if ws-fs-arqOcorrencias = 35
               move "N"    to   ws-tem-ocorrencias
           else
               if ws-fs-arqOcorrencias  <> 00 then
                   display "Erro ao abrir arquivo: (arqOcorrencias) " ws-fs-arqOcorrencias
                   perform abortar-execucao
               else
                   move "S"    to   ws-tem-ocorrencias
               end-if
           end-if

           open i-o arqAvisosEnviados
           if ws-fs-arqAvisosEnviados = 35
               open output arqAvisosEnviados
               close arqAvisosEnviados
               open i-o arqAvisosEnviados
           end-if
           if ws-fs-arqAvisosEnviados  <> 00
           and ws-fs-arqAvisosEnviados <> 05 then
               display "Erro ao abrir arquivo: (arqAvisosEnviados) " ws-fs-arqAvisosEnviados
               perform abortar-execucao
           end-if

      *>----Avisos acrescentados ao arquivo do provedor: se o passo
      *>----anterior ainda nao foi transmitido, os avisos dele (ja
      *>----marcados em arqAvisosEnviados) nao podem ser perdidos
           open extend arqAvisos
           if ws-fs-arqAvisos = 35
               open output arqAvisos
           end-if
           if ws-fs-arqAvisos  <> 00
           and ws-fs-arqAvisos <> 05 then
               display "Erro ao abrir arquivo: (arqAvisos) " ws-fs-arqAvisos
               perform abortar-execucao
           end-if

           open output relAvisos
           if ws-fs-relAvisos  <> 00 then
               display "Erro ao abrir arquivo: (resumoAvisos.lst) " ws-fs-relAvisos
               perform abortar-execucao
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento - le arqCadAlunos do inicio ao fim e gera os
      *>  avisos de cada aluno nao TRANSFERIDO. Notas, frequencia e
      *>  ocorrencias so do aluno no ano letivo corrente; mensalidade
      *>  vencida de qualquer ano
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

                   if not fd-sit-transferido
                       move fd-codigo        to   ws-av-codigo
                       move fd-aluno         to   ws-av-aluno
                       move fd-telefone      to   ws-av-telefone
                       move fd-ano-letivo    to   ws-av-ano-letivo

                       if ws-av-ano-letivo = ws-ano-corrente
                           if ws-tem-notas-disc = "S"
                               perform avisar-notas
                           end-if
                           if ws-tem-frequencia = "S"
                               perform avisar-frequencia
                           end-if
                           if ws-tem-ocorrencias = "S"
                               perform avisar-ocorrencias
                           end-if
                       end-if
                       perform avisar-mensalidades
                   end-if
               end-if

           end-perform

           perform imprimir-resumo

           display "Avisos gravados em: arqAvisos.dat - resumo em: resumoAvisos.lst"
           display "Alunos lidos do cadastro       : " ws-qtde-lidos
           display "Avisos de nota baixa           : " ws-qtde-nota
           display "Avisos de frequencia           : " ws-qtde-frequencia
           display "Avisos de mensalidade vencida  : " ws-qtde-mensalidade
           display "Avisos de ocorrencia           : " ws-qtde-ocorrencia
           display "Total de avisos enviados       : " ws-qtde-enviados
           display "Avisos ja enviados antes       : " ws-qtde-ja-enviados
           display "Avisos retidos (sem telefone)  : " ws-qtde-sem-telefone

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avisa cada nota de bimestre do aluno atual abaixo da media de
      *>  corte. Nota zerada e contada como nao lancada
      *>------------------------------------------------------------------------
       avisar-notas section.

           move ws-av-codigo    to   fd-nd-codigo
           move low-values      to   fd-nd-disciplina

           move "N"    to   ws-fim-aluno
           start arqNotasDisc key is not less than fd-nd-chave
               invalid key
                   move "S"    to   ws-fim-aluno
           end-start

           perform until ws-fim-aluno = "S"
               read arqNotasDisc next
               if ws-fs-arqNotasDisc = 10
                   move "S"    to   ws-fim-aluno
               else
                   if ws-fs-arqNotasDisc <> 00
                       display "Erro ao ler arquivo: (arqNotasDisc) " ws-fs-arqNotasDisc
                       perform abortar-execucao
                   end-if
                   if fd-nd-codigo <> ws-av-codigo
                       move "S"    to   ws-fim-aluno
                   else
                       perform varying ws-bimestre from 1 by 1
                                   until ws-bimestre > 4
                           if fd-nd-nota(ws-bimestre) > 0
                           and fd-nd-nota(ws-bimestre) < ws-par-media-corte
                               perform montar-aviso-nota
                               perform enviar-aviso
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           .
       avisar-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o aviso de nota baixa do bimestre ws-bimestre do
      *>  registro atual de arqNotasDisc
      *>------------------------------------------------------------------------
       montar-aviso-nota section.

           move "NOTA"                     to   ws-avi-tipo
           move space                      to   ws-avi-referencia
           move fd-nd-disciplina           to   ws-avi-ref-disciplina
           move ws-bimestre                to   ws-avi-ref-bimestre
           move ws-av-ano-letivo           to   ws-avi-ref-ano-letivo

           move fd-nd-nota(ws-bimestre)    to   ws-nota-ed
           move ws-par-media-corte         to   ws-media-ed

           move space    to   ws-avi-texto
           string "Aviso escolar: " ws-av-aluno delimited by "  "
                  " tirou nota " ws-nota-ed " no " ws-bimestre "o bimestre em "
                  fd-nd-disciplina delimited by "  "
                  " (media minima " ws-media-ed ")." delimited by size
                  into ws-avi-texto

           .
       montar-aviso-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avisa cada mes do ano corrente em que a frequencia do aluno
      *>  atual ficou abaixo da minima dos parametros
      *>------------------------------------------------------------------------
       avisar-frequencia section.

           move ws-av-codigo      to   fd-frq-codigo
           move ws-ano-mes-ini    to   fd-frq-ano-mes

           move "N"    to   ws-fim-aluno
           start arqFrequencia key is not less than fd-frq-chave
               invalid key
                   move "S"    to   ws-fim-aluno
           end-start

           perform until ws-fim-aluno = "S"
               read arqFrequencia next
               if ws-fs-arqFrequencia = 10
                   move "S"    to   ws-fim-aluno
               else
                   if ws-fs-arqFrequencia <> 00
                       display "Erro ao ler arquivo: (arqFrequencia) " ws-fs-arqFrequencia
                       perform abortar-execucao
                   end-if
                   if fd-frq-codigo <> ws-av-codigo
                    or fd-frq-ano-mes > ws-ano-mes-fim
                       move "S"    to   ws-fim-aluno
                   else
                       if fd-frq-dias-letivos > 0
                           compute ws-perc-mes rounded =
                                   (fd-frq-presencas * 100) / fd-frq-dias-letivos
                           if ws-perc-mes < ws-par-perc-freq-min
                               perform montar-aviso-frequencia
                               perform enviar-aviso
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           .
       avisar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o aviso de frequencia baixa do mes do registro atual de
      *>  arqFrequencia
      *>------------------------------------------------------------------------
       montar-aviso-frequencia section.

           move "FREQUENCIA"            to   ws-avi-tipo
           move space                   to   ws-avi-referencia
           move fd-frq-ano-mes          to   ws-avi-ref-ano-mes

           move fd-frq-ano-mes          to   ws-ano-mes-aux
           move ws-perc-mes             to   ws-perc-ed
           move ws-par-perc-freq-min    to   ws-perc-min-ed

           move space    to   ws-avi-texto
           string "Aviso escolar: " ws-av-aluno delimited by "  "
                  " teve frequencia de " ws-perc-ed "% em " ws-ama-mes "/" ws-ama-ano
                  " (minimo " ws-perc-min-ed "%)." delimited by size
                  into ws-avi-texto

           .
       montar-aviso-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avisa cada mensalidade ABERTA do aluno atual com o vencimento
      *>  ja passado
      *>------------------------------------------------------------------------
       avisar-mensalidades section.

           move ws-av-codigo    to   fd-men-codigo
           move zero            to   fd-men-competencia

           move "N"    to   ws-fim-aluno
           start arqMensalidades key is not less than fd-men-chave
               invalid key
                   move "S"    to   ws-fim-aluno
           end-start

           perform until ws-fim-aluno = "S"
               read arqMensalidades next
               if ws-fs-arqMensalidades = 10
                   move "S"    to   ws-fim-aluno
               else
                   if ws-fs-arqMensalidades <> 00
                       display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-arqMensalidades
                       perform abortar-execucao
                   end-if
                   if fd-men-codigo <> ws-av-codigo
                       move "S"    to   ws-fim-aluno
                   else
                       if fd-men-aberta
                       and fd-men-vencimento > 0
                       and fd-men-vencimento < ws-data-atual
                           perform montar-aviso-mensalidade
                           perform enviar-aviso
                       end-if
                   end-if
               end-if
           end-perform

           .
       avisar-mensalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o aviso da mensalidade vencida do registro atual de
      *>  arqMensalidades
      *>------------------------------------------------------------------------
       montar-aviso-mensalidade section.

           move "MENSALIDADE"         to   ws-avi-tipo
           move space                 to   ws-avi-referencia
           move fd-men-competencia    to   ws-avi-ref-ano-mes

           move fd-men-competencia    to   ws-ano-mes-aux
           move fd-men-vencimento     to   ws-data-aux
           perform editar-data
           move fd-men-valor          to   ws-valor-ed

           move space    to   ws-avi-texto
           string "Aviso escolar: a mensalidade " ws-ama-mes "/" ws-ama-ano " de "
                  ws-av-aluno delimited by "  "
                  " (R$ " ws-valor-ed ") venceu em " ws-data-ed
                  " e consta em aberto." delimited by size
                  into ws-avi-texto

           .
       montar-aviso-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avisa cada ocorrencia registrada no ano corrente para o aluno
      *>  atual
      *>------------------------------------------------------------------------
       avisar-ocorrencias section.

           move ws-av-codigo    to   fd-oco-codigo
           compute fd-oco-data = (ws-ano-corrente * 10000) + 101
           move zero            to   fd-oco-seq

           move "N"    to   ws-fim-aluno
           start arqOcorrencias key is not less than fd-oco-chave
               invalid key
                   move "S"    to   ws-fim-aluno
           end-start

           perform until ws-fim-aluno = "S"
               read arqOcorrencias next
               if ws-fs-arqOcorrencias = 10
                   move "S"    to   ws-fim-aluno
               else
                   if ws-fs-arqOcorrencias <> 00
                       display "Erro ao ler arquivo: (arqOcorrencias) " ws-fs-arqOcorrencias
                       perform abortar-execucao
                   end-if
                   move fd-oco-data    to   ws-data-aux
                   if fd-oco-codigo <> ws-av-codigo
                    or ws-data-aux(1:4) <> ws-ano-corrente
                       move "S"    to   ws-fim-aluno
                   else
                       perform montar-aviso-ocorrencia
                       perform enviar-aviso
                   end-if
               end-if
           end-perform

           .
       avisar-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o aviso da ocorrencia do registro atual de
      *>  arqOcorrencias
      *>------------------------------------------------------------------------
       montar-aviso-ocorrencia section.

           move "OCORRENCIA"    to   ws-avi-tipo
           move space           to   ws-avi-referencia
           move fd-oco-data     to   ws-avi-ref-oco-data
           move fd-oco-seq      to   ws-avi-ref-oco-seq

           move fd-oco-data     to   ws-data-aux
           perform editar-data

           move space    to   ws-avi-texto
           string "Aviso escolar: ocorrencia de "
                  fd-oco-tipo delimited by "  "
                  " registrada para " delimited by size
                  ws-av-aluno delimited by "  "
                  " em " ws-data-ed ": " delimited by size
                  fd-oco-descricao delimited by size
                  into ws-avi-texto

           .
       montar-aviso-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Envia o aviso montado (ws-aviso) para o aluno atual: aviso ja
      *>  no controle de avisos enviados e ignorado; aluno sem telefone
      *>  fica sem o aviso, que sai quando o telefone for cadastrado;
      *>  senao grava o aviso no arquivo do provedor e no controle
      *>------------------------------------------------------------------------
       enviar-aviso section.

           move ws-av-codigo         to   fd-ave-codigo
           move ws-avi-tipo          to   fd-ave-tipo
           move ws-avi-referencia    to   fd-ave-referencia

           read arqAvisosEnviados
           evaluate true
               when ws-fs-arqAvisosEnviados = 00
                   add 1    to   ws-qtde-ja-enviados

               when ws-fs-arqAvisosEnviados <> 23
                   display "Erro ao ler arquivo: (arqAvisosEnviados) " ws-fs-arqAvisosEnviados
                   perform abortar-execucao

               when ws-av-telefone = space
                   add 1    to   ws-qtde-sem-telefone

               when other
                   perform gravar-aviso
           end-evaluate

           .
       enviar-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o aviso montado (ws-aviso) do aluno atual no arquivo do
      *>  provedor e no controle de avisos enviados, e conta por tipo
      *>------------------------------------------------------------------------
       gravar-aviso section.

           move ws-av-telefone    to   fd-avi-telefone
           move ws-av-codigo      to   fd-avi-codigo
           move ws-av-aluno       to   fd-avi-aluno
           move ws-avi-tipo       to   fd-avi-tipo
           move ws-data-atual     to   fd-avi-data
           move ws-avi-texto      to   fd-avi-texto

           write fd-aviso
           if ws-fs-arqAvisos <> 00
               display "Erro ao gravar arquivo: (arqAvisos) " ws-fs-arqAvisos
               perform abortar-execucao
           end-if

           move ws-av-codigo         to   fd-ave-codigo
           move ws-avi-tipo          to   fd-ave-tipo
           move ws-avi-referencia    to   fd-ave-referencia
           move ws-data-atual        to   fd-ave-data-envio
           move ws-av-telefone       to   fd-ave-telefone

           write fd-aviso-enviado
           if ws-fs-arqAvisosEnviados <> 00
               display "Erro ao gravar arquivo: (arqAvisosEnviados) " ws-fs-arqAvisosEnviados
               perform abortar-execucao
           end-if

           add 1    to   ws-qtde-enviados
           evaluate ws-avi-tipo
               when "NOTA"
                   add 1    to   ws-qtde-nota
               when "FREQUENCIA"
                   add 1    to   ws-qtde-frequencia
               when "MENSALIDADE"
                   add 1    to   ws-qtde-mensalidade
               when "OCORRENCIA"
                   add 1    to   ws-qtde-ocorrencia
           end-evaluate

           .
       gravar-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o resumo dos avisos enviados por tipo
      *>------------------------------------------------------------------------
       imprimir-resumo section.

           move ws-data-atual    to   ws-data-aux
           perform editar-data
           move ws-data-ed       to   ws-lt-data

           write fd-linha-avisos    from   ws-linha-separador
           write fd-linha-avisos    from   ws-linha-titulo
           write fd-linha-avisos    from   ws-linha-separador

           move "Nota abaixo da media de corte         : "    to   ws-lt-texto
           move ws-qtde-nota                                  to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           move "Frequencia mensal abaixo da minima    : "    to   ws-lt-texto
           move ws-qtde-frequencia                            to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           move "Mensalidade em aberto vencida         : "    to   ws-lt-texto
           move ws-qtde-mensalidade                           to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           move "Ocorrencia registrada                 : "    to   ws-lt-texto
           move ws-qtde-ocorrencia                            to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           write fd-linha-avisos    from   ws-linha-separador

           move "Total de avisos enviados              : "    to   ws-lt-texto
           move ws-qtde-enviados                              to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           move "Ja enviados antes (ignorados)         : "    to   ws-lt-texto
           move ws-qtde-ja-enviados                           to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           move "Retidos por falta de telefone         : "    to   ws-lt-texto
           move ws-qtde-sem-telefone                          to   ws-lt-qtde
           write fd-linha-avisos    from   ws-linha-total

           write fd-linha-avisos    from   ws-linha-separador

           .
       imprimir-resumo-exit.
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
      *>  inexistente assume a media de corte de 7,00 e a frequencia
      *>  minima de 75,00
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
           move ws-qtde-enviados          to   fd-ctl-qtde-processados
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
           if ws-tem-notas-disc = "S"
               close arqNotasDisc
           end-if
           if ws-tem-frequencia = "S"
               close arqFrequencia
           end-if
           if ws-tem-ocorrencias = "S"
               close arqOcorrencias
           end-if
           close arqAvisosEnviados
           close arqAvisos
           close relAvisos

           close arqCtrlBatch

           stop run
           .
       finaliza-exit.
           exit.
