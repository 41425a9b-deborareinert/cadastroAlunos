      *>                  frequencia nao recalcula mais a situacao;
      *>                  codigo da escola na Secretaria incluido nos
      *>                  parametros (usado pelo exportaCenso)
      *>  15/10/2026 dr   cadastro de disciplinas (arqDisciplinas, com
      *>                  codigo, nome e carga horaria) e grade
      *>                  curricular por serie (arqGradeCurricular) como
      *>                  nova opcao do menu (opcao 14); o registro de
      *>                  notas por disciplina (opcoes 6 e 10 e notas
      *>                  trazidas na transferencia) passa a pedir o
      *>                  codigo da disciplina e so aceita disciplina da
      *>                  grade da serie do aluno, gravando o nome
      *>                  oficial do cadastro de disciplinas
      *>  15/10/2026 dr   lancamento do exame de recuperacao por
      *>                  turma/disciplina (opcao 15), gravado em
      *>                  arqRecuperacao; a situacao do aluno em
      *>                  RECUPERACAO passa a APROVADO ou REPROVADO pela
      *>                  nota do exame contra a media de corte, apurada
      *>                  em calcular-media-situacao (a alteracao de
      *>                  cadastro nao desfaz mais o resultado do exame)
      *>  15/10/2026 dr   bolsas e descontos individuais por aluno/ano
      *>                  letivo (arqBolsas, CADBOLSA.CPY: tipo,
      *>                  percentual, vigencia e quem autorizou) como
      *>                  nova opcao do menu (opcao 16), em tela
      *>                  formatada; a inclusao, alteracao ou exclusao
      *>                  recalcula as mensalidades ainda em aberto do
      *>                  aluno no ano pelo valor cheio (bolsa integral
      *>                  baixa a mensalidade com forma BOLSA) e fica
      *>                  registrada no historico de alteracoes; a
      *>                  baixa de mensalidade mostra o valor cheio e a
      *>                  bolsa aplicada, e multa, juros e desconto de
      *>                  pontualidade incidem sobre o valor com bolsa
      *>  15/10/2026 dr   login de operador na entrada (arqOperadores,
      *>                  CADOPER.CPY, com ate tres tentativas) e menu
      *>                  restrito ao perfil do operador (SECRETARIA,
      *>                  FINANCEIRO, COORDENACAO ou DIRECAO); cadastro
      *>                  de operadores pela direcao e troca da propria
      *>                  senha como nova opcao do menu (opcao 17); a
      *>                  identificacao do operador passa a ser gravada
      *>                  no log de exclusoes, no historico de
      *>                  alteracoes, como responsavel da ocorrencia (no
      *>                  lugar do nome digitado) e na baixa de
      *>                  mensalidade (CADMENS.CPY)
      *>  15/10/2026 dr   acompanhamento da busca ativa de alunos
      *>                  infrequentes (arqBuscaAtiva, CADBUSCA.CPY:
      *>                  contato feito, retorno da familia,
      *>                  encaminhamento ao Conselho Tutelar e
      *>                  encerramento do caso) como nova opcao do menu
      *>                  (opcao 18); ver relatorioBuscaAtiva
      *>  15/10/2026 dr   baixa de mensalidade grava a data/hora em que
      *>                  foi registrada (CADMENS.CPY), usada pelo
      *>                  fechamentoCaixa
      *>  15/10/2026 dr   consulta indexada encontra o aluno retirado do
      *>                  cadastro pelo arquivaAlunos no arquivo morto
      *>                  (arqAlunosArquivo, CADARQAL.CPY); reativacao do
      *>                  aluno arquivado na rematricula como nova opcao
      *>                  do menu (opcao 19), trazendo de volta as
      *>                  mensalidades arquivadas (arqMensArquivo,
      *>                  CADARQMS.CPY)
      *>  15/10/2026 dr   aluno em RECUPERACAO pela media geral, mas sem
      *>                  nenhuma disciplina abaixo da media de corte,
      *>                  passa a APROVADO (nao ha exame a lancar)
      *>  15/10/2026 dr   bolsa reduzida ou excluida reabre as
      *>                  mensalidades do ano quitadas pela bolsa
      *>                  integral (forma BOLSA, valor pago zero)
      *>  15/10/2026 dr   codigo de aluno do arquivo morto nao e
      *>                  reaproveitado no cadastro (recusado na
      *>                  gravacao e considerado no codigo sugerido);
      *>                  consulta da grade mostra "(EXCLUIDA)" para
      *>                  disciplina inexistente
      *>  15/10/2026 dr   verificacao do perfil cobre todas as opcoes
      *>                  do menu (ws-qtde-opcoes-menu); mensalidade
      *>                  quitada pela bolsa integral no recalculo da
      *>                  bolsa tem pagamento na data do vencimento,
      *>                  como no geraMensalidades e no emiteCarne
      *>----------------------------------------------------------------


           record key is fd-esp-chave
           file status is ws-fs-arqListaEspera.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dis-codigo
           alternate record key is fd-dis-nome
           file status is ws-fs-arqDisciplinas.

           select arqGradeCurricular assign to "arqGradeCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-grd-chave
           file status is ws-fs-arqGradeCurricular.

           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rec-chave
           file status is ws-fs-arqRecuperacao.

           select arqBolsas assign to "arqBolsas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bol-chave
           file status is ws-fs-arqBolsas.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ope-id
           file status is ws-fs-arqOperadores.

           select arqBuscaAtiva assign to "arqBuscaAtiva.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bat-chave
           file status is ws-fs-arqBuscaAtiva.

           select arqAlunosArquivo assign to "arqAlunosArquivo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-aa-codigo
           file status is ws-fs-arqAlunosArquivo.

           select arqMensArquivo assign to "arqMensArquivo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-am-chave
           file status is ws-fs-arqMensArquivo.

           select arqExclusoes assign to "arqExclusoes.dat"
           organization is line sequential
           access mode is sequential
       fd  arqListaEspera.
           copy "CADESPERA.CPY".

       fd  arqDisciplinas.
           copy "CADDISC.CPY".

       fd  arqGradeCurricular.
           copy "CADGRADE.CPY".

       fd  arqRecuperacao.
           copy "CADRECUP.CPY".

       fd  arqBolsas.
           copy "CADBOLSA.CPY".

       fd  arqOperadores.
           copy "CADOPER.CPY".

       fd  arqBuscaAtiva.
           copy "CADBUSCA.CPY".

       fd  arqAlunosArquivo.
           copy "CADARQAL.CPY".

       fd  arqMensArquivo.
           copy "CADARQMS.CPY".

       fd  arqExclusoes.
       01  fd-exclusao.
           05  fd-exc-dthora                       pic x(14).
           05  fd-exc-registro                     pic x(180).
           05  fd-exc-operador                     pic x(10).

       fd  arqHistAlteracoes.
       01  fd-hist-alteracao.
           05  fd-hist-valor-antigo                pic x(35).
           05  fd-hist-valor-novo                  pic x(35).
           05  fd-hist-dthora                       pic x(14).
           05  fd-hist-operador                    pic x(10).

       fd  relDeclaracao.
       01  fd-linha-declaracao                     pic x(80).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-arqExclusoes                         pic 9(02).
       77  ws-fs-arqHistAlteracoes                    pic 9(02).
       77  ws-fs-arqDisciplinas                       pic 9(02).
       77  ws-fs-arqGradeCurricular                   pic 9(02).
       77  ws-fs-arqRecuperacao                       pic 9(02).
       77  ws-fs-arqBolsas                            pic 9(02).
       77  ws-fs-arqOperadores                        pic 9(02).
       77  ws-fs-arqBuscaAtiva                        pic 9(02).
       77  ws-fs-arqAlunosArquivo                     pic 9(02).
       77  ws-fs-arqMensArquivo                       pic 9(02).


           copy "WSALUNO.CPY".

           copy "WSPARAM.CPY".

           copy "WSDISC.CPY".

           copy "WSGRADE.CPY".

           copy "WSRECUP.CPY".

           copy "WSBOLSA.CPY".

           copy "WSOPER.CPY".

           copy "WSBUSCA.CPY".

       01  ws-diversos.
           05  ws-sair                             pic x(01).
           05  ws-menu                             pic x(02).
           05  ws-qtde-disc-decl                   pic 9(02).
           05  ws-ind-serie                        pic 9(02).
           05  ws-era-transferido                  pic x(01).
           05  ws-serie-grade                      pic x(01).
           05  ws-disciplina-ok                    pic x(01).
           05  ws-fim-grade                        pic x(01).
           05  ws-qtde-grade                       pic 9(02).
           05  ws-fim-recuperacao                  pic x(01).
           05  ws-qtde-recup-pend                  pic 9(02).
           05  ws-qtde-exames                      pic 9(02).
           05  ws-qtde-exames-reprov               pic 9(02).
           05  ws-qtde-disc-lidas                  pic 9(02).
           05  ws-qtde-disc-abaixo                 pic 9(02).
           05  ws-situacao-ant                     pic x(12).
           05  ws-nota-ed                          pic z9,99.
           05  ws-perc-ed                          pic zz9,99.
           05  ws-bolsa-ativa                      pic x(01).
           05  ws-fim-mensalidades                 pic x(01).
           05  ws-qtde-recalculadas                pic 9(03).
           05  ws-qtde-bolsas                      pic 9(03).
           05  ws-competencia-min                  pic 9(06).
           05  ws-competencia-max                  pic 9(06).
           05  ws-desconto-bolsa                   pic 9(05)v99.
           05  ws-ind-menu                         pic 9(02).
           05  ws-opcao-permitida                  pic x(01).
           05  ws-tentativas-login                 pic 9(01).
           05  ws-login-ok                         pic x(01).
           05  ws-qtde-operadores                  pic 9(03).
           05  ws-perfil-ant                       pic x(12).
           05  ws-fim-busca                        pic x(01).
           05  ws-qtde-etapas                      pic 9(03).
           05  ws-ultima-etapa                     pic x(16).
           05  ws-fim-mens-arquivo                 pic x(01).
           05  ws-qtde-mens-reativadas             pic 9(03).
           05  ws-data-arquivamento-ed             pic x(10).

      *>----Operador logado na sessao (efetuar-login). O indice do
      *>----perfil aponta a coluna de permissao em ws-tabela-menu
       01  ws-sessao.
           05  ws-ses-operador                     pic x(10).
           05  ws-ses-nome                         pic x(25).
           05  ws-ses-perfil                       pic x(12).
           05  ws-ses-ind-perfil                   pic 9(01).
           05  ws-senha-atual                      pic x(10).
           05  ws-senha-nova                       pic x(10).
           05  ws-senha-conf                       pic x(10).

      *>----Opcoes do menu principal com os perfis autorizados a cada
      *>----uma, na ordem SECRETARIA, FINANCEIRO, COORDENACAO e
      *>----DIRECAO (S = liberada). So as opcoes liberadas ao perfil do
      *>----operador logado aparecem no menu e sao aceitas
       01  ws-tabela-menu-val.
           05  filler                              pic x(51) value
               "1 SNNSDigite (1)- Novo Cadastro de Aluno".
           05  filler                              pic x(51) value
               "2 SNSSDigite (2)- Registro de Notas".
           05  filler                              pic x(51) value
               "3 SSSSDigite (3)- Consulta Cadastro".
           05  filler                              pic x(51) value
               "4 SNNSDigite (4)- Alteracao de Cadastro".
           05  filler                              pic x(51) value
               "5 NNNSDigite (5)- Exclusão de Cadastro".
           05  filler                              pic x(51) value
               "6 SNSSDigite (6)- Registro de Notas por Disciplina".
           05  filler                              pic x(51) value
               "7 SNSSDigite (7)- Cadastro de Turmas".
           05  filler                              pic x(51) value
               "8 SNSSDigite (8)- Registro de Frequencia".
           05  filler                              pic x(51) value
               "9 NSNSDigite (9)- Registro de Pagamentos".
           05  filler                              pic x(51) value
               "10SNSSDigite (10)- Lancamento de Notas por Turma".
           05  filler                              pic x(51) value
               "11SNSSDigite (11)- Registro de Ocorrencias".
           05  filler                              pic x(51) value
               "12SNNSDigite (12)- Transferencia de Aluno".
           05  filler                              pic x(51) value
               "13NNNSDigite (13)- Parametros da Escola".
           05  filler                              pic x(51) value
               "14NNSSDigite (14)- Disciplinas e Grade Curricular".
           05  filler                              pic x(51) value
               "15SNSSDigite (15)- Exame de Recuperacao".
           05  filler                              pic x(51) value
               "16NSNSDigite (16)- Bolsas e Descontos".
           05  filler                              pic x(51) value
               "17SSSSDigite (17)- Operadores e Senha".
           05  filler                              pic x(51) value
               "18SNSSDigite (18)- Busca Ativa (Acompanhamento)".
           05  filler                              pic x(51) value
               "19SNNSDigite (19)- Reativacao de Aluno Arquivado".

       01  ws-tabela-menu redefines ws-tabela-menu-val.
           05  ws-menu-ocor    occurs 19 times.
               10  ws-tm-opcao                     pic x(02).
               10  ws-tm-permissao occurs 4 times  pic x(01).
               10  ws-tm-texto                     pic x(45).

      *>----Quantidade de opcoes de ws-tabela-menu: acompanha o occurs
      *>----acima e limita a exibicao do menu e a verificacao do perfil
       01  ws-qtde-opcoes-menu                     pic 9(02) value 19.

      *>----Regras de cobranca da baixa de mensalidade: multa unica e
      *>----juros por dia de atraso, ou desconto de pontualidade quando
           05  line 19 column 34 pic x(12) from ws-situacao.


      *>----Tela de manutencao de bolsa/desconto do aluno no ano letivo
       01  tela-bolsa.
           05  blank screen.
           05  line 01 column 02 value "BOLSAS E DESCONTOS".
           05  line 03 column 02 value "Codigo......:".
           05  line 03 column 16 pic 9(06) from ws-bol-codigo.
           05  line 03 column 24 value "Aluno:".
           05  line 03 column 31 pic x(25) from ws-aluno.
           05  line 05 column 02 value "Ano letivo..:".
           05  line 05 column 16 pic 9(04) from ws-bol-ano-letivo.
           05  line 07 column 02 value "Tipo........:".
           05  line 07 column 16 pic x(12) using ws-bol-tipo.
           05  line 07 column 30 value "(BOLSA, IRMAOS, FUNCIONARIO, CONVENIO)".
           05  line 09 column 02 value "Percentual..:".
           05  line 09 column 16 pic 9(03)v99 using ws-bol-percentual.
           05  line 09 column 22 value "% sobre o valor da serie".
           05  line 11 column 02 value "Vigencia de.:".
           05  line 11 column 16 pic 9(06) using ws-bol-competencia-ini.
           05  line 11 column 24 value "ate:".
           05  line 11 column 29 pic 9(06) using ws-bol-competencia-fim.
           05  line 11 column 37 value "(competencias AAAAMM)".
           05  line 13 column 02 value "Autorizado..:".
           05  line 13 column 16 pic x(25) using ws-bol-autorizado-por.
           05  line 15 column 02 value "Em..........:".
           05  line 15 column 16 pic 9(08) from ws-bol-data-autorizacao.


      *>----Tela de login do operador (senha sem eco)
       01  tela-login.
           05  blank screen.
           05  line 01 column 02 value "ACESSO AO SISTEMA".
           05  line 03 column 02 value "Operador....:".
           05  line 03 column 16 pic x(10) using ws-ope-id.
           05  line 05 column 02 value "Senha.......:".
           05  line 05 column 16 pic x(10) using ws-ope-senha secure.

      *>----Tela de manutencao de operador (identificacao apenas exibida)
       01  tela-operador.
           05  blank screen.
           05  line 01 column 02 value "OPERADORES DO SISTEMA".
           05  line 03 column 02 value "Operador....:".
           05  line 03 column 16 pic x(10) from ws-ope-id.
           05  line 05 column 02 value "Nome........:".
           05  line 05 column 16 pic x(25) using ws-ope-nome.
           05  line 07 column 02 value "Perfil......:".
           05  line 07 column 16 pic x(12) using ws-ope-perfil.
           05  line 07 column 30 value "(SECRETARIA, FINANCEIRO, COORDENACAO, DIRECAO)".
           05  line 09 column 02 value "Situacao....:".
           05  line 09 column 16 pic x(01) using ws-ope-situacao.
           05  line 09 column 30 value "(A = ativo, I = inativo)".
           05  line 11 column 02 value "Senha.......:".
           05  line 11 column 16 pic x(10) using ws-ope-senha secure.

      *>----Tela de troca da senha do proprio operador
       01  tela-troca-senha.
           05  blank screen.
           05  line 01 column 02 value "TROCA DE SENHA".
           05  line 03 column 02 value "Operador....:".
           05  line 03 column 16 pic x(10) from ws-ses-operador.
           05  line 05 column 02 value "Senha atual.:".
           05  line 05 column 16 pic x(10) using ws-senha-atual secure.
           05  line 07 column 02 value "Nova senha..:".
           05  line 07 column 16 pic x(10) using ws-senha-nova secure.
           05  line 09 column 02 value "Confirmacao.:".
           05  line 09 column 16 pic x(10) using ws-senha-conf secure.


      *>Declaração do corpo do programa
       procedure division.

               perform finaliza-anormal
           end-if

           open i-o arqDisciplinas
           if ws-fs-arqDisciplinas = 35
               open output arqDisciplinas
               close arqDisciplinas
               open i-o arqDisciplinas
           end-if
           if ws-fs-arqDisciplinas  <> 00
           and ws-fs-arqDisciplinas <> 05 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqDisciplinas) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqGradeCurricular
           if ws-fs-arqGradeCurricular = 35
               open output arqGradeCurricular
               close arqGradeCurricular
               open i-o arqGradeCurricular
           end-if
           if ws-fs-arqGradeCurricular  <> 00
           and ws-fs-arqGradeCurricular <> 05 then
               move 1                                               to ws-msn-erro-ofsset
               move ws-fs-arqGradeCurricular                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqGradeCurricular) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRecuperacao
           if ws-fs-arqRecuperacao = 35
               open output arqRecuperacao
               close arqRecuperacao
               open i-o arqRecuperacao
           end-if
           if ws-fs-arqRecuperacao  <> 00
           and ws-fs-arqRecuperacao <> 05 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqRecuperacao                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqRecuperacao) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqBolsas
           if ws-fs-arqBolsas = 35
               open output arqBolsas
               close arqBolsas
               open i-o arqBolsas
           end-if
           if ws-fs-arqBolsas  <> 00
           and ws-fs-arqBolsas <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqBolsas                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqBolsas) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35
               open output arqOperadores
               close arqOperadores
               open i-o arqOperadores
           end-if
           if ws-fs-arqOperadores  <> 00
           and ws-fs-arqOperadores <> 05 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqOperadores) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqBuscaAtiva
           if ws-fs-arqBuscaAtiva = 35
               open output arqBuscaAtiva
               close arqBuscaAtiva
               open i-o arqBuscaAtiva
           end-if
           if ws-fs-arqBuscaAtiva  <> 00
           and ws-fs-arqBuscaAtiva <> 05 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqBuscaAtiva) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAlunosArquivo
           if ws-fs-arqAlunosArquivo = 35
               open output arqAlunosArquivo
               close arqAlunosArquivo
               open i-o arqAlunosArquivo
           end-if
           if ws-fs-arqAlunosArquivo  <> 00
           and ws-fs-arqAlunosArquivo <> 05 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqAlunosArquivo                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqAlunosArquivo) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMensArquivo
           if ws-fs-arqMensArquivo = 35
               open output arqMensArquivo
               close arqMensArquivo
               open i-o arqMensArquivo
           end-if
           if ws-fs-arqMensArquivo  <> 00
           and ws-fs-arqMensArquivo <> 05 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqMensArquivo                        to ws-msn-erro-cod
               move "Erro ao abrir arquivo: (arqMensArquivo) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqExclusoes
           if ws-fs-arqExclusoes  <> 00
           and ws-fs-arqExclusoes <> 05 then
               perform finaliza-anormal
           end-if

           perform efetuar-login


           .
       inicializa-exit.
                      or ws-sair = "s"

               display erase
               display "Operador: " ws-ses-operador " - " ws-ses-nome
                       " (" ws-ses-perfil ")"
               perform varying ws-ind-menu from 1 by 1 until ws-ind-menu > ws-qtde-opcoes-menu
                   if ws-tm-permissao(ws-ind-menu, ws-ses-ind-perfil) = "S"
                       display ws-tm-texto(ws-ind-menu)
                   end-if
               end-perform
               accept ws-menu

               perform verificar-opcao-perfil
               if ws-opcao-permitida = "N"
                   display "Opcao nao permitida para o perfil " ws-ses-perfil
               else
                   evaluate ws-menu
                       when = "1"
                           perform cadastrar-aluno

                       when = "2"
                           perform cadastrar-notas

                       when = "3"
                           perform consultar-cadastro

                       when = "4"
                           perform alterar-cadastro

                       when = "5"
                           perform deletar-cadastro

                       when = "6"
                           perform cadastrar-notas-disciplina

                       when = "7"
                           perform manter-turmas

                       when = "8"
                           perform cadastrar-frequencia

                       when = "9"
                           perform registrar-pagamento

                       when = "10"
                           perform lancar-notas-turma

                       when = "11"
                           perform manter-ocorrencias

                       when = "12"
                           perform transferir-aluno

                       when = "13"
                           perform manter-parametros

                       when = "14"
                           perform manter-disciplinas

                       when = "15"
                           perform lancar-recuperacao-turma

                       when = "16"
                           perform manter-bolsas

                       when = "17"
                           perform manter-operadores

                       when = "18"
                           perform manter-busca-ativa

                       when = "19"
                           perform reativar-aluno-arquivado

                       when other
                           display "Opcao inexistente."

                   end-evaluate
               end-if

               display "Informe (S) para sair ou (C) para continuar."
               accept ws-sair
               display "Lancando notas parciais trazidas da escola de origem."
               display "Informe zero nos bimestres ainda nao cursados."
               move ws-codigo    to   ws-nd-codigo
               move ws-turma     to   ws-serie-grade
               perform registrar-notas-disciplina
               display "Lancar notas de outra disciplina? (S/N)"
               accept ws-menu

      *>------------------------------------------------------------------------
      *>  Grava o novo aluno validado na tela de cadastro, tratando o
      *>  codigo duplicado como antes. Codigo de aluno que esta no
      *>  arquivo morto tambem e recusado: a reativacao traria de volta
      *>  o registro antigo por cima do aluno novo
      *>------------------------------------------------------------------------
       gravar-novo-aluno section.

           move "N"    to   ws-grava-ok
           perform until ws-grava-ok = "S"

               move ws-codigo    to   fd-aa-codigo
               read arqAlunosArquivo
               evaluate ws-fs-arqAlunosArquivo
                   when 00
                       display "Codigo pertence a aluno do arquivo morto."
                       perform escolher-outro-codigo

                   when 23
                       perform gravar-registro-aluno

                   when other
                       move 1                                             to ws-msn-erro-ofsset
                       move ws-fs-arqAlunosArquivo                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqAlunosArquivo)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

       gravar-novo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro do novo aluno em arqCadAlunos
      *>------------------------------------------------------------------------
       gravar-registro-aluno section.

           move ws-codigo       to   fd-codigo
           move ws-aluno        to   fd-aluno
           move ws-endereco     to   fd-endereco
           move ws-mae          to   fd-mae
           move ws-pai          to   fd-pai
           move ws-telefone     to   fd-telefone
           move ws-turma        to   fd-turma
           move ws-ano-letivo   to   fd-ano-letivo
           initialize fd-nota-g
           move zero            to   fd-media
           move space           to   fd-situacao
           move zero            to   fd-data-transferencia

           write fd-alunos
           evaluate ws-fs-arqCadAlunos
               when 00
                   move "S"    to   ws-grava-ok
                   perform acrescentar-matricula-turma

               when 22
                   display "Codigo ja cadastrado."
                   perform escolher-outro-codigo

               when other
                   move 1                                            to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunos                           to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqCadAlunos). "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       gravar-registro-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Codigo recusado: o operador informa outro ou aceita o proximo
      *>  codigo disponivel
      *>------------------------------------------------------------------------
       escolher-outro-codigo section.

           display "Digite (R) para informar outro codigo ou "
           display "(P) para aceitar o proximo codigo disponivel: "
           accept ws-menu
           evaluate ws-menu
               when = "P" or "p"
                   perform achar-proximo-codigo
               when other
                   display "Informe o novo codigo do aluno: "
                   accept ws-codigo
           end-evaluate

           .
       escolher-outro-codigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sugere o proximo codigo de aluno: o maior codigo ja gravado
      *>  mais um, sem reaproveitar codigos de alunos excluidos, para
      *>  as trilhas de arqExclusoes e arqHistAlteracoes nao se
      *>  misturarem entre alunos diferentes. Os codigos do arquivo
      *>  morto (arqAlunosArquivo) entram no maior codigo tambem
      *>------------------------------------------------------------------------
       achar-proximo-codigo section.

               end-if
           end-perform

           move zero    to   fd-aa-codigo

           start arqAlunosArquivo key is not less than fd-aa-codigo
               invalid key
                   move 10    to   ws-fs-arqAlunosArquivo
           end-start

           move "N"    to   ws-fim-varredura
           perform until ws-fim-varredura = "S"
               if ws-fs-arqAlunosArquivo <> 00
                   move "S"    to   ws-fim-varredura
               else
                   read arqAlunosArquivo next
                   if ws-fs-arqAlunosArquivo = 10
                       move "S"    to   ws-fim-varredura
                   else
                       if ws-fs-arqAlunosArquivo <> 00
                           move 1                                             to ws-msn-erro-ofsset
                           move ws-fs-arqAlunosArquivo                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqAlunosArquivo)."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-aa-codigo > ws-codigo-sugerido
                           move fd-aa-codigo    to   ws-codigo-sugerido
                       end-if
                   end-if
               end-if
           end-perform

           if ws-codigo-sugerido >= 999999
               move 1                                                        to ws-msn-erro-ofsset
               move 0                                                        to ws-msn-erro-cod
      *>  Calcula a media e a situacao do aluno a partir das 4 notas,
      *>  com a media de corte dos parametros da escola. Aluno com
      *>  presenca apurada abaixo do minimo parametrizado fica
      *>  REPROVADO independente da media (frequencia minima legal).
      *>  Aluno em RECUPERACAO tem a situacao resolvida pelos exames
      *>  de recuperacao ja lancados (apurar-recuperacao)
      *>------------------------------------------------------------------------
       calcular-media-situacao section.

               move "REPROVADO"      to   ws-situacao
           end-if

           if ws-situacao = "RECUPERACAO"
               perform apurar-recuperacao
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
                           move 1                                           to ws-msn-erro-ofsset
                           move ws-fs-arqNotasDisc                          to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqNotasDisc)."      to ws-msn-erro-text
                           perform finaliza-anormal
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
                                       move 1                                           to ws-msn-erro-ofsset
                                       move ws-fs-arqRecuperacao                        to ws-msn-erro-cod
                                       move "Erro ao ler arquivo: (arqRecuperacao)."    to ws-msn-erro-text
                                       perform finaliza-anormal
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
                           move 1                                           to ws-msn-erro-ofsset
                           move ws-fs-arqRecuperacao                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqRecuperacao)."    to ws-msn-erro-text
                           perform finaliza-anormal
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
               accept ws-nota(4)
           end-perform

           move ws-codigo     to    fd-codigo
           read arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
                   perform finaliza-anormal
               end-if
           else
               move fd-ano-letivo   to    ws-ano-letivo
               perform calcular-media-situacao
               move ws-nota-g       to    fd-nota-g
               move ws-media        to    fd-media
               move ws-situacao     to    fd-situacao
               end-if
           else
               display "Aluno: " fd-aluno
               move fd-turma    to   ws-serie-grade
               perform registrar-notas-disciplina
           end-if

           exit.

      *>------------------------------------------------------------------------
      *>  Pede a disciplina (codigo da grade curricular da serie em
      *>  ws-serie-grade) e as quatro notas bimestrais, calcula a media
      *>  da disciplina e grava (ou regrava) o registro do
      *>  aluno/disciplina em arqNotasDisc com o nome oficial da
      *>  disciplina
      *>------------------------------------------------------------------------
       registrar-notas-disciplina section.

           perform informar-disciplina-grade

           if ws-disciplina-ok = "S"
               move ws-dis-nome    to   ws-nd-disciplina

               display "Nota 1: "
               accept ws-nd-nota(1)
               perform until ws-nd-nota(1) >= 0 and ws-nd-nota(1) <= 10
                   display "Nota invalida. Informe um valor entre 0 e 10."
                   display "Nota 1: "
                   accept ws-nd-nota(1)
               end-perform

               display "Nota 2: "
               accept ws-nd-nota(2)
               perform until ws-nd-nota(2) >= 0 and ws-nd-nota(2) <= 10
                   display "Nota invalida. Informe um valor entre 0 e 10."
                   display "Nota 2: "
                   accept ws-nd-nota(2)
               end-perform

               display "Nota 3: "
               accept ws-nd-nota(3)
               perform until ws-nd-nota(3) >= 0 and ws-nd-nota(3) <= 10
                   display "Nota invalida. Informe um valor entre 0 e 10."
                   display "Nota 3: "
                   accept ws-nd-nota(3)
               end-perform

               display "Nota 4: "
               accept ws-nd-nota(4)
               perform until ws-nd-nota(4) >= 0 and ws-nd-nota(4) <= 10
                   display "Nota invalida. Informe um valor entre 0 e 10."
                   display "Nota 4: "
                   accept ws-nd-nota(4)
               end-perform

               compute ws-nd-media rounded = (ws-nd-nota(1) + ws-nd-nota(2)
                                             + ws-nd-nota(3) + ws-nd-nota(4)) / 4

               move ws-nd-chave    to   fd-nd-chave
               read arqNotasDisc
               evaluate ws-fs-arqNotasDisc
                   when 00
                       move ws-notas-disc    to   fd-notas-disc
                       rewrite fd-notas-disc
                       if ws-fs-arqNotasDisc  <> 00 then
                           move 1                                                    to ws-msn-erro-ofsset
                           move ws-fs-arqNotasDisc                                   to ws-msn-erro-cod
                           move "Erro ao gravar notas no arquivo: (arqNotasDisc)."   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                   when 23
                       move ws-notas-disc    to   fd-notas-disc
                       write fd-notas-disc
                       if ws-fs-arqNotasDisc  <> 00 then
                           move 1                                                    to ws-msn-erro-ofsset
                           move ws-fs-arqNotasDisc                                   to ws-msn-erro-cod
                           move "Erro ao gravar notas no arquivo: (arqNotasDisc)."   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                   when other
                       move 1                                           to ws-msn-erro-ofsset
                       move ws-fs-arqNotasDisc                          to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqNotasDisc)."      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           else
               display "Registro de notas cancelado."
           end-if

           .
       registrar-notas-disciplina-exit.
                   perform finaliza-anormal
               end-if

               move ws-lanc-turma    to   ws-serie-grade
               perform informar-disciplina-grade

               if ws-disciplina-ok = "S"
                   move ws-dis-nome    to   ws-nd-disciplina

                   display "Bimestre (1 a 4): "
                   accept ws-lanc-bimestre
                   perform until ws-lanc-bimestre >= 1
                             and ws-lanc-bimestre <= 4
                       display "Bimestre invalido. Informe um valor entre 1 e 4."
                       display "Bimestre (1 a 4): "
                       accept ws-lanc-bimestre
                   end-perform

                   perform percorrer-alunos-turma

                   display "Notas lancadas na turma: " ws-qtde-lancadas
               else
                   display "Lancamento de notas cancelado."
               end-if
           end-if

           .
       calcular-media-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o codigo da disciplina ate ser informada uma disciplina
      *>  da grade curricular da serie em ws-serie-grade (codigo em
      *>  branco desiste). Devolve ws-disciplina-ok = "S" com a
      *>  disciplina em ws-disciplinas, ou "C" quando cancelado
      *>------------------------------------------------------------------------
       informar-disciplina-grade section.

           move "N"    to   ws-disciplina-ok
           perform until ws-disciplina-ok <> "N"
               display "Codigo da disciplina (em branco para cancelar): "
               accept ws-dis-codigo
               if ws-dis-codigo = space
                   move "C"    to   ws-disciplina-ok
               else
                   inspect ws-dis-codigo converting ws-minusculas to ws-maiusculas
                   perform validar-disciplina-grade
               end-if
           end-perform

           .
       informar-disciplina-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a disciplina (ws-dis-codigo) existe no cadastro de
      *>  disciplinas e faz parte da grade curricular da serie em
      *>  ws-serie-grade (primeiro caractere da turma). Turma sem serie
      *>  numerica nao tem grade e cancela o lancamento
      *>------------------------------------------------------------------------
       validar-disciplina-grade section.

           if ws-serie-grade is not numeric
           or ws-serie-grade = "0"
               display "Turma sem serie (1o caractere de 1 a 9) para conferir a grade curricular."
               move "C"    to   ws-disciplina-ok
           else
               move ws-dis-codigo    to   fd-dis-codigo
               read arqDisciplinas
               evaluate ws-fs-arqDisciplinas
                   when 00
                       move fd-disciplinas    to   ws-disciplinas
                       move ws-serie-grade    to   fd-grd-serie
                       move ws-dis-codigo     to   fd-grd-disciplina
                       read arqGradeCurricular
                       evaluate ws-fs-arqGradeCurricular
                           when 00
                               move "S"    to   ws-disciplina-ok
                               display "Disciplina: " ws-dis-nome

                           when 23
                               display "Disciplina fora da grade curricular da serie "
                                       ws-serie-grade "."

                           when other
                               move 1                                              to ws-msn-erro-ofsset
                               move ws-fs-arqGradeCurricular                       to ws-msn-erro-cod
                               move "Erro ao ler arquivo: (arqGradeCurricular)."   to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                   when 23
                       display "Disciplina nao cadastrada."

                   when other
                       move 1                                          to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                       to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqDisciplinas)."   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       validar-disciplina-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lancamento do exame de recuperacao por turma/disciplina - a
      *>  turma e a disciplina (da grade da serie) sao informadas uma
      *>  unica vez e os alunos da turma em RECUPERACAO sao percorridos
      *>  em ordem de nome, pedindo a nota do exame de cada um
      *>------------------------------------------------------------------------
       lancar-recuperacao-turma section.

           display "Turma: "
           accept ws-lanc-turma
           display "Ano letivo: "
           accept ws-lanc-ano-letivo

           move ws-lanc-turma         to   fd-tur-turma
           move ws-lanc-ano-letivo    to   fd-tur-ano-letivo
           read arqTurmas
           if ws-fs-arqTurmas = 23
               display "Turma nao cadastrada para este ano letivo."
           else
               if ws-fs-arqTurmas <> 00
                   move 1                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqTurmas). "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-lanc-turma    to   ws-serie-grade
               perform informar-disciplina-grade

               if ws-disciplina-ok = "S"
                   perform percorrer-recuperacao-turma
                   display "Exames lancados na turma: " ws-qtde-lancadas
               else
                   display "Lancamento de exames cancelado."
               end-if
           end-if

           .
       lancar-recuperacao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqCadAlunos em ordem de nome e, para cada aluno da
      *>  turma/ano letivo do lancamento em RECUPERACAO, pede e grava a
      *>  nota do exame na disciplina informada
      *>------------------------------------------------------------------------
       percorrer-recuperacao-turma section.

           move 0    to   ws-qtde-lancadas

           move low-values    to   fd-aluno
           move zero          to   fd-codigo

           start arqCadAlunos key is not less than fd-aluno
               invalid key
                   move 10    to   ws-fs-arqCadAlunos
           end-start

           move "N"    to   ws-fim-lancamento
           perform until ws-fim-lancamento = "S"
               if ws-fs-arqCadAlunos <> 00
                   move "S"    to   ws-fim-lancamento
               else
                   read arqCadAlunos next
                   if ws-fs-arqCadAlunos = 10
                       move "S"    to   ws-fim-lancamento
                   else
                       if ws-fs-arqCadAlunos <> 00
                           move 1                                           to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlunos                          to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqCadAlunos)."      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-turma = ws-lanc-turma
                       and fd-ano-letivo = ws-lanc-ano-letivo
                       and fd-sit-recuperacao
                           perform lancar-recuperacao-aluno
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtde-lancadas = 0
               display "Nenhum exame de recuperacao lancado nesta turma/disciplina."
           end-if

           .
       percorrer-recuperacao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a nota do exame do aluno atual (fd-alunos) na disciplina
      *>  informada e grava (ou regrava) em arqRecuperacao. Aluno ja
      *>  aprovado por media na disciplina nao faz exame nela. A
      *>  leitura sequencial de arqCadAlunos nao e tocada aqui
      *>------------------------------------------------------------------------
       lancar-recuperacao-aluno section.

           move fd-codigo      to   fd-nd-codigo
           move ws-dis-nome    to   fd-nd-disciplina
           read arqNotasDisc
           evaluate ws-fs-arqNotasDisc
               when 00
                   move fd-nd-media    to   ws-rec-media-disciplina

               when 23
                   move zero           to   ws-rec-media-disciplina

               when other
                   move 1                                           to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                          to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqNotasDisc)."      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqNotasDisc = 00
           and fd-nd-media >= ws-par-media-corte
               display "Aluno: " fd-aluno "  aprovado por media na disciplina."
           else
               move fd-codigo        to   fd-rec-codigo
               move fd-ano-letivo    to   fd-rec-ano-letivo
               move ws-dis-nome      to   fd-rec-disciplina
               read arqRecuperacao
               evaluate ws-fs-arqRecuperacao
                   when 00
                       move fd-rec-nota-exame    to   ws-nota-ed
                       display "Nota de exame ja lancada: " ws-nota-ed

                   when 23
                       continue

                   when other
                       move 1                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRecuperacao                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqRecuperacao)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               move ws-rec-media-disciplina    to   ws-nota-ed
               display "Aluno: " fd-aluno "  Media: " ws-nota-ed
                       "  Nota do exame: "
               accept ws-rec-nota-exame
               perform until ws-rec-nota-exame >= 0 and ws-rec-nota-exame <= 10
                   display "Nota invalida. Informe um valor entre 0 e 10."
                   display "Aluno: " fd-aluno "  Media: " ws-nota-ed
                           "  Nota do exame: "
                   accept ws-rec-nota-exame
               end-perform

               move fd-codigo        to   ws-rec-codigo
               move fd-ano-letivo    to   ws-rec-ano-letivo
               move ws-dis-nome      to   ws-rec-disciplina
               if ws-rec-nota-exame >= ws-par-media-corte
                   move "APROVADO"     to   ws-rec-resultado
               else
                   move "REPROVADO"    to   ws-rec-resultado
               end-if
               accept ws-rec-data-exame from date yyyymmdd

               move ws-recuperacao    to   fd-recuperacao
               if ws-fs-arqRecuperacao = 00
                   rewrite fd-recuperacao
               else
                   write fd-recuperacao
               end-if
               if ws-fs-arqRecuperacao  <> 00 then
                   move 1                                               to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacao                            to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqRecuperacao). "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1    to   ws-qtde-lancadas
               perform reavaliar-situacao-recuperacao
           end-if

           .
       lancar-recuperacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recalcula a situacao do aluno atual (fd-alunos) depois do
      *>  lancamento do exame e, quando ela muda, regrava o cadastro e
      *>  registra a alteracao da situacao no historico de alteracoes
      *>------------------------------------------------------------------------
       reavaliar-situacao-recuperacao section.

           move fd-alunos       to   ws-alunos
           move fd-situacao     to   ws-situacao-ant
           perform calcular-media-situacao

           if ws-situacao <> ws-situacao-ant
               move ws-media        to   fd-media
               move ws-situacao     to   fd-situacao
               rewrite fd-alunos
               if ws-fs-arqCadAlunos  <> 00 then
                   move 1                                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunos                                   to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqCadAlunos)."            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "SITUACAO"         to   ws-hist-campo
               move ws-situacao-ant    to   ws-hist-valor-antigo
               move ws-situacao        to   ws-hist-valor-novo
               perform registrar-historico

               display "Situacao do aluno: " ws-situacao
           end-if

           .
       reavaliar-situacao-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro de frequencia mensal - um registro por aluno/mes em
      *>  arqFrequencia, com dias letivos, presencas e faltas
               evaluate ws-fs-arqMensalidades
                   when 00
                       if fd-men-paga
                           if fd-men-forma-pagamento = "BOLSA"
                               display "Mensalidade coberta por bolsa integral ("
                                       fd-men-tipo-desconto ")."
                           else
                               display "Mensalidade ja paga em " fd-men-data-pagamento "."
                           end-if
                       else
                           perform baixar-mensalidade
                       end-if
      *>------------------------------------------------------------------------
       baixar-mensalidade section.

           if fd-men-tipo-desconto <> space
               move fd-men-valor-cheio      to   ws-valor-ed
               display "Valor cheio da serie: " ws-valor-ed
               move fd-men-perc-desconto    to   ws-perc-ed
               display "Bolsa/desconto      : " fd-men-tipo-desconto " " ws-perc-ed " %"
           end-if
           move fd-men-valor    to   ws-valor-ed
           display "Valor da mensalidade: " ws-valor-ed
           if fd-men-vencimento > 0
           move ws-men-data-pagamento     to   fd-men-data-pagamento
           move ws-men-valor-pago         to   fd-men-valor-pago
           move ws-men-forma-pagamento    to   fd-men-forma-pagamento
           move ws-ses-operador           to   fd-men-operador-baixa
           perform obter-data-hora
           move ws-dthora                 to   fd-men-dthora-baixa

           rewrite fd-mensalidades
           if ws-fs-arqMensalidades  <> 00 then
                   accept ws-oco-descricao
               end-perform

               move ws-ses-operador    to   ws-oco-responsavel
               display "Responsavel pelo registro: " ws-oco-responsavel

               perform achar-proxima-seq-ocorrencia

           read arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               if ws-fs-arqCadAlunos = 23 then
                   perform consultar-aluno-arquivado
               else
                   move 1                                           to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunos                          to ws-msn-erro-cod

           perform obter-data-hora

           move ws-dthora          to   fd-exc-dthora
           move fd-alunos          to   fd-exc-registro
           move ws-ses-operador    to   fd-exc-operador

           write fd-exclusao
           if ws-fs-arqExclusoes  <> 00 then
           move ws-hist-valor-antigo   to   fd-hist-valor-antigo
           move ws-hist-valor-novo     to   fd-hist-valor-novo
           move ws-dthora              to   fd-hist-dthora
           move ws-ses-operador        to   fd-hist-operador

           write fd-hist-alteracao
           if ws-fs-arqHistAlteracoes  <> 00 then
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro de disciplinas (arqDisciplinas) e da
      *>  grade curricular por serie (arqGradeCurricular)
      *>------------------------------------------------------------------------
       manter-disciplinas section.

           display "Digite (I) para incluir disciplina"
           display "Digite (A) para alterar carga horaria de disciplina"
           display "Digite (L) para listar as disciplinas"
           display "Digite (G) para incluir disciplina na grade de uma serie"
           display "Digite (R) para retirar disciplina da grade de uma serie"
           display "Digite (C) para consultar a grade de uma serie"
           accept ws-menu

           evaluate ws-menu
               when = "I" or "i"
                   perform incluir-disciplina

               when = "A" or "a"
                   perform alterar-disciplina

               when = "L" or "l"
                   perform listar-disciplinas

               when = "G" or "g"
                   perform incluir-disciplina-grade

               when = "R" or "r"
                   perform retirar-disciplina-grade

               when = "C" or "c"
                   perform consultar-grade-serie

               when other
                   display "Opcao inexistente."
           end-evaluate

           .
       manter-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma disciplina no cadastro de disciplinas. Codigo e
      *>  nome sao gravados em maiusculas e o nome nao pode repetir o
      *>  de outra disciplina (chave alternada unica)
      *>------------------------------------------------------------------------
       incluir-disciplina section.

           display "Codigo da disciplina: "
           accept ws-dis-codigo
           perform until ws-dis-codigo <> space
               display "Codigo da disciplina não pode ficar em branco."
               display "Codigo da disciplina: "
               accept ws-dis-codigo
           end-perform
           inspect ws-dis-codigo converting ws-minusculas to ws-maiusculas

           display "Nome da disciplina: "
           accept ws-dis-nome
           perform until ws-dis-nome <> space
               display "Nome da disciplina não pode ficar em branco."
               display "Nome da disciplina: "
               accept ws-dis-nome
           end-perform
           inspect ws-dis-nome converting ws-minusculas to ws-maiusculas

           display "Carga horaria anual (horas): "
           accept ws-dis-carga-horaria
           perform until ws-dis-carga-horaria > 0
               display "Carga horaria deve ser maior que zero."
               display "Carga horaria anual (horas): "
               accept ws-dis-carga-horaria
           end-perform

           move ws-disciplinas    to   fd-disciplinas
           write fd-disciplinas
           evaluate ws-fs-arqDisciplinas
               when 00
                   display "Disciplina incluida."

               when 22
                   display "Codigo ou nome de disciplina ja cadastrado."

               when other
                   move 1                                              to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                           to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqDisciplinas). "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       incluir-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera a carga horaria de uma disciplina. O nome nao e
      *>  alterado: e ele que esta gravado nas notas (arqNotasDisc) e
      *>  no historico escolar (arqHistEscolar)
      *>------------------------------------------------------------------------
       alterar-disciplina section.

           display "Codigo da disciplina: "
           accept ws-dis-codigo
           inspect ws-dis-codigo converting ws-minusculas to ws-maiusculas

           move ws-dis-codigo    to   fd-dis-codigo
           read arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               if ws-fs-arqDisciplinas = 23 then
                   display "Disciplina nao cadastrada."
               else
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                       to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqDisciplinas)."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Disciplina: " fd-dis-nome
               display "Carga horaria atual: " fd-dis-carga-horaria
               display "Informe a carga horaria anual (horas): "
               accept fd-dis-carga-horaria
               perform until fd-dis-carga-horaria > 0
                   display "Carga horaria deve ser maior que zero."
                   display "Informe a carga horaria anual (horas): "
                   accept fd-dis-carga-horaria
               end-perform

               rewrite fd-disciplinas
               if ws-fs-arqDisciplinas  <> 00 then
                   move 1                                              to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                           to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqDisciplinas). "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Disciplina alterada."
           end-if

           .
       alterar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista todas as disciplinas cadastradas, em ordem de codigo
      *>------------------------------------------------------------------------
       listar-disciplinas section.

           move 0             to   ws-qtde-grade
           move low-values    to   fd-dis-codigo

           start arqDisciplinas key is not less than fd-dis-codigo
               invalid key
                   move 10    to   ws-fs-arqDisciplinas
           end-start

           move "N"    to   ws-fim-grade
           perform until ws-fim-grade = "S"
               if ws-fs-arqDisciplinas <> 00
                   move "S"    to   ws-fim-grade
               else
                   read arqDisciplinas next
                   if ws-fs-arqDisciplinas = 10
                       move "S"    to   ws-fim-grade
                   else
                       if ws-fs-arqDisciplinas <> 00
                           move 1                                          to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                       to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqDisciplinas)."   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1    to   ws-qtde-grade
                       display "Codigo: " fd-dis-codigo "  Nome: " fd-dis-nome
                               "  Carga horaria: " fd-dis-carga-horaria
                   end-if
               end-if
           end-perform

           if ws-qtde-grade = 0
               display "Nenhuma disciplina cadastrada."
           end-if

           .
       listar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a serie (1 a 9) da grade curricular a manter/consultar
      *>------------------------------------------------------------------------
       informar-serie-grade section.

           display "Serie (1 a 9): "
           accept ws-grd-serie
           perform until ws-grd-serie >= 1
               display "Serie invalida. Informe um valor entre 1 e 9."
               display "Serie (1 a 9): "
               accept ws-grd-serie
           end-perform

           .
       informar-serie-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma disciplina ja cadastrada na grade curricular de
      *>  uma serie
      *>------------------------------------------------------------------------
       incluir-disciplina-grade section.

           perform informar-serie-grade

           display "Codigo da disciplina: "
           accept ws-grd-disciplina
           inspect ws-grd-disciplina converting ws-minusculas to ws-maiusculas

           move ws-grd-disciplina    to   fd-dis-codigo
           read arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               if ws-fs-arqDisciplinas = 23 then
                   display "Disciplina nao cadastrada."
               else
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                       to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqDisciplinas)."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move ws-grade-curricular    to   fd-grade-curricular
               write fd-grade-curricular
               evaluate ws-fs-arqGradeCurricular
                   when 00
                       display fd-dis-nome " incluida na grade da serie " ws-grd-serie "."

                   when 22
                       display "Disciplina ja faz parte da grade desta serie."

                   when other
                       move 1                                                to ws-msn-erro-ofsset
                       move ws-fs-arqGradeCurricular                         to ws-msn-erro-cod
                       move "Erro ao gravar arquivo: (arqGradeCurricular)"   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       incluir-disciplina-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira uma disciplina da grade curricular de uma serie, apos
      *>  confirmacao. As notas ja lancadas na disciplina nao mudam
      *>------------------------------------------------------------------------
       retirar-disciplina-grade section.

           perform informar-serie-grade

           display "Codigo da disciplina: "
           accept ws-grd-disciplina
           inspect ws-grd-disciplina converting ws-minusculas to ws-maiusculas

           move ws-grd-chave    to   fd-grd-chave
           read arqGradeCurricular
           if ws-fs-arqGradeCurricular  <> 00 then
               if ws-fs-arqGradeCurricular = 23 then
                   display "Disciplina fora da grade desta serie."
               else
                   move 1                                              to ws-msn-erro-ofsset
                   move ws-fs-arqGradeCurricular                       to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqGradeCurricular)."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Confirma a retirada da disciplina da grade? Digite (S) para sim ou (N) para nao."
               accept ws-menu
               if ws-menu = "S" or "s"
                   delete arqGradeCurricular
                   if ws-fs-arqGradeCurricular  <> 00 then
                       move 1                                                to ws-msn-erro-ofsset
                       move ws-fs-arqGradeCurricular                         to ws-msn-erro-cod
                       move "Erro ao deletar arquivo: (arqGradeCurricular)"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Disciplina retirada da grade."
               else
                   display "Retirada cancelada."
               end-if
           end-if

           .
       retirar-disciplina-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta a grade curricular de uma serie, com o nome e a
      *>  carga horaria de cada disciplina
      *>------------------------------------------------------------------------
       consultar-grade-serie section.

           perform informar-serie-grade

           move 0               to   ws-qtde-grade
           move ws-grd-serie    to   fd-grd-serie
           move low-values      to   fd-grd-disciplina

           start arqGradeCurricular key is not less than fd-grd-chave
               invalid key
                   move 10    to   ws-fs-arqGradeCurricular
           end-start

           move "N"    to   ws-fim-grade
           perform until ws-fim-grade = "S"
               if ws-fs-arqGradeCurricular <> 00
                   move "S"    to   ws-fim-grade
               else
                   read arqGradeCurricular next
                   if ws-fs-arqGradeCurricular = 10
                       move "S"    to   ws-fim-grade
                   else
                       if ws-fs-arqGradeCurricular <> 00
                           move 1                                              to ws-msn-erro-ofsset
                           move ws-fs-arqGradeCurricular                       to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqGradeCurricular)."   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-grd-serie <> ws-grd-serie
                           move "S"    to   ws-fim-grade
                       else
                           add 1    to   ws-qtde-grade
                           move fd-grd-disciplina    to   fd-dis-codigo
                           read arqDisciplinas
                           if ws-fs-arqDisciplinas <> 00
                               move "(EXCLUIDA)"    to   fd-dis-nome
                               move 0               to   fd-dis-carga-horaria
                           end-if
                           display "Codigo: " fd-grd-disciplina "  Nome: " fd-dis-nome
                                   "  Carga horaria: " fd-dis-carga-horaria
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtde-grade = 0
               display "Nenhuma disciplina na grade desta serie."
           else
               display "Disciplinas na grade da serie: " ws-qtde-grade
           end-if

           .
       consultar-grade-serie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao das bolsas e descontos individuais por aluno/ano
      *>  letivo (arqBolsas)
      *>------------------------------------------------------------------------
       manter-bolsas section.

           display "Digite (I) para incluir bolsa/desconto"
           display "Digite (A) para alterar bolsa/desconto"
           display "Digite (E) para excluir bolsa/desconto"
           display "Digite (C) para consultar bolsa/desconto do aluno"
           display "Digite (L) para listar as bolsas/descontos de um ano letivo"
           accept ws-menu

           evaluate ws-menu
               when = "I" or "i"
                   perform incluir-bolsa

               when = "A" or "a"
                   perform alterar-bolsa

               when = "E" or "e"
                   perform excluir-bolsa

               when = "C" or "c"
                   perform consultar-bolsa

               when = "L" or "l"
                   perform listar-bolsas-ano

               when other
                   display "Opcao inexistente."
           end-evaluate

           .
       manter-bolsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o codigo do aluno e o ano letivo da bolsa/desconto (em
      *>  branco = ano corrente dos parametros) e le o cadastro do
      *>  aluno. ws-dados-validos = "S" quando o aluno existe
      *>------------------------------------------------------------------------
       informar-aluno-bolsa section.

           move "N"    to   ws-dados-validos

           display "Codigo do aluno: "
           accept ws-bol-codigo

           move ws-bol-codigo    to   fd-codigo
           read arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               if ws-fs-arqCadAlunos = 23 then
                   display "Codido de aluno inexistente."
               else
                   move 1                                           to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqCadAlunos)."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move fd-alunos    to   ws-alunos
               display "Aluno: " ws-aluno

               display "Ano letivo (em branco = " ws-par-ano-corrente "): "
               accept ws-bol-ano-letivo
               if ws-bol-ano-letivo is not numeric
                or ws-bol-ano-letivo = 0
                   move ws-par-ano-corrente    to   ws-bol-ano-letivo
               end-if

               move ws-bol-chave    to   fd-bol-chave
               move "S"             to   ws-dados-validos
           end-if

           .
       informar-aluno-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui a bolsa/desconto do aluno no ano letivo (um registro
      *>  por aluno/ano) e recalcula as mensalidades em aberto do ano
      *>------------------------------------------------------------------------
       incluir-bolsa section.

           perform informar-aluno-bolsa
           if ws-dados-validos = "S"
               read arqBolsas
               evaluate ws-fs-arqBolsas
                   when 00
                       display "Aluno ja tem bolsa/desconto neste ano letivo - use a alteracao."

                   when 23
                       move space    to   ws-bol-tipo
                       move space    to   ws-bol-autorizado-por
                       move 0        to   ws-bol-percentual
                       compute ws-bol-competencia-ini = (ws-bol-ano-letivo * 100) + 1
                       compute ws-bol-competencia-fim = (ws-bol-ano-letivo * 100) + 12
                       perform editar-tela-bolsa

                       move ws-bolsas    to   fd-bolsas
                       write fd-bolsas
                       if ws-fs-arqBolsas  <> 00 then
                           move 1                                          to ws-msn-erro-ofsset
                           move ws-fs-arqBolsas                            to ws-msn-erro-cod
                           move "Erro ao gravar arquivo: (arqBolsas). "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "INCLUIDA"    to   ws-hist-valor-antigo
                       perform descrever-bolsa
                       perform registrar-historico-bolsa

                       display "Bolsa/desconto incluido."

                       move "S"    to   ws-bolsa-ativa
                       perform recalcular-mensalidades-bolsa

                   when other
                       move 1                                      to ws-msn-erro-ofsset
                       move ws-fs-arqBolsas                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqBolsas)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       incluir-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera a bolsa/desconto do aluno no ano letivo e recalcula as
      *>  mensalidades em aberto do ano
      *>------------------------------------------------------------------------
       alterar-bolsa section.

           perform informar-aluno-bolsa
           if ws-dados-validos = "S"
               read arqBolsas
               evaluate ws-fs-arqBolsas
                   when 00
                       move fd-bolsas    to   ws-bolsas
                       perform descrever-bolsa
                       move ws-hist-valor-novo    to   ws-hist-valor-antigo

                       perform editar-tela-bolsa

                       move ws-bolsas    to   fd-bolsas
                       rewrite fd-bolsas
                       if ws-fs-arqBolsas  <> 00 then
                           move 1                                          to ws-msn-erro-ofsset
                           move ws-fs-arqBolsas                            to ws-msn-erro-cod
                           move "Erro ao gravar arquivo: (arqBolsas). "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       perform descrever-bolsa
                       perform registrar-historico-bolsa

                       display "Bolsa/desconto alterado."

                       move "S"    to   ws-bolsa-ativa
                       perform recalcular-mensalidades-bolsa

                   when 23
                       display "Aluno sem bolsa/desconto neste ano letivo."

                   when other
                       move 1                                      to ws-msn-erro-ofsset
                       move ws-fs-arqBolsas                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqBolsas)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       alterar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui a bolsa/desconto do aluno no ano letivo, apos
      *>  confirmacao, e volta as mensalidades em aberto do ano para o
      *>  valor cheio. Mensalidades ja pagas nao mudam
      *>------------------------------------------------------------------------
       excluir-bolsa section.

           perform informar-aluno-bolsa
           if ws-dados-validos = "S"
               read arqBolsas
               evaluate ws-fs-arqBolsas
                   when 00
                       move fd-bolsas    to   ws-bolsas
                       perform descrever-bolsa
                       display "Bolsa/desconto: " ws-hist-valor-novo
                       display "Confirma a exclusao? Digite (S) para sim ou (N) para nao."
                       accept ws-menu
                       if ws-menu = "S" or "s"
                           delete arqBolsas
                           if ws-fs-arqBolsas  <> 00 then
                               move 1                                          to ws-msn-erro-ofsset
                               move ws-fs-arqBolsas                            to ws-msn-erro-cod
                               move "Erro ao deletar arquivo: (arqBolsas). "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move ws-hist-valor-novo    to   ws-hist-valor-antigo
                           move "EXCLUIDA"            to   ws-hist-valor-novo
                           perform registrar-historico-bolsa

                           display "Bolsa/desconto excluido."

                           move "N"    to   ws-bolsa-ativa
                           perform recalcular-mensalidades-bolsa
                       else
                           display "Exclusao cancelada."
                       end-if

                   when 23
                       display "Aluno sem bolsa/desconto neste ano letivo."

                   when other
                       move 1                                      to ws-msn-erro-ofsset
                       move ws-fs-arqBolsas                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqBolsas)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       excluir-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta a bolsa/desconto do aluno no ano letivo
      *>------------------------------------------------------------------------
       consultar-bolsa section.

           perform informar-aluno-bolsa
           if ws-dados-validos = "S"
               read arqBolsas
               evaluate ws-fs-arqBolsas
                   when 00
                       move fd-bol-percentual    to   ws-perc-ed
                       display "Tipo.........: " fd-bol-tipo
                       display "Percentual...: " ws-perc-ed " %"
                       display "Vigencia.....: " fd-bol-competencia-ini " a "
                               fd-bol-competencia-fim
                       display "Autorizado...: " fd-bol-autorizado-por
                               " em " fd-bol-data-autorizacao

                   when 23
                       display "Aluno sem bolsa/desconto neste ano letivo."

                   when other
                       move 1                                      to ws-msn-erro-ofsset
                       move ws-fs-arqBolsas                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqBolsas)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       consultar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as bolsas/descontos de um ano letivo, em ordem de
      *>  codigo do aluno
      *>------------------------------------------------------------------------
       listar-bolsas-ano section.

           display "Ano letivo (em branco = " ws-par-ano-corrente "): "
           accept ws-bol-ano-letivo
           if ws-bol-ano-letivo is not numeric
            or ws-bol-ano-letivo = 0
               move ws-par-ano-corrente    to   ws-bol-ano-letivo
           end-if

           move 0             to   ws-qtde-bolsas
           move low-values    to   fd-bol-chave

           start arqBolsas key is not less than fd-bol-chave
               invalid key
                   move 10    to   ws-fs-arqBolsas
           end-start

           move "N"    to   ws-fim-varredura
           perform until ws-fim-varredura = "S"
               if ws-fs-arqBolsas <> 00
                   move "S"    to   ws-fim-varredura
               else
                   read arqBolsas next
                   if ws-fs-arqBolsas = 10
                       move "S"    to   ws-fim-varredura
                   else
                       if ws-fs-arqBolsas <> 00
                           move 1                                      to ws-msn-erro-ofsset
                           move ws-fs-arqBolsas                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqBolsas)."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-bol-ano-letivo = ws-bol-ano-letivo
                           add 1    to   ws-qtde-bolsas
                           move fd-bol-percentual    to   ws-perc-ed
                           display "Codigo: " fd-bol-codigo "  " fd-bol-tipo
                                   ws-perc-ed " %  " fd-bol-competencia-ini
                                   " a " fd-bol-competencia-fim
                                   "  Autorizado: " fd-bol-autorizado-por
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtde-bolsas = 0
               display "Nenhuma bolsa/desconto no ano letivo."
           else
               display "Bolsas/descontos no ano letivo: " ws-qtde-bolsas
           end-if

           .
       listar-bolsas-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a tela de bolsa/desconto com ws-bolsas e aceita os
      *>  campos ate ficarem validos: tipo conhecido, percentual entre
      *>  0,01 e 100, vigencia dentro do ano letivo e quem autorizou.
      *>  A data da autorizacao e a data do dia
      *>------------------------------------------------------------------------
       editar-tela-bolsa section.

           accept ws-data-atual from date yyyymmdd
           move ws-data-atual    to   ws-bol-data-autorizacao

           compute ws-competencia-min = (ws-bol-ano-letivo * 100) + 1
           compute ws-competencia-max = (ws-bol-ano-letivo * 100) + 12

           display tela-bolsa

           move "N"    to   ws-dados-validos
           perform until ws-dados-validos = "S"

               accept tela-bolsa
               inspect ws-bol-tipo converting ws-minusculas to ws-maiusculas

               evaluate true
                   when not ws-bol-tipo-valido
                       display "Tipo invalido. Informe BOLSA, IRMAOS, FUNCIONARIO ou CONVENIO."
                               at line 21 column 02

                   when ws-bol-percentual = 0
                     or ws-bol-percentual > 100
                       display "Percentual invalido. Informe um valor entre 0,01 e 100,00.   "
                               at line 21 column 02

                   when ws-bol-competencia-ini < ws-competencia-min
                     or ws-bol-competencia-ini > ws-competencia-max
                     or ws-bol-competencia-fim < ws-bol-competencia-ini
                     or ws-bol-competencia-fim > ws-competencia-max
                       display "Vigencia invalida. Informe competencias do proprio ano letivo."
                               at line 21 column 02

                   when ws-bol-autorizado-por = space
                       display "Informe quem autorizou a bolsa/desconto.                     "
                               at line 21 column 02

                   when other
                       move "S"    to   ws-dados-validos
               end-evaluate

           end-perform

           .
       editar-tela-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-hist-valor-novo a descricao resumida da bolsa em
      *>  ws-bolsas (tipo, percentual e vigencia) para o historico
      *>------------------------------------------------------------------------
       descrever-bolsa section.

           move ws-bol-percentual    to   ws-perc-ed
           move space                to   ws-hist-valor-novo
           string ws-bol-tipo            delimited by space
                  " "                    delimited by size
                  ws-perc-ed             delimited by size
                  "% "                   delimited by size
                  ws-bol-competencia-ini delimited by size
                  "-"                    delimited by size
                  ws-bol-competencia-fim delimited by size
                  into ws-hist-valor-novo

           .
       descrever-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no historico de alteracoes do aluno a mudanca da
      *>  bolsa/desconto (campo BOLSA AAAA, com o ano letivo)
      *>------------------------------------------------------------------------
       registrar-historico-bolsa section.

           move ws-bol-codigo        to   ws-codigo
           move "BOLSA"              to   ws-hist-campo
           move ws-bol-ano-letivo    to   ws-hist-campo(7:4)
           perform registrar-historico

           .
       registrar-historico-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recalcula, pelo valor cheio, as mensalidades ainda em aberto
      *>  do aluno no ano letivo da bolsa (ws-bolsas) e as quitadas
      *>  pela bolsa integral (forma BOLSA, valor pago zero):
      *>  competencia dentro da vigencia de bolsa ativa (ws-bolsa-ativa
      *>  = "S") recebe o desconto, as demais voltam ao valor cheio.
      *>  Bolsa integral baixa a mensalidade com forma BOLSA e valor
      *>  pago zero; mensalidade quitada pela bolsa que volta a ter
      *>  valor e reaberta
      *>------------------------------------------------------------------------
       recalcular-mensalidades-bolsa section.

           move 0    to   ws-qtde-recalculadas

           compute ws-competencia-min = (ws-bol-ano-letivo * 100) + 1
           compute ws-competencia-max = (ws-bol-ano-letivo * 100) + 12

           move ws-bol-codigo         to   fd-men-codigo
           move ws-competencia-min    to   fd-men-competencia

           start arqMensalidades key is not less than fd-men-chave
               invalid key
                   move 10    to   ws-fs-arqMensalidades
           end-start

           move "N"    to   ws-fim-mensalidades
           perform until ws-fim-mensalidades = "S"
               if ws-fs-arqMensalidades <> 00
                   move "S"    to   ws-fim-mensalidades
               else
                   read arqMensalidades next
                   if ws-fs-arqMensalidades = 10
                       move "S"    to   ws-fim-mensalidades
                   else
                       if ws-fs-arqMensalidades <> 00
                           move 1                                            to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqMensalidades)."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-men-codigo <> ws-bol-codigo
                        or fd-men-competencia > ws-competencia-max
                           move "S"    to   ws-fim-mensalidades
                       else
                           if fd-men-aberta
                           or (fd-men-paga
                               and fd-men-forma-pagamento = "BOLSA"
                               and fd-men-valor-pago = 0)
                               perform recalcular-mensalidade-aberta
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           display "Mensalidades recalculadas (em aberto/bolsa integral): " ws-qtde-recalculadas

           .
       recalcular-mensalidades-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recalcula e regrava a mensalidade em aberto (ou quitada pela
      *>  bolsa integral) lida em fd-mensalidades pela bolsa em
      *>  ws-bolsas
      *>------------------------------------------------------------------------
       recalcular-mensalidade-aberta section.

           if fd-men-valor-cheio = 0
               move fd-men-valor    to   fd-men-valor-cheio
           end-if

           if ws-bolsa-ativa = "S"
           and fd-men-competencia >= ws-bol-competencia-ini
           and fd-men-competencia <= ws-bol-competencia-fim
               compute ws-desconto-bolsa rounded =
                       fd-men-valor-cheio * ws-bol-percentual / 100
               compute fd-men-valor = fd-men-valor-cheio - ws-desconto-bolsa
               move ws-bol-tipo          to   fd-men-tipo-desconto
               move ws-bol-percentual    to   fd-men-perc-desconto
           else
               move fd-men-valor-cheio   to   fd-men-valor
               move space                to   fd-men-tipo-desconto
               move 0                    to   fd-men-perc-desconto
           end-if

           if fd-men-valor = 0
      *>----Quitada pela bolsa integral na data do vencimento, como no
      *>----geraMensalidades e no emiteCarne
               if fd-men-aberta
                   move "PAGA"              to   fd-men-situacao
                   move fd-men-vencimento   to   fd-men-data-pagamento
                   move 0                   to   fd-men-valor-pago
                   move "BOLSA"             to   fd-men-forma-pagamento
                   move ws-ses-operador     to   fd-men-operador-baixa
                   perform obter-data-hora
                   move ws-dthora           to   fd-men-dthora-baixa
               end-if
           else
      *>----Quitada pela bolsa integral e agora com valor: reabre
               if fd-men-paga
                   move "ABERTA"         to   fd-men-situacao
                   move 0                to   fd-men-data-pagamento
                   move 0                to   fd-men-valor-pago
                   move space            to   fd-men-forma-pagamento
                   move space            to   fd-men-operador-baixa
                   move space            to   fd-men-dthora-baixa
               end-if
           end-if

           rewrite fd-mensalidades
           if ws-fs-arqMensalidades  <> 00 then
               move 1                                              to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                          to ws-msn-erro-cod
               move "Erro ao gravar arquivo: (arqMensalidades)."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1    to   ws-qtde-recalculadas

           .
       recalcular-mensalidade-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acompanhamento da busca ativa de alunos infrequentes
      *>  (arqBuscaAtiva) - registro de etapa do caso e consulta
      *>------------------------------------------------------------------------
       manter-busca-ativa section.

           display "Digite (I) para registrar etapa do acompanhamento"
           display "Digite (C) para consultar o acompanhamento do aluno"
           accept ws-menu

           evaluate ws-menu
               when = "I" or "i"
                   perform incluir-acompanhamento

               when = "C" or "c"
                   perform consultar-acompanhamento

               when other
                   display "Opcao inexistente."
           end-evaluate

           .
       manter-busca-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra uma etapa do caso de busca ativa do aluno: data (em
      *>  branco = hoje), etapa (CONTATO, RETORNO FAMILIA, CONSELHO
      *>  TUTELAR ou ENCERRADO) e descricao. O operador e o logado e a
      *>  sequencia e a proxima livre do aluno/data
      *>------------------------------------------------------------------------
       incluir-acompanhamento section.

           initialize ws-busca-ativa

           display "Codigo do aluno: "
           accept ws-bat-codigo

           move ws-bat-codigo    to    fd-codigo
           read arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               if ws-fs-arqCadAlunos = 23 then
                   display "Codido de aluno inexistente."
               else
                   move 1                                           to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqCadAlunos)."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Aluno: " fd-aluno "  Turma: " fd-turma
               display "Mae: " fd-mae "  Pai: " fd-pai
               display "Telefone: " fd-telefone

               display "Data da etapa (AAAAMMDD, em branco = hoje): "
               accept ws-bat-data
               if ws-bat-data is not numeric
                or ws-bat-data = 0
                   accept ws-data-atual from date yyyymmdd
                   move ws-data-atual    to   ws-bat-data
               end-if

               move "N"    to   ws-tipo-valido
               perform until ws-tipo-valido = "S"
                   display "Etapa (CONTATO/RETORNO FAMILIA/CONSELHO TUTELAR/ENCERRADO): "
                   accept ws-bat-etapa
                   inspect ws-bat-etapa converting ws-minusculas to ws-maiusculas
                   if ws-bat-etapa-valida
                       move "S"    to   ws-tipo-valido
                   else
                       display "Etapa invalida."
                   end-if
               end-perform

               display "Descricao: "
               accept ws-bat-descricao
               perform until ws-bat-descricao <> space
                   display "Descricao não pode ficar em branco."
                   display "Descricao: "
                   accept ws-bat-descricao
               end-perform

               move ws-ses-operador    to   ws-bat-operador

               perform achar-proxima-seq-busca

               move ws-busca-ativa    to   fd-busca-ativa
               write fd-busca-ativa
               if ws-fs-arqBuscaAtiva  <> 00 then
                   move 1                                            to ws-msn-erro-ofsset
                   move ws-fs-arqBuscaAtiva                          to ws-msn-erro-cod
                   move "Erro ao gravar arquivo: (arqBuscaAtiva)."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Etapa registrada com a sequencia " ws-bat-seq "."
           end-if

           .
       incluir-acompanhamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha a proxima sequencia livre do acompanhamento do
      *>  aluno/data (ws-bat-codigo/ws-bat-data) e devolve em ws-bat-seq
      *>------------------------------------------------------------------------
       achar-proxima-seq-busca section.

           move 0              to   ws-bat-seq
           move ws-bat-codigo  to   fd-bat-codigo
           move ws-bat-data    to   fd-bat-data
           move 0              to   fd-bat-seq

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
                           move 1                                          to ws-msn-erro-ofsset
                           move ws-fs-arqBuscaAtiva                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqBuscaAtiva)."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-bat-codigo <> ws-bat-codigo
                       or fd-bat-data <> ws-bat-data
                           move "S"    to   ws-fim-busca
                       else
                           move fd-bat-seq    to   ws-bat-seq
                       end-if
                   end-if
               end-if
           end-perform

           add 1    to   ws-bat-seq

           .
       achar-proxima-seq-busca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta e exibe todas as etapas do acompanhamento do aluno,
      *>  em ordem de data, e a situacao do caso pela ultima etapa
      *>------------------------------------------------------------------------
       consultar-acompanhamento section.

           display "Codigo do aluno: "
           accept ws-bat-codigo

           move 0              to   ws-qtde-etapas
           move space          to   ws-ultima-etapa
           move ws-bat-codigo  to   fd-bat-codigo
           move 0              to   fd-bat-data
           move 0              to   fd-bat-seq

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
                           move 1                                          to ws-msn-erro-ofsset
                           move ws-fs-arqBuscaAtiva                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqBuscaAtiva)."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-bat-codigo <> ws-bat-codigo
                           move "S"    to   ws-fim-busca
                       else
                           add 1    to   ws-qtde-etapas
                           move fd-bat-etapa    to   ws-ultima-etapa
                           display "Data: " fd-bat-data "  Seq: " fd-bat-seq
                                   "  Etapa: " fd-bat-etapa
                           display "  Descricao: " fd-bat-descricao
                           display "  Operador : " fd-bat-operador
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtde-etapas = 0
               display "Nenhum acompanhamento de busca ativa para este aluno."
           else
               if ws-ultima-etapa = "ENCERRADO"
                   display "Etapas registradas: " ws-qtde-etapas "  - caso ENCERRADO"
               else
                   display "Etapas registradas: " ws-qtde-etapas "  - caso EM ACOMPANHAMENTO"
               end-if
           end-if

           .
       consultar-acompanhamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta do aluno (ws-codigo) que nao esta no cadastro ativo
      *>  no arquivo morto (arqAlunosArquivo), onde o arquivaAlunos
      *>  guarda os alunos inativos retirados do cadastro
      *>------------------------------------------------------------------------
       consultar-aluno-arquivado section.

           move ws-codigo    to   fd-aa-codigo
           read arqAlunosArquivo
           evaluate ws-fs-arqAlunosArquivo
               when 00
                   move fd-aa-registro    to   ws-alunos
                   move space             to   ws-data-arquivamento-ed
                   string fd-aa-data-arquivamento(7:2) "/"
                          fd-aa-data-arquivamento(5:2) "/"
                          fd-aa-data-arquivamento(1:4)
                          delimited by size into ws-data-arquivamento-ed

                   display "ALUNO ARQUIVADO em " ws-data-arquivamento-ed
                           " (" fd-aa-motivo ")"
                   display "Aluno   : "    ws-aluno
                   display "Mae     : "    ws-mae
                   display "Pai     : "    ws-pai
                   display "Endereco: "    ws-endereco
                   display "Telefone: "    ws-telefone
                   display "Turma   : "    ws-turma
                   display "Ano     : "    ws-ano-letivo
                   display "Media   : "    ws-media
                   display "Situacao: "    ws-situacao
                   display "Para a rematricula use a opcao 19 do menu."

               when 23
                   display "Codido de aluno inexistente."

               when other
                   move 1                                             to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosArquivo                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqAlunosArquivo)."    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       consultar-aluno-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reativacao do aluno arquivado que volta a se matricular: le o
      *>  arquivo morto, pede a turma e o ano letivo da rematricula
      *>  (turma cadastrada e com vaga) e devolve o aluno ao cadastro
      *>  ativo com as notas zeradas, como na rematricula, junto com as
      *>  mensalidades arquivadas. O historico escolar nunca saiu do
      *>  arqHistEscolar
      *>------------------------------------------------------------------------
       reativar-aluno-arquivado section.

           display "Informe o codigo do aluno arquivado: "
           accept ws-codigo

           move ws-codigo    to   fd-codigo
           read arqCadAlunos
           evaluate ws-fs-arqCadAlunos
               when 00
                   display "Aluno ja esta no cadastro ativo: " fd-aluno

               when 23
                   move ws-codigo    to   fd-aa-codigo
                   read arqAlunosArquivo
                   evaluate ws-fs-arqAlunosArquivo
                       when 00
                           perform efetivar-reativacao

                       when 23
                           display "Codigo nao encontrado no arquivo morto."

                       when other
                           move 1                                             to ws-msn-erro-ofsset
                           move ws-fs-arqAlunosArquivo                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqAlunosArquivo)."    to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               when other
                   move 1                                           to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqCadAlunos)."      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       reativar-aluno-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Efetiva a reativacao do aluno lido em fd-aluno-arquivo
      *>------------------------------------------------------------------------
       efetivar-reativacao section.

           move fd-aa-registro    to   ws-alunos
           display "Aluno   : " ws-aluno
           display "Turma/ano anterior: " ws-turma " / " ws-ano-letivo
                   "  Situacao: " ws-situacao
           display "Arquivado por: " fd-aa-motivo

           display "Turma da rematricula: "
           accept ws-turma
           display "Ano letivo: "
           accept ws-ano-letivo

           perform validar-turma-vagas
           if ws-turma-ok <> "S"
               display "Reativacao nao efetuada."
           else
               display "Confirma a reativacao do aluno? Digite (S) para sim ou (N) para nao."
               accept ws-menu
               if ws-menu <> "S" and ws-menu <> "s"
                   display "Reativacao cancelada."
               else
                   move ws-alunos       to   fd-alunos
                   initialize fd-nota-g
                   move zero            to   fd-media
                   move space           to   fd-situacao
                   move zero            to   fd-data-transferencia

                   write fd-alunos
                   if ws-fs-arqCadAlunos  <> 00 then
                       move 1                                            to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunos                           to ws-msn-erro-cod
                       move "Erro ao gravar arquivo: (arqCadAlunos). "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform acrescentar-matricula-turma
                   perform reativar-mensalidades

                   move ws-codigo    to   fd-aa-codigo
                   delete arqAlunosArquivo
                   if ws-fs-arqAlunosArquivo  <> 00 then
                       move 1                                               to ws-msn-erro-ofsset
                       move ws-fs-arqAlunosArquivo                          to ws-msn-erro-cod
                       move "Erro ao deletar arquivo: (arqAlunosArquivo). " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "REATIVACAO"    to   ws-hist-campo
                   move space           to   ws-hist-valor-antigo
                   string "ARQUIVADO (" fd-aa-motivo ")"
                          delimited by size into ws-hist-valor-antigo
                   move space           to   ws-hist-valor-novo
                   string ws-turma " / " ws-ano-letivo
                          delimited by size into ws-hist-valor-novo
                   perform registrar-historico

                   display "Aluno reativado na turma " ws-turma " / " ws-ano-letivo "."
                   display "Mensalidades devolvidas ao cadastro: " ws-qtde-mens-reativadas
               end-if
           end-if

           .
       efetivar-reativacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devolve a arqMensalidades as mensalidades arquivadas do aluno
      *>  reativado (ws-codigo), excluindo-as do arquivo morto
      *>------------------------------------------------------------------------
       reativar-mensalidades section.

           move 0      to   ws-qtde-mens-reativadas
           move "N"    to   ws-fim-mens-arquivo
           perform until ws-fim-mens-arquivo = "S"

               move ws-codigo    to   fd-am-codigo
               move zero         to   fd-am-competencia

               start arqMensArquivo key is not less than fd-am-chave
                   invalid key
                       move 10    to   ws-fs-arqMensArquivo
               end-start

               if ws-fs-arqMensArquivo = 00
                   read arqMensArquivo next
               end-if

               if ws-fs-arqMensArquivo <> 00
                or fd-am-codigo <> ws-codigo
                   move "S"    to   ws-fim-mens-arquivo
               else
                   move fd-am-registro    to   fd-mensalidades
                   write fd-mensalidades
                   if ws-fs-arqMensalidades  <> 00
                   and ws-fs-arqMensalidades <> 22 then
                       move 1                                             to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                         to ws-msn-erro-cod
                       move "Erro ao gravar arquivo: (arqMensalidades). " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   delete arqMensArquivo
                   if ws-fs-arqMensArquivo  <> 00 then
                       move 1                                             to ws-msn-erro-ofsset
                       move ws-fs-arqMensArquivo                          to ws-msn-erro-cod
                       move "Erro ao deletar arquivo: (arqMensArquivo). " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1    to   ws-qtde-mens-reativadas
               end-if

           end-perform

           .
       reativar-mensalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Login do operador: pede identificacao e senha (tela-login)
      *>  ate tres tentativas; operador inexistente, senha errada ou
      *>  operador inativo nao entram. Sem nenhum operador cadastrado,
      *>  pede antes o primeiro operador (perfil DIRECAO). Esgotadas as
      *>  tentativas o programa e encerrado
      *>------------------------------------------------------------------------
       efetuar-login section.

           move low-values    to   fd-ope-id
           start arqOperadores key is not less than fd-ope-id
               invalid key
                   perform cadastrar-primeiro-operador
           end-start

           move 0      to   ws-tentativas-login
           move "N"    to   ws-login-ok
           perform until ws-login-ok = "S"
                      or ws-tentativas-login = 3

               initialize ws-operadores
               display tela-login
               accept tela-login
               inspect ws-ope-id converting ws-minusculas to ws-maiusculas
               add 1    to   ws-tentativas-login

               move ws-ope-id    to   fd-ope-id
               read arqOperadores
               evaluate ws-fs-arqOperadores
                   when 00
                       if fd-ope-senha <> ws-ope-senha
                           display "Operador ou senha invalidos." at line 21 column 02
                       else
                           if fd-ope-inativo
                               display "Operador inativo - procure a direcao." at line 21 column 02
                           else
                               move "S"    to   ws-login-ok
                           end-if
                       end-if

                   when 23
                       display "Operador ou senha invalidos." at line 21 column 02

                   when other
                       move 1                                          to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqOperadores)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               if ws-login-ok <> "S"
                   display "Tecle ENTER." at line 22 column 02
                   accept ws-sair at line 22 column 15
               end-if

           end-perform

           if ws-login-ok <> "S"
               display erase
               display "Acesso negado: tentativas de login esgotadas."
               perform finaliza
           end-if

           move fd-ope-id        to   ws-ses-operador
           move fd-ope-nome      to   ws-ses-nome
           move fd-ope-perfil    to   ws-ses-perfil
           evaluate true
               when fd-ope-secretaria
                   move 1    to   ws-ses-ind-perfil
               when fd-ope-financeiro
                   move 2    to   ws-ses-ind-perfil
               when fd-ope-coordenacao
                   move 3    to   ws-ses-ind-perfil
               when other
                   move 4    to   ws-ses-ind-perfil
           end-evaluate

           move space    to   ws-sair

           .
       efetuar-login-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro do primeiro operador, quando arqOperadores esta vazio.
      *>  O primeiro operador e sempre da DIRECAO, que depois cadastra
      *>  os demais na opcao 17
      *>------------------------------------------------------------------------
       cadastrar-primeiro-operador section.

           display erase
           display "Nenhum operador cadastrado."
           display "Informe o primeiro operador do sistema (perfil DIRECAO)."

           initialize ws-operadores
           perform until ws-ope-id <> space
               display "Identificacao do operador: "
               accept ws-ope-id
               inspect ws-ope-id converting ws-minusculas to ws-maiusculas
           end-perform

           move "DIRECAO"    to   ws-ope-perfil
           move "A"          to   ws-ope-situacao
           accept ws-data-atual from date yyyymmdd
           move ws-data-atual    to   ws-ope-data-cadastro

           perform editar-tela-operador
           move "DIRECAO"    to   ws-ope-perfil
           move "A"          to   ws-ope-situacao

           move ws-operadores    to   fd-operadores
           write fd-operadores
           if ws-fs-arqOperadores  <> 00 then
               move 1                                              to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                            to ws-msn-erro-cod
               move "Erro ao gravar arquivo: (arqOperadores). "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       cadastrar-primeiro-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se a opcao digitada em ws-menu esta liberada para o
      *>  perfil do operador logado. Opcao fora da tabela fica liberada
      *>  aqui e cai em "Opcao inexistente" no evaluate do menu
      *>------------------------------------------------------------------------
       verificar-opcao-perfil section.

           move "S"    to   ws-opcao-permitida

           perform varying ws-ind-menu from 1 by 1 until ws-ind-menu > ws-qtde-opcoes-menu
               if ws-tm-opcao(ws-ind-menu) = ws-menu
                   if ws-tm-permissao(ws-ind-menu, ws-ses-ind-perfil) <> "S"
                       move "N"    to   ws-opcao-permitida
                   end-if
               end-if
           end-perform

           .
       verificar-opcao-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao de operadores: a DIRECAO inclui, altera e lista os
      *>  operadores; os demais perfis so trocam a propria senha
      *>------------------------------------------------------------------------
       manter-operadores section.

           if ws-ses-ind-perfil = 4
               display "Digite (I) para incluir operador"
               display "Digite (A) para alterar operador"
               display "Digite (L) para listar os operadores"
               display "Digite (T) para trocar a propria senha"
               accept ws-menu
           else
               move "T"    to   ws-menu
           end-if

           evaluate ws-menu
               when = "I" or "i"
                   perform incluir-operador

               when = "A" or "a"
                   perform alterar-operador

               when = "L" or "l"
                   perform listar-operadores

               when = "T" or "t"
                   perform trocar-senha-operador

               when other
                   display "Opcao inexistente."
           end-evaluate

           .
       manter-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui um operador com nome, perfil, situacao e senha inicial
      *>------------------------------------------------------------------------
       incluir-operador section.

           initialize ws-operadores
           display "Identificacao do operador: "
           accept ws-ope-id
           inspect ws-ope-id converting ws-minusculas to ws-maiusculas

           if ws-ope-id = space
               display "Identificacao não pode ficar em branco."
           else
               move ws-ope-id    to   fd-ope-id
               read arqOperadores
               evaluate ws-fs-arqOperadores
                   when 00
                       display "Operador ja cadastrado - use a alteracao."

                   when 23
                       move "A"    to   ws-ope-situacao
                       accept ws-data-atual from date yyyymmdd
                       move ws-data-atual    to   ws-ope-data-cadastro
                       perform editar-tela-operador

                       move ws-operadores    to   fd-operadores
                       write fd-operadores
                       if ws-fs-arqOperadores  <> 00 then
                           move 1                                              to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                            to ws-msn-erro-cod
                           move "Erro ao gravar arquivo: (arqOperadores). "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display "Operador incluido."

                   when other
                       move 1                                          to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                        to ws-msn-erro-cod
                       move "Erro ao ler arquivo: (arqOperadores)."    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       incluir-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera nome, perfil, situacao ou senha de um operador. O
      *>  operador logado nao pode mudar o proprio perfil nem se
      *>  inativar, para nao ficar a escola sem acesso da direcao
      *>------------------------------------------------------------------------
       alterar-operador section.

           initialize ws-operadores
           display "Identificacao do operador: "
           accept ws-ope-id
           inspect ws-ope-id converting ws-minusculas to ws-maiusculas

           move ws-ope-id    to   fd-ope-id
           read arqOperadores
           evaluate ws-fs-arqOperadores
               when 00
                   move fd-operadores    to   ws-operadores
                   move ws-ope-perfil    to   ws-perfil-ant
                   perform editar-tela-operador

                   if ws-ope-id = ws-ses-operador
                   and (ws-ope-perfil <> ws-perfil-ant
                     or ws-ope-situacao = "I")
                       display "O proprio operador nao pode mudar o perfil nem se inativar."
                   else
                       move ws-operadores    to   fd-operadores
                       rewrite fd-operadores
                       if ws-fs-arqOperadores  <> 00 then
                           move 1                                              to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                            to ws-msn-erro-cod
                           move "Erro ao gravar arquivo: (arqOperadores). "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       display "Operador alterado."
                   end-if

               when 23
                   display "Operador inexistente."

               when other
                   move 1                                          to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                        to ws-msn-erro-cod
                   move "Erro ao ler arquivo: (arqOperadores)."    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       alterar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os operadores cadastrados com perfil e situacao
      *>------------------------------------------------------------------------
       listar-operadores section.

           move 0             to   ws-qtde-operadores
           move low-values    to   fd-ope-id

           start arqOperadores key is not less than fd-ope-id
               invalid key
                   move 10    to   ws-fs-arqOperadores
           end-start

           move "N"    to   ws-fim-varredura
           perform until ws-fim-varredura = "S"
               if ws-fs-arqOperadores <> 00
                   move "S"    to   ws-fim-varredura
               else
                   read arqOperadores next
                   if ws-fs-arqOperadores = 10
                       move "S"    to   ws-fim-varredura
                   else
                       if ws-fs-arqOperadores <> 00
                           move 1                                          to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                        to ws-msn-erro-cod
                           move "Erro ao ler arquivo: (arqOperadores)."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1    to   ws-qtde-operadores
                       display "Operador: " fd-ope-id "  " fd-ope-nome "  "
                               fd-ope-perfil "  Situacao: " fd-ope-situacao
                               "  Desde: " fd-ope-data-cadastro
                   end-if
               end-if
           end-perform

           display "Operadores cadastrados: " ws-qtde-operadores

           .
       listar-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca da senha do operador logado: confere a senha atual e
      *>  pede a nova duas vezes
      *>------------------------------------------------------------------------
       trocar-senha-operador section.

           move space    to   ws-senha-atual
           move space    to   ws-senha-nova
           move space    to   ws-senha-conf
           display tela-troca-senha
           accept tela-troca-senha

           move ws-ses-operador    to   fd-ope-id
           read arqOperadores
           if ws-fs-arqOperadores  <> 00 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                        to ws-msn-erro-cod
               move "Erro ao ler arquivo: (arqOperadores)."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-senha-atual <> fd-ope-senha
                   display "Senha atual nao confere." at line 21 column 02

               when ws-senha-nova = space
                   display "Nova senha não pode ficar em branco." at line 21 column 02

               when ws-senha-nova <> ws-senha-conf
                   display "Confirmacao diferente da nova senha." at line 21 column 02

               when other
                   move ws-senha-nova    to   fd-ope-senha
                   rewrite fd-operadores
                   if ws-fs-arqOperadores  <> 00 then
                       move 1                                              to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                            to ws-msn-erro-cod
                       move "Erro ao gravar arquivo: (arqOperadores). "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Senha alterada." at line 21 column 02
           end-evaluate

           .
       trocar-senha-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a tela de operador com ws-operadores e aceita os campos
      *>  ate ficarem validos: nome, perfil conhecido, situacao A ou I
      *>  e senha preenchida
      *>------------------------------------------------------------------------
       editar-tela-operador section.

           display tela-operador

           move "N"    to   ws-dados-validos
           perform until ws-dados-validos = "S"

               accept tela-operador
               inspect ws-ope-perfil converting ws-minusculas to ws-maiusculas
               inspect ws-ope-situacao converting ws-minusculas to ws-maiusculas

               evaluate true
                   when ws-ope-nome = space
                       display "Nome não pode ficar em branco.                              "
                               at line 21 column 02

                   when not ws-ope-perfil-valido
                       display "Perfil invalido. Informe SECRETARIA, FINANCEIRO, COORDENACAO ou DIRECAO."
                               at line 21 column 02

                   when not ws-ope-situacao-valida
                       display "Situacao invalida. Informe A (ativo) ou I (inativo).        "
                               at line 21 column 02

                   when ws-ope-senha = space
                       display "Senha não pode ficar em branco.                             "
                               at line 21 column 02

                   when other
                       move "S"    to   ws-dados-validos
               end-evaluate

           end-perform

           .
       editar-tela-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finaliza anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqCadAlunos
           if ws-fs-arqCadAlunos  <> 00 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunos                          to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqCadAlunos) "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotasDisc
           if ws-fs-arqNotasDisc  <> 00 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqNotasDisc                          to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqNotasDisc) "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
               perform finaliza-anormal
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 1                                            to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqDisciplinas) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGradeCurricular
           if ws-fs-arqGradeCurricular  <> 00 then
               move 1                                                to ws-msn-erro-ofsset
               move ws-fs-arqGradeCurricular                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqGradeCurricular) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRecuperacao
           if ws-fs-arqRecuperacao  <> 00 then
               move 1                                            to ws-msn-erro-ofsset
               move ws-fs-arqRecuperacao                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqRecuperacao) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBolsas
           if ws-fs-arqBolsas  <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqBolsas                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqBolsas) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores
           if ws-fs-arqOperadores  <> 00 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqOperadores) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBuscaAtiva
           if ws-fs-arqBuscaAtiva  <> 00 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqBuscaAtiva) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunosArquivo
           if ws-fs-arqAlunosArquivo  <> 00 then
               move 1                                              to ws-msn-erro-ofsset
               move ws-fs-arqAlunosArquivo                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqAlunosArquivo) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMensArquivo
           if ws-fs-arqMensArquivo  <> 00 then
               move 1                                            to ws-msn-erro-ofsset
               move ws-fs-arqMensArquivo                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo: (arqMensArquivo) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqExclusoes
           if ws-fs-arqExclusoes  <> 00 then
               move 1                                           to ws-msn-erro-ofsset
