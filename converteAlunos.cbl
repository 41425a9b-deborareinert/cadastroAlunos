      *>                  posicoes (data da transferencia) e registro
      *>                  da mensalidade de 52 para 60 posicoes (data
      *>                  de vencimento), com os campos novos zerados
      *>  15/10/2026 dr   terceira conversao (opcao 3): registro da
      *>                  mensalidade de 60 para 84 posicoes (valor
      *>                  cheio e bolsa/desconto, com o valor cheio
      *>                  assumido igual ao valor da mensalidade e sem
      *>                  bolsa) e registro do historico escolar de 62
      *>                  para 67 posicoes (exame de recuperacao, sem
      *>                  exame)
      *>  15/10/2026 dr   opcao 3 passa a gravar a mensalidade no
      *>                  layout de 94 posicoes (operador da baixa em
      *>                  branco)
      *>  15/10/2026 dr   opcao 3 passa a gravar a mensalidade no
      *>                  layout de 108 posicoes (data/hora de registro
      *>                  da baixa em branco)
      *>  15/10/2026 dr   opcao 3 passa a gravar o historico escolar no
      *>                  layout de 72 posicoes (turma em branco)
      *>  15/10/2026 dr   opcoes 1 e 2 gravam a mensalidade direto no
      *>                  layout de 108 posicoes com o valor cheio igual
      *>                  ao valor da mensalidade; o menu avisa que a
      *>                  opcao 3 nao deve ser executada depois da opcao 2
      *>----------------------------------------------------------------


           record key is fd-m52-chave
           file status is ws-fs-entrada.

           select arqMensalidades60 assign to "arqMensalidades.dat"
           organization is indexed
           access mode is sequential
           record key is fd-m60-chave
           file status is ws-fs-entrada.

           select arqHistEscolar62 assign to "arqHistEscolar.dat"
           organization is indexed
           access mode is sequential
           record key is fd-h62-chave
           file status is ws-fs-entrada.

           select arqHistEscolarNovo assign to "arqHistEscolarNovo.dat"
           organization is indexed
           access mode is sequential
           record key is fd-he-chave
           file status is ws-fs-saida.

           select arqExclusoesAnt assign to "arqExclusoes.dat"
           organization is line sequential
           access mode is sequential
               10  fd-m52-competencia              pic 9(06).
           05  fd-m52-resto                        pic x(40).

       fd  arqMensalidades60.
       01  fd-m60-registro.
           05  fd-m60-chave.
               10  fd-m60-codigo                   pic 9(06).
               10  fd-m60-competencia              pic 9(06).
           05  fd-m60-resto                        pic x(48).

       fd  arqHistEscolar62.
       01  fd-h62-registro.
           05  fd-h62-chave.
               10  fd-h62-codigo                   pic 9(06).
               10  fd-h62-ano-letivo               pic 9(04).
               10  fd-h62-disciplina               pic x(15).
           05  fd-h62-resto                        pic x(37).

       fd  arqHistEscolarNovo.
           copy "CADHISTESC.CPY".

       fd  arqExclusoesAnt.
       01  fd-exant-exclusao.
           05  fd-exant-dthora                     pic x(14).

           display "Conversao a executar:"
           display "(1) codigo do aluno de tres para seis digitos"
           display "    (arquivos anteriores a 22/08/2026; mensalidade ja"
           display "    no layout atual, nao executar a opcao 3 depois)"
           display "(2) registro do aluno 172->180 (data da transferencia)"
           display "    e mensalidade 52->108 (ja no layout atual; nao"
           display "    executar a opcao 3 depois desta)"
           display "(3) mensalidade 60->108 (bolsa/desconto/baixa) e historico"
           display "    escolar 62->72 (exame de recuperacao/turma)"
           accept ws-opcao

           evaluate ws-opcao
                   display "Conversao concluida. Conferir os totais acima e"
                   display "renomear cada arquivo Novo por cima do antigo."

               when = "3"
                   perform converter-mensalidades-bolsa
                   perform converter-hist-escolar

                   display "Conversao concluida. Conferir os totais acima e"
                   display "renomear cada arquivo Novo por cima do antigo."

               when other
                   display "Opcao inexistente - nada convertido."
           end-evaluate
           exit.

      *>------------------------------------------------------------------------
      *>  Converte arqMensalidades.dat para arqMensalidadesNovo.dat,
      *>  direto no layout atual de 108 posicoes (valor cheio igual ao
      *>  valor da mensalidade)
      *>------------------------------------------------------------------------
       converter-mensalidades section.

                       move fd-mnant-codigo         to   fd-men-codigo
                       move fd-mnant-competencia    to   fd-men-competencia
                       move fd-mnant-resto          to   fd-mensalidades(13:40)
                       move fd-men-valor            to   fd-men-valor-cheio
                       write fd-mensalidades
                       if ws-fs-saida <> 00
                           display "Erro ao gravar arquivo: (arqMensalidadesNovo) " ws-fs-saida
           exit.

      *>------------------------------------------------------------------------
      *>  Converte arqMensalidades.dat de 52 posicoes para
      *>  arqMensalidadesNovo.dat direto no layout atual de 108
      *>  posicoes, com a data de vencimento zerada (a baixa trata
      *>  vencimento zero como mensalidade sem vencimento gravado) e o
      *>  valor cheio igual ao valor da mensalidade, como na opcao 3.
      *>  A opcao 3 nao deve ser executada depois desta: o arquivo ja
      *>  sai com 108 posicoes
      *>------------------------------------------------------------------------
       converter-mensalidades-atual section.

                       move fd-m52-codigo         to   fd-men-codigo
                       move fd-m52-competencia    to   fd-men-competencia
                       move fd-m52-resto          to   fd-mensalidades(13:40)
                       move fd-men-valor          to   fd-men-valor-cheio
                       write fd-mensalidades
                       if ws-fs-saida <> 00
                           display "Erro ao gravar arquivo: (arqMensalidadesNovo) " ws-fs-saida
       converter-mensalidades-atual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte arqMensalidades.dat de 60 posicoes para
      *>  arqMensalidadesNovo.dat no layout ampliado de 108 posicoes:
      *>  valor cheio igual ao valor da mensalidade, sem bolsa/desconto
      *>  e sem operador e data/hora de registro da baixa
      *>------------------------------------------------------------------------
       converter-mensalidades-bolsa section.

           move 0    to   ws-qtde-lidos
           move 0    to   ws-qtde-gravados

           open input arqMensalidades60
           if ws-fs-entrada = 35
               display "arqMensalidades.dat inexistente - pulado."
           else
               if ws-fs-entrada <> 00
                   display "Erro ao abrir arquivo: (arqMensalidades) " ws-fs-entrada
                   stop run
               end-if

               open output arqMensalidadesNovo
               if ws-fs-saida <> 00
                   display "Erro ao abrir arquivo: (arqMensalidadesNovo) " ws-fs-saida
                   stop run
               end-if

               move "N"    to   ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arqMensalidades60 next
                   if ws-fs-entrada = 10
                       move "S"    to   ws-fim-arquivo
                   else
                       if ws-fs-entrada <> 00
                           display "Erro ao ler arquivo: (arqMensalidades) " ws-fs-entrada
                           stop run
                       end-if
                       add 1    to   ws-qtde-lidos
                       initialize fd-mensalidades
                       move fd-m60-codigo         to   fd-men-codigo
                       move fd-m60-competencia    to   fd-men-competencia
                       move fd-m60-resto          to   fd-mensalidades(13:48)
                       move fd-men-valor          to   fd-men-valor-cheio
                       write fd-mensalidades
                       if ws-fs-saida <> 00
                           display "Erro ao gravar arquivo: (arqMensalidadesNovo) " ws-fs-saida
                           stop run
                       end-if
                       add 1    to   ws-qtde-gravados
                   end-if
               end-perform

               close arqMensalidades60
               close arqMensalidadesNovo

               display "arqMensalidades   - lidos: " ws-qtde-lidos
                       "  gravados: " ws-qtde-gravados
           end-if

           .
       converter-mensalidades-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte arqHistEscolar.dat de 62 posicoes para
      *>  arqHistEscolarNovo.dat no layout ampliado de 72 posicoes,
      *>  sem exame de recuperacao
      *>------------------------------------------------------------------------
       converter-hist-escolar section.

           move 0    to   ws-qtde-lidos
           move 0    to   ws-qtde-gravados

           open input arqHistEscolar62
           if ws-fs-entrada = 35
               display "arqHistEscolar.dat inexistente - pulado."
           else
               if ws-fs-entrada <> 00
                   display "Erro ao abrir arquivo: (arqHistEscolar) " ws-fs-entrada
                   stop run
               end-if

               open output arqHistEscolarNovo
               if ws-fs-saida <> 00
                   display "Erro ao abrir arquivo: (arqHistEscolarNovo) " ws-fs-saida
                   stop run
               end-if

               move "N"    to   ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arqHistEscolar62 next
                   if ws-fs-entrada = 10
                       move "S"    to   ws-fim-arquivo
                   else
                       if ws-fs-entrada <> 00
                           display "Erro ao ler arquivo: (arqHistEscolar) " ws-fs-entrada
                           stop run
                       end-if
                       add 1    to   ws-qtde-lidos
                       initialize fd-hist-escolar
                       move fd-h62-codigo        to   fd-he-codigo
                       move fd-h62-ano-letivo    to   fd-he-ano-letivo
                       move fd-h62-disciplina    to   fd-he-disciplina
                       move fd-h62-resto         to   fd-hist-escolar(26:37)
                       move "N"                  to   fd-he-fez-recuperacao
                       write fd-hist-escolar
                       if ws-fs-saida <> 00
                           display "Erro ao gravar arquivo: (arqHistEscolarNovo) " ws-fs-saida
                           stop run
                       end-if
                       add 1    to   ws-qtde-gravados
                   end-if
               end-perform

               close arqHistEscolar62
               close arqHistEscolarNovo

               display "arqHistEscolar    - lidos: " ws-qtde-lidos
                       "  gravados: " ws-qtde-gravados
           end-if

           .
       converter-hist-escolar-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte arqExclusoes.dat para arqExclusoesNovo.dat. O codigo
      *>  nos tres primeiros caracteres da imagem do registro excluido
