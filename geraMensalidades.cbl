      *>                  sem operador na cadeia noturna
      *>                  (orquestraBatch); aluno de serie sem valor
      *>                  parametrizado e apenas contado
      *>  15/10/2026 dr   bolsa/desconto individual do aluno no ano
      *>                  letivo da competencia (arqBolsas,
      *>                  CADBOLSA.CPY) aplicado na geracao: grava o
      *>                  valor cheio da serie, o tipo e o percentual e
      *>                  o valor ja com o desconto; bolsa integral
      *>                  (100 por cento) gera a mensalidade ja PAGA,
      *>                  com forma de pagamento BOLSA e valor pago zero
      *>  15/10/2026 dr   baixa por bolsa integral grava BATCH como
      *>                  operador da baixa (CADMENS.CPY)
      *>  15/10/2026 dr   baixa por bolsa integral grava a data/hora de
      *>                  registro da baixa (inicio da execucao)
      *>----------------------------------------------------------------


           record key is fd-men-chave
           file status is ws-fs-arqMensalidades.

           select arqBolsas assign to "arqBolsas.dat"
           organization is indexed
           access mode is random
           record key is fd-bol-chave
           file status is ws-fs-arqBolsas.

           select arqParametros assign to "arqParametros.dat"
           organization is line sequential
           access mode is sequential
       fd  arqMensalidades.
           copy "CADMENS.CPY".

       fd  arqBolsas.
           copy "CADBOLSA.CPY".

       fd  arqParametros.
           copy "CADPARAM.CPY".


       77  ws-fs-arqCadAlunos                         pic 9(02).
       77  ws-fs-arqMensalidades                      pic 9(02).
       77  ws-fs-arqBolsas                            pic 9(02).
       77  ws-fs-arqParametros                        pic 9(02).
       77  ws-fs-arqCtrlBatch                         pic 9(02).

           05  ws-qtde-existentes                   pic 9(05) value 0.
           05  ws-qtde-transferidos                 pic 9(05) value 0.
           05  ws-qtde-sem-valor                    pic 9(05) value 0.
           05  ws-qtde-com-bolsa                    pic 9(05) value 0.
           05  ws-qtde-bolsa-integral               pic 9(05) value 0.
           05  ws-tem-bolsas                        pic x(01) value "S".
           05  ws-valor-desconto                    pic 9(05)v99.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "geraMensalidades".
               perform abortar-execucao
           end-if

           open input arqBolsas
           if ws-fs-arqBolsas = 35
               move "N"    to   ws-tem-bolsas
           else
               if ws-fs-arqBolsas <> 00
                   display "Erro ao abrir arquivo: (arqBolsas) " ws-fs-arqBolsas
                   perform abortar-execucao
               end-if
           end-if

           .
       inicializa-exit.
           exit.
           display "Mensalidades ja existentes: " ws-qtde-existentes
           display "Alunos transferidos       : " ws-qtde-transferidos
           display "Serie sem valor definido  : " ws-qtde-sem-valor
           display "Geradas com bolsa/desconto: " ws-qtde-com-bolsa
           display "  das quais bolsa integral: " ws-qtde-bolsa-integral

           .
       processamento-exit.

      *>------------------------------------------------------------------------
      *>  Gera a mensalidade em aberto do aluno atual na competencia
      *>  informada, com a bolsa/desconto do aluno no ano aplicada
      *>------------------------------------------------------------------------
       gerar-mensalidade section.

           move zero                   to   fd-men-valor-pago
           move space                  to   fd-men-forma-pagamento
           move ws-men-vencimento      to   fd-men-vencimento
           move ws-men-valor           to   fd-men-valor-cheio
           move space                  to   fd-men-tipo-desconto
           move zero                   to   fd-men-perc-desconto
           move space                  to   fd-men-operador-baixa
           move space                  to   fd-men-dthora-baixa

           perform aplicar-bolsa

           write fd-mensalidades
           evaluate ws-fs-arqMensalidades
               when 00
                   add 1    to   ws-qtde-geradas
                   if fd-men-tipo-desconto <> space
                       add 1    to   ws-qtde-com-bolsa
                       if fd-men-paga
                           add 1    to   ws-qtde-bolsa-integral
                       end-if
                   end-if

               when 22
                   add 1    to   ws-qtde-existentes
       gerar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica na mensalidade montada em fd-mensalidades a bolsa ou
      *>  desconto do aluno no ano letivo da competencia, quando a
      *>  competencia esta dentro da vigencia. Bolsa integral deixa a
      *>  mensalidade PAGA (forma BOLSA, valor pago zero, data do
      *>  vencimento)
      *>------------------------------------------------------------------------
       aplicar-bolsa section.

           if ws-tem-bolsas = "S"
               move fd-men-codigo                to   fd-bol-codigo
               move fd-men-competencia(1:4)      to   fd-bol-ano-letivo
               read arqBolsas
               evaluate ws-fs-arqBolsas
                   when 00
                       if fd-men-competencia >= fd-bol-competencia-ini
                       and fd-men-competencia <= fd-bol-competencia-fim
                           compute ws-valor-desconto rounded =
                                   fd-men-valor-cheio * fd-bol-percentual / 100
                           compute fd-men-valor = fd-men-valor-cheio
                                                - ws-valor-desconto
                           move fd-bol-tipo          to   fd-men-tipo-desconto
                           move fd-bol-percentual    to   fd-men-perc-desconto

                           if fd-men-valor = 0
                               move "PAGA"               to   fd-men-situacao
                               move fd-men-vencimento    to   fd-men-data-pagamento
                               move "BOLSA"              to   fd-men-forma-pagamento
                               move "BATCH"              to   fd-men-operador-baixa
                               move ws-ctl-dthora        to   fd-men-dthora-baixa
                           end-if
                       end-if

                   when 23
                       continue

                   when other
                       display "Erro ao ler arquivo: (arqBolsas) " ws-fs-arqBolsas
                       perform abortar-execucao
               end-evaluate
           end-if

           .
       aplicar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o inicio da execucao no controle de batch
      *>------------------------------------------------------------------------

           close arqCadAlunos
           close arqMensalidades
           if ws-tem-bolsas = "S"
               close arqBolsas
           end-if

           close arqCtrlBatch

