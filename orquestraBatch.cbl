      *>                  apos falha retoma do passo que deu ERRO; o
      *>                  proprio orquestrador registra inicio/fim no
      *>                  controle de batch
      *>  15/10/2026 dr   novo passo geraAvisos (avisos aos responsaveis
      *>                  por SMS/e-mail), depois do geraMensalidades
      *>----------------------------------------------------------------


               "relatorioTurmas       verificaAlunos        ".
           05  filler                               pic x(44) value
               "exportaCenso          verificaAlunos        ".
           05  filler                               pic x(44) value
               "geraAvisos            geraMensalidades      ".

       01  ws-tabela-passos redefines ws-tabela-passos-val.
           05  ws-passo-ocor   occurs 8 times.
               10  ws-tp-job                        pic x(22).
               10  ws-tp-dependencia                pic x(22).

       01  ws-situacao-passos.
           05  ws-sp-ok        occurs 8 times      pic x(01).

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "orquestraBatch".
       processamento section.

           perform varying ws-ind from 1 by 1
                       until ws-ind > 8
               perform tratar-passo
           end-perform

           else
               move "N"    to   ws-dep-satisfeita
               perform varying ws-ind-dep from 1 by 1
                           until ws-ind-dep > 8
                   if ws-tp-job(ws-ind-dep) = ws-tp-dependencia(ws-ind)
                   and ws-sp-ok(ws-ind-dep) = "S"
                       move "S"    to   ws-dep-satisfeita
