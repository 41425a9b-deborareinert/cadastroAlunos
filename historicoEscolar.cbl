      *>                  secretaria emitir historico de transferencia
      *>                  e de conclusao; registro de inicio/fim no
      *>                  controle de batch (arqCtrlBatch)
      *>  15/10/2026 dr   coluna com a nota do exame de recuperacao da
      *>                  disciplina, quando o aluno fez o exame
      *>----------------------------------------------------------------


           05  ws-ano-corrente                      pic 9(04) value 0.
           05  ws-qtde-anos                         pic 9(02) value 0.
           05  ws-qtde-disciplinas                  pic 9(05) value 0.
           05  ws-nota-ed                           pic z9,99.

       01  ws-controle-batch.
           05  ws-ctl-job                           pic x(22) value "historicoEscolar".
           05  filler                               pic x(08) value "Nota 2".
           05  filler                               pic x(08) value "Nota 3".
           05  filler                               pic x(08) value "Nota 4".
           05  filler                               pic x(08) value "Media".
           05  filler                               pic x(08) value "Recup.".

       01  ws-linha-det-disc.
           05  ws-dd-disciplina                     pic x(17).
           05  ws-dd-nota4                          pic z9,99.
           05  filler                               pic x(03).
           05  ws-dd-media                          pic z9,99.
           05  filler                               pic x(03).
           05  ws-dd-recuperacao                    pic x(05).

       01  ws-linha-branco                          pic x(80) value space.

           move fd-he-nota(3)       to   ws-dd-nota3
           move fd-he-nota(4)       to   ws-dd-nota4
           move fd-he-media         to   ws-dd-media
           if fd-he-fez-recuperacao = "S"
               move fd-he-nota-recuperacao    to   ws-nota-ed
               move ws-nota-ed                to   ws-dd-recuperacao
           else
               move space                     to   ws-dd-recuperacao
           end-if

           write fd-linha-historico    from   ws-linha-det-disc
           if ws-fs-relHistorico <> 00
