      *>----------------------------------------------------------------
      *>  CADDISC.CPY
      *>  Layout do registro do cadastro de disciplinas
      *>  (arqDisciplinas). Uma disciplina por codigo, com o nome
      *>  oficial e a carga horaria anual. O nome e o que fica gravado
      *>  em arqNotasDisc e arqHistEscolar (fd-nd-disciplina e
      *>  fd-he-disciplina), por isso e chave alternada unica: o
      *>  lancamento de notas pede o codigo e grava sempre o mesmo
      *>  nome, sem variacoes de digitacao.
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (codigo/nome/carga horaria)
      *>----------------------------------------------------------------
       01  fd-disciplinas.
           05  fd-dis-codigo                       pic x(04).
           05  fd-dis-nome                         pic x(15).
           05  fd-dis-carga-horaria                pic 9(04).
