      *>----------------------------------------------------------------
      *>  CADGRADE.CPY
      *>  Layout do registro da grade curricular (arqGradeCurricular).
      *>  Um registro por serie/disciplina: as disciplinas que todo
      *>  aluno da serie tem de cursar. A serie do aluno e o primeiro
      *>  caractere da turma (mesma regra do valor da mensalidade em
      *>  geraMensalidades) e a disciplina e o codigo do cadastro de
      *>  disciplinas (CADDISC.CPY).
      *>----------------------------------------------------------------
      *>  15/10/2026 dr   layout original (serie/disciplina)
      *>----------------------------------------------------------------
       01  fd-grade-curricular.
           05  fd-grd-chave.
               10  fd-grd-serie                    pic 9(01).
               10  fd-grd-disciplina               pic x(04).
