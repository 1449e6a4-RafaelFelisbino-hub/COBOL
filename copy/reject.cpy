      *> see exactly which field to fix before the record comes back
      *> through a reprocess run. Codes: "NN" = nota nao numerica,
      *> "MR" = maior que 10.00, spaces = nota estava correta.
      *> REJ-MOTIVO-MATRICULA says why the enrollment itself was
      *> refused whatever the grades: "NC" = ALUNO-ID nao cadastrado
      *> em ALUNOS.MST, "IA" = aluno cadastrado mas nao ATIVO
      *> (trancado, transferido ou formado), "CD" = turma/disciplina
      *> fora do catalogo (DISCIPLINAS.MST/TURMAS.MST), "DI" =
      *> disciplina do catalogo desativada, spaces = matricula
      *> aceita. It sits after the roster image, so suspense records
      *> written before it existed read back with it blank.
       01 REJECT-REC.
           05 REJ-MOTIVO-NOTA1   PIC X(2).
           05 REJ-MOTIVO-NOTA2   PIC X(2).
           05 REJ-MOTIVO-NOTA3   PIC X(2).
           05 REJ-REGISTRO       PIC X(63).
           05 REJ-MOTIVO-MATRICULA PIC X(2).
