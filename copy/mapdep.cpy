      *> Retake placement table, one line per failed course that
      *> should be re-offered: the turma the student failed in, the
      *> disciplina, the term the retake goes to (ano/semestre) and
      *> the turma that takes it there. The term closing reads it to
      *> place every failed enrollment of the closed term in the
      *> dependencias extract for the next one. A blank origin turma
      *> applies to the disciplina from any turma; a blank term
      *> applies to any next term. The exact entry wins over the
      *> open ones.
       01 MAPDEP-REC.
           05 MAP-TURMA-ORIGEM   PIC X(4).
           05 MAP-DISCIPLINA     PIC X(6).
           05 MAP-ANO            PIC X(4).
           05 MAP-SEMESTRE       PIC X(1).
           05 MAP-TURMA-DESTINO  PIC X(4).
