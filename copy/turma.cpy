      *> Turma table: one record per turma/disciplina actually offered,
      *> kept in the indexed TURMAS.MST beside the course catalog and
      *> maintained through the same MEDIACAT sessions. TUR-TURNO is
      *> the shift the turma meets in (M = manha, T = tarde, N =
      *> noite). TUR-PROFESSOR is the teacher of that offering; blank
      *> means the disciplina's responsible teacher from
      *> DISCIPLINAS.MST teaches it. A roster line whose turma does not
      *> offer the disciplina here is a course that does not exist.
       01 TURMA-REC.
           05 TUR-CHAVE.
               10 TUR-TURMA      PIC X(4).
               10 TUR-DISCIPLINA PIC X(6).
           05 TUR-TURNO          PIC X(1).
               88 TUR-TURNO-VALIDO   VALUE "M" "T" "N".
           05 TUR-PROFESSOR      PIC X(30).
           05 TUR-ATUALIZACAO    PIC X(26).
