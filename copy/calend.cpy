      *> Grade-submission calendar CALENDARIO.DAT, kept by the
      *> secretariat as a text file: one line per turma/disciplina
      *> whose grades are due in the term (ano/semestre), with the
      *> date (AAAAMMDD) the teacher has to post them by. MEDIAENT
      *> checks each course against GRADES.MST and FREQ.DAT and
      *> reports it as posted, partially posted, missing attendance
      *> or overdue; MEDIAFEC refuses to close a term while any of
      *> its calendar courses still lacks grades.
       01 CALENDARIO-REC.
           05 CAL-TURMA          PIC X(4).
           05 CAL-DISCIPLINA     PIC X(6).
           05 CAL-ANO            PIC X(4).
           05 CAL-SEMESTRE       PIC X(1).
           05 CAL-PRAZO          PIC X(8).
