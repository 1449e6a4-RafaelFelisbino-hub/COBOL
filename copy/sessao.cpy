      *> Recovery-exam sittings SESSOES.DAT, kept by the secretariat
      *> as a text file: one line per sitting of one disciplina - the
      *> date (AAAAMMDD), start and end time (HHMM), the room and how
      *> many students it seats - plus SES-CHAMADA, blank or "1" for
      *> a regular sitting and "2" for a segunda chamada that only
      *> takes students with a justified absence in JUSTIF.DAT. Two
      *> disciplinas may share a room at the same time on separate
      *> lines, each with its own share of the seats. MEDIAAGE fills
      *> the sittings from the "Exame" enrollments of GRADES.MST.
       01 SESSAO-REC.
           05 SES-DISCIPLINA     PIC X(6).
           05 SES-DATA           PIC X(8).
           05 SES-HORA-INI       PIC X(4).
           05 SES-HORA-FIM       PIC X(4).
           05 SES-SALA           PIC X(6).
           05 SES-CAPACIDADE     PIC X(3).
           05 SES-CHAMADA        PIC X(1).
