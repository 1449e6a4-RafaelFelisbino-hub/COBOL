           05 EXM-ANO            PIC X(4).
           05 EXM-SEMESTRE       PIC X(1).
           05 EXM-NOTA           PIC 9(2)V99.
      *> A line pre-keyed by the scheduler and never filled in
      *> (student absent, or booked into a later sitting) keeps the
      *> grade blank.
           05 EXM-NOTA-X REDEFINES EXM-NOTA PIC X(4).
