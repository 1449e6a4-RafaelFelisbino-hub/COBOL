      *> Job definition JOBDEF.DAT for the nightly chain, one line
      *> per step in the order they run (MEDIACON, the batch grading
      *> run, REPROCESSO, EXAME, the export, MEDIAREC and, on closing
      *> nights, MEDIABKP UNLOAD and MEDIAFEC). JDF-PASSO numbers the
      *> step (ascending, it is the restart point recorded in the
      *> ledger), JDF-PROGRAMA names it in the ledger and summary and
      *> JDF-COMANDO is the command line that runs it. JDF-NOITE "F"
      *> marks a step that only runs on closing nights. MEDIA_MODO and
      *> BKP_FUNC are set for every step from JDF-MEDIA-MODO and
      *> JDF-BKP-FUNC (blank clears them, so a batch grading step
      *> really runs in batch mode); FEC_ANO/FEC_SEMESTRE are set only
      *> when given. JDF-RC-MAX is the highest return code the step
      *> may end with before MEDIAJOB stops the chain.
       01 JOBDEF-REC.
           05 JDF-PASSO          PIC X(2).
           05 JDF-PROGRAMA       PIC X(8).
           05 JDF-NOITE          PIC X(1).
           05 JDF-MEDIA-MODO     PIC X(10).
           05 JDF-BKP-FUNC       PIC X(8).
           05 JDF-FEC-ANO        PIC X(4).
           05 JDF-FEC-SEMESTRE   PIC X(1).
           05 JDF-RC-MAX         PIC X(2).
           05 JDF-COMANDO        PIC X(60).
