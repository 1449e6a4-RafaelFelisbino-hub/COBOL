      *> Job ledger JOBLOG.DAT, appended by MEDIAJOB. JLG-RUN-ID is
      *> the identifier of the night: a run that stopped keeps it when
      *> the next invocation resumes, so everything one night did
      *> reads back under one id. Step lines (JLG-PASSO not zero):
      *> "INICIO" when the step is started, then "OK" or "FALHA" with
      *> start, end, return code and the limit it was held to, or
      *> "PULADO" for a closing-night step on a normal night. Chain
      *> lines (JLG-PASSO zero): "ABERTURA" or "RETOMADA" per
      *> invocation, with JLG-FECHAMENTO "S" on a closing night, then
      *> "CONCLUIDA" or "PARADA". A step with "OK" or "PULADO" in an
      *> open run is not run again; a run without "CONCLUIDA" is
      *> resumed.
       01 JOBLOG-REC.
           05 JLG-RUN-ID         PIC X(16).
           05 JLG-PASSO          PIC 9(2).
           05 JLG-PROGRAMA       PIC X(8).
           05 JLG-EVENTO         PIC X(9).
           05 JLG-INICIO         PIC X(14).
           05 JLG-FIM            PIC X(14).
           05 JLG-RC             PIC 9(2).
           05 JLG-RC-MAX         PIC 9(2).
           05 JLG-FECHAMENTO     PIC X(1).
