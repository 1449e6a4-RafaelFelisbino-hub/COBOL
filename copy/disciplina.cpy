      *> Course catalog: one record per disciplina, keyed on the code
      *> every roster line, MEDIA.PARM entry and master record carries,
      *> kept in the indexed DISCIPLINAS.MST and maintained only
      *> through MEDIACAT, which logs every change to CATALOGO.LOG. It
      *> says what the code means - the full name and the teacher the
      *> reports print beside it, and the carga horaria (workload in
      *> hours) - and whether the course is still offered: a
      *> disciplina with DSC-ATIVA "N" stays in the catalog so old
      *> terms keep their names, but no new grades are taken for it.
      *> MEDIAPRM refuses parameters, and the grading run and MEDIACON
      *> refuse roster lines, for a disciplina missing from here.
       01 DISCIPLINA-REC.
           05 DSC-DISCIPLINA     PIC X(6).
           05 DSC-NOME           PIC X(30).
           05 DSC-CARGA-HORARIA  PIC 9(4).
           05 DSC-PROFESSOR      PIC X(30).
           05 DSC-ATIVA          PIC X(1).
               88 DSC-ATIVA-SIM      VALUE "S".
               88 DSC-ATIVA-VALIDA   VALUE "S" "N".
           05 DSC-ATUALIZACAO    PIC X(26).
