      *> Student registry: one record per student, keyed on
      *> ALUNO-ID, kept in the indexed ALUNOS.MST and maintained only
      *> through MEDIAALU, which logs every change to ALUNOS.LOG. It is
      *> the system of record for who the student is - the name every
      *> report prints comes from here, never from the secretaria
      *> extract - and for whether the student may be graded at all:
      *> the grading run refuses roster lines for IDs missing here or
      *> for students whose status is not ATIVO. CAD-DATA-SITUACAO is
      *> the AAAAMMDD date the current status took effect;
      *> CAD-NASCIMENTO is AAAAMMDD as well.
       01 CADASTRO-REC.
           05 CAD-ALUNO-ID       PIC X(6).
           05 CAD-NOME           PIC X(30).
           05 CAD-NASCIMENTO     PIC X(8).
           05 CAD-RESPONSAVEL    PIC X(30).
           05 CAD-CONTATO        PIC X(30).
           05 CAD-SITUACAO       PIC X(11).
               88 CAD-ATIVO          VALUE "ATIVO".
               88 CAD-TRANCADO       VALUE "TRANCADO".
               88 CAD-TRANSFERIDO    VALUE "TRANSFERIDO".
               88 CAD-FORMADO        VALUE "FORMADO".
               88 CAD-SITUACAO-VALIDA VALUE "ATIVO" "TRANCADO"
                                      "TRANSFERIDO" "FORMADO".
           05 CAD-DATA-SITUACAO  PIC X(8).
           05 CAD-ATUALIZACAO    PIC X(26).
