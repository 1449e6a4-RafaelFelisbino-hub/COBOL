      *> One front-desk request for a declaracao: the student, the
      *> kind of document - "M" proof of enrollment in the term, "A"
      *> proof of approval in one disciplina of the term - and the
      *> term (ano/semestre). DCL-DISCIPLINA names the course of an
      *> approval declaration and is ignored on an enrollment one.
       01 DECLARA-REC.
           05 DCL-ALUNO-ID       PIC X(6).
           05 DCL-TIPO           PIC X(1).
               88 DCL-TIPO-MATRICULA VALUE "M".
               88 DCL-TIPO-APROVACAO VALUE "A".
               88 DCL-TIPO-VALIDO    VALUE "M" "A".
           05 DCL-ANO            PIC X(4).
           05 DCL-SEMESTRE       PIC X(1).
           05 DCL-DISCIPLINA     PIC X(6).
