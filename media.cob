               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MST-STATUS.
           SELECT CADASTRO-FILE ASSIGN TO "ALUNOS.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ALUNO-ID
               FILE STATUS IS WS-CAD-STATUS.
           SELECT DISCIPLINA-FILE ASSIGN TO "DISCIPLINAS.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-DISCIPLINA
               FILE STATUS IS WS-DSC-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WS-TUR-STATUS.
           SELECT OPTIONAL EXAME-FILE ASSIGN TO "EXAME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXM-STATUS.
       FD  REJECT-FILE.
           COPY "reject.cpy".
       FD  REJECT-TMP.
       01 REJECT-TMP-REC PIC X(71).
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  EXAME-FILE.
           COPY "exame.cpy".
       FD  JUSTIF-FILE.
       01 WS-REJ-STATUS     PIC XX.
       01 WS-REJ-TMP-STATUS PIC XX.
       01 WS-MST-STATUS     PIC XX.
       01 WS-CAD-STATUS     PIC XX.
       01 WS-DSC-STATUS     PIC XX.
       01 WS-TUR-STATUS     PIC XX.
       01 WS-EXM-STATUS     PIC XX.
       01 WS-FRQ-STATUS     PIC XX.
       01 WS-JUS-STATUS     PIC XX.
       01 WS-QTDE-EXM-APLICADOS PIC 9(6) VALUE ZERO.
       01 WS-QTDE-EXM-AUSENTES  PIC 9(6) VALUE ZERO.
       01 WS-QTDE-EXM-EXCECOES  PIC 9(6) VALUE ZERO.
       01 WS-QTDE-EXM-EM-BRANCO PIC 9(6) VALUE ZERO.

      *> Justified absences (segunda chamada) in effect for this
      *> sitting: a justified Exame student missing from EXAME.DAT
       01 WS-MOTIVO-NOTA1 PIC X(2).
       01 WS-MOTIVO-NOTA2 PIC X(2).
       01 WS-MOTIVO-NOTA3 PIC X(2).
       01 WS-MOTIVO-MATRICULA PIC X(2).
      *> ALUNOS.MST is the system of record for who may be graded and
      *> for the name printed: batch and reprocess runs cannot grade
      *> without it; the exam and correction runs only borrow the
      *> name from it and fall back on the master's copy.
       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO     VALUE 'S'.
      *> The course catalog plays the same part for turma/disciplina:
      *> batch and reprocess runs refuse roster lines for a course it
      *> does not know ("CD") or no longer offers ("DI"); every run
      *> takes from it the discipline name and the teacher printed
      *> beside the codes. The lookup is kept for the course in hand
      *> and only repeated when the turma/disciplina changes.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO     VALUE 'S'.
       01 WS-CURSO-CHAVE      PIC X(10) VALUE LOW-VALUES.
       01 WS-CURSO-MOTIVO     PIC X(2).
       01 WS-CURSO-NOME       PIC X(30).
       01 WS-CURSO-PROFESSOR  PIC X(30).
       01 WS-EOF-STUDENT PIC X VALUE 'N'.
           88 FIM-STUDENT      VALUE 'S'.
       01 WS-ALUNO-VALIDO PIC X VALUE 'S'.
           05 LCT-TURMA PIC X(4).
           05 FILLER    PIC X(14) VALUE "  Disciplina: ".
           05 LCT-DISC  PIC X(6).
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 LCT-NOME  PIC X(32).
       01 WS-LINHA-CAB-CURSO.
           05 FILLER    PIC X(11) VALUE "Professor: ".
           05 LCC-PROF  PIC X(30).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LCC-AVISO PIC X(30).
       01 WS-LINHA-CAB2.
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER PIC X(4)  VALUE SPACES.
           05 BOL-TURMA PIC X(4).
           05 FILLER    PIC X(15) VALUE "   Disciplina: ".
           05 BOL-DISC  PIC X(6).
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 BOL-DISC-NOME PIC X(32).
       01 WS-BOL-PROFESSOR.
           05 FILLER    PIC X(11) VALUE "Professor: ".
           05 BOL-PROF  PIC X(30).
       01 WS-BOL-NOTA.
           05 FILLER        PIC X(5) VALUE "Nota ".
           05 BOL-NOTA-NUM  PIC 9.
               WHEN "REPROCESSO"
                   SET MODO-REPROCESSO TO TRUE
                   PERFORM 140-ABRIR-MASTER
                   PERFORM 147-ABRIR-CADASTRO
                   PERFORM 148-ABRIR-CATALOGO
                   PERFORM 145-ABRIR-BOLETIM
                   PERFORM 150-ABRIR-EXPORT
                   PERFORM 142-ABRIR-FREQUENCIA
               WHEN "EXAME"
                   SET MODO-EXAME TO TRUE
                   PERFORM 140-ABRIR-MASTER
                   PERFORM 147-ABRIR-CADASTRO
                   PERFORM 148-ABRIR-CATALOGO
                   PERFORM 150-ABRIR-EXPORT
               WHEN "RETIFICA"
                   SET MODO-RETIFICA TO TRUE
                   PERFORM 140-ABRIR-MASTER
                   PERFORM 147-ABRIR-CADASTRO
                   PERFORM 148-ABRIR-CATALOGO
                   PERFORM 145-ABRIR-BOLETIM
               WHEN OTHER
                   OPEN INPUT STUDENT-IN
                   IF WS-STUDENT-STATUS = "00"
                       SET MODO-LOTE TO TRUE
                       PERFORM 140-ABRIR-MASTER
                       PERFORM 147-ABRIR-CADASTRO
                       PERFORM 148-ABRIR-CATALOGO
                       PERFORM 145-ABRIR-BOLETIM
                       PERFORM 150-ABRIR-EXPORT
                       OPEN EXTEND REJECT-FILE
                   "execucao."
           END-IF.

      *> The student registry is read-only here. Batch and reprocess
      *> runs validate every roster line against it, so without it
      *> they stop with the fatal-file code instead of rejecting the
      *> whole roster as unregistered; the exam and correction runs
      *> carry on with the name the master already holds.
       147-ABRIR-CADASTRO.
           OPEN INPUT CADASTRO-FILE.
           IF WS-CAD-STATUS = "00"
               SET COM-CADASTRO TO TRUE
           ELSE
               IF MODO-LOTE OR MODO-REPROCESSO
                   DISPLAY "Erro fatal abrindo ALUNOS.MST. Status="
                       WS-CAD-STATUS
                   MOVE 24 TO WS-RC-ABORTO
                   PERFORM 990-ABORTAR
               END-IF
               DISPLAY "ALUNOS.MST ausente (status " WS-CAD-STATUS
                   ") - nomes tomados do GRADES.MST nesta execucao."
           END-IF.

      *> The course catalog is read-only here, under the same rule
      *> as the registry: batch and reprocess runs cannot tell a real
      *> course from a mistyped code without it and stop; the exam
      *> and correction runs only lose the names on their lines.
       148-ABRIR-CATALOGO.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "00"
               OPEN INPUT TURMA-FILE
               IF WS-TUR-STATUS = "00"
                   SET COM-CATALOGO TO TRUE
               ELSE
                   CLOSE DISCIPLINA-FILE
                   MOVE WS-TUR-STATUS TO WS-DSC-STATUS
               END-IF
           END-IF.
           IF NOT COM-CATALOGO
               IF MODO-LOTE OR MODO-REPROCESSO
                   DISPLAY "Erro fatal abrindo DISCIPLINAS.MST/"
                       "TURMAS.MST. Status=" WS-DSC-STATUS
                   MOVE 24 TO WS-RC-ABORTO
                   PERFORM 990-ABORTAR
               END-IF
               DISPLAY "Catalogo de cursos ausente (status "
                   WS-DSC-STATUS ") - relatorios sem nome de "
                   "disciplina nesta execucao."
           END-IF.

       145-ABRIR-BOLETIM.
           OPEN EXTEND BOLETIM-FILE.
           IF WS-BOL-STATUS NOT = "00" AND WS-BOL-STATUS NOT = "05"
           MOVE WS-PARM-FREQ-MIN (WS-PARM-IDX)   TO WS-FREQ-MINIMA.
           MOVE "S" TO WS-PARM-ACHOU.

      *> Looks the course in WS-TURMA-ATUAL/WS-DISCIPLINA-ATUAL up in
      *> the catalog: discipline name, the teacher of that turma (the
      *> disciplina's responsible teacher when the turma names none)
      *> and, in WS-CURSO-MOTIVO, why a roster line of the course
      *> cannot be graded - "CD" not in the catalog or not offered by
      *> the turma, "DI" disciplina no longer active, spaces = valid.
      *> Without the catalog (exam and correction runs only) the
      *> names stay blank and nothing is refused.
       118-CONSULTAR-CURSO.
           IF WS-CURSO-CHAVE (1:4) = WS-TURMA-ATUAL
               AND WS-CURSO-CHAVE (5:6) = WS-DISCIPLINA-ATUAL
               GO TO 118-EXIT
           END-IF.
           MOVE WS-TURMA-ATUAL      TO WS-CURSO-CHAVE (1:4).
           MOVE WS-DISCIPLINA-ATUAL TO WS-CURSO-CHAVE (5:6).
           MOVE SPACES TO WS-CURSO-MOTIVO.
           MOVE SPACES TO WS-CURSO-NOME.
           MOVE SPACES TO WS-CURSO-PROFESSOR.
           IF NOT COM-CATALOGO
               GO TO 118-EXIT
           END-IF.
           MOVE WS-DISCIPLINA-ATUAL TO DSC-DISCIPLINA.
           READ DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "23"
               MOVE "CD" TO WS-CURSO-MOTIVO
               GO TO 118-EXIT
           END-IF.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "Erro fatal lendo DISCIPLINAS.MST. Status="
                   WS-DSC-STATUS
               MOVE 24 TO WS-RC-ABORTO
               PERFORM 990-ABORTAR
           END-IF.
           MOVE DSC-NOME      TO WS-CURSO-NOME.
           MOVE DSC-PROFESSOR TO WS-CURSO-PROFESSOR.
           IF NOT DSC-ATIVA-SIM
               MOVE "DI" TO WS-CURSO-MOTIVO
           END-IF.
           MOVE WS-TURMA-ATUAL      TO TUR-TURMA.
           MOVE WS-DISCIPLINA-ATUAL TO TUR-DISCIPLINA.
           READ TURMA-FILE.
           EVALUATE WS-TUR-STATUS
               WHEN "00"
                   IF TUR-PROFESSOR NOT = SPACES
                       MOVE TUR-PROFESSOR TO WS-CURSO-PROFESSOR
                   END-IF
               WHEN "23"
                   MOVE "CD" TO WS-CURSO-MOTIVO
               WHEN OTHER
                   DISPLAY "Erro fatal lendo TURMAS.MST. Status="
                       WS-TUR-STATUS
                   MOVE 24 TO WS-RC-ABORTO
                   PERFORM 990-ABORTAR
           END-EVALUATE.
       118-EXIT.
           EXIT.

       200-PROCESSAR-LOTE.
           PERFORM 220-LER-STUDENT.
           PERFORM UNTIL FIM-STUDENT
      *> Checks each grade on its own so the suspense record can say
      *> exactly which of the three failed and why: "NN" = nao
      *> numerica, "MR" = maior que 10.00, spaces = nota correta.
      *> Then the enrollment itself: the ALUNO-ID has to be in the
      *> registry ("NC" otherwise) with the student ATIVO ("IA" for
      *> trancado, transferido or formado). A registered student's
      *> name replaces the extract's, so every report, the master,
      *> the boletim and the export print the registry name. Last
      *> the course: the turma/disciplina has to be offered in the
      *> catalog ("CD" otherwise) by a disciplina still active ("DI").
       230-VALIDAR-ALUNO.
           MOVE "S" TO WS-ALUNO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-NOTA1 WS-MOTIVO-NOTA2
           IF ALUNO-INVALIDO
               ADD 1 TO WS-QTDE-CORRECOES
           END-IF.
           MOVE SPACES TO WS-MOTIVO-MATRICULA.
           MOVE ALUNO-ID TO CAD-ALUNO-ID.
           READ CADASTRO-FILE.
           EVALUATE TRUE
               WHEN WS-CAD-STATUS = "23"
                   MOVE "NC" TO WS-MOTIVO-MATRICULA
               WHEN WS-CAD-STATUS NOT = "00"
                   DISPLAY "Erro fatal lendo ALUNOS.MST. Status="
                       WS-CAD-STATUS
                   MOVE 24 TO WS-RC-ABORTO
                   PERFORM 990-ABORTAR
               WHEN NOT CAD-ATIVO
                   MOVE "IA" TO WS-MOTIVO-MATRICULA
                   MOVE CAD-NOME TO WS-ALUNO-NOME
               WHEN OTHER
                   MOVE CAD-NOME TO WS-ALUNO-NOME
           END-EVALUATE.
           IF WS-MOTIVO-MATRICULA = SPACES
               PERFORM 118-CONSULTAR-CURSO THRU 118-EXIT
               MOVE WS-CURSO-MOTIVO TO WS-MOTIVO-MATRICULA
           END-IF.
           IF WS-MOTIVO-MATRICULA NOT = SPACES
               MOVE "N" TO WS-ALUNO-VALIDO
           END-IF.

      *> Name of the student in WS-ALUNO-ID as the registry holds it
      *> today, for the paths that start from the master record; an
      *> ID the registry does not know keeps the name already in
      *> WS-ALUNO-NOME.
       235-NOME-CADASTRO.
           IF COM-CADASTRO
               MOVE WS-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO WS-ALUNO-NOME
               END-IF
           END-IF.

      *> Control break: the roster moved on to another turma or
      *> disciplina. Closes the section in progress - footer, fold
           MOVE ALUNO-TURMA      TO WS-TURMA-ATUAL.
           MOVE ALUNO-DISCIPLINA TO WS-DISCIPLINA-ATUAL.
           PERFORM 115-SELECIONAR-PARAMETROS.
           PERFORM 118-CONSULTAR-CURSO THRU 118-EXIT.
           IF COM-FREQ
               PERFORM 243-CARREGAR-FREQ-TURMA
           END-IF.
               MOVE WS-MOTIVO-NOTA1 TO REJ-MOTIVO-NOTA1
               MOVE WS-MOTIVO-NOTA2 TO REJ-MOTIVO-NOTA2
               MOVE WS-MOTIVO-NOTA3 TO REJ-MOTIVO-NOTA3
               MOVE WS-MOTIVO-MATRICULA TO REJ-MOTIVO-MATRICULA
               WRITE REJECT-TMP-REC FROM REJECT-REC
               PERFORM 680-ANOTAR-EXPORT-EXCECAO
               DISPLAY "Registro ainda invalido permanece em "
           MOVE MST-ANO        TO WS-ANO-ATUAL.
           MOVE MST-SEMESTRE   TO WS-SEM-ATUAL.
           PERFORM 115-SELECIONAR-PARAMETROS.
           PERFORM 118-CONSULTAR-CURSO THRU 118-EXIT.
           MOVE MST-ALUNO-ID   TO WS-ALUNO-ID.
           MOVE MST-ALUNO-NOME TO WS-ALUNO-NOME.
           PERFORM 235-NOME-CADASTRO.
           MOVE WS-RET-NUM1-ANT     TO NUMERO1.
           MOVE WS-RET-NUM2-ANT     TO NUMERO2.
           MOVE WS-RET-NUM3-ANT     TO NUMERO3.
           END-IF.
           DISPLAY "Exames aplicados: " WS-QTDE-EXM-APLICADOS
               " Ausentes reprovados: " WS-QTDE-EXM-AUSENTES
               " Excecoes: " WS-QTDE-EXM-EXCECOES
               " Linhas sem nota: " WS-QTDE-EXM-EM-BRANCO.
           DISPLAY "Segunda chamada: pendentes "
               WS-QTDE-JUS-PENDENTES " prazos vencidos "
               WS-QTDE-JUS-VENCIDAS.
       208-EXIT.
           EXIT.

      *> A line with the grade left blank is not a keying error: the
      *> scheduler pre-keys every convoked student, and whoever did
      *> not sit stays blank. The pair still counts as covered, so
      *> 215 settles that student by the no-show or segunda chamada
      *> rule like any student missing from the file.
       209-APLICAR-EXAME.
           PERFORM 212-REGISTRAR-PAR-EXAME.
           IF EXM-NOTA-X = SPACES
               ADD 1 TO WS-QTDE-EXM-EM-BRANCO
               GO TO 209-EXIT
           END-IF.
           IF EXM-NOTA NOT NUMERIC
               MOVE "nota de exame invalida" TO LE-TEXTO
               PERFORM 650-GRAVAR-EXCECAO-EXAME
           MOVE MST-ANO        TO WS-ANO-ATUAL.
           MOVE MST-SEMESTRE   TO WS-SEM-ATUAL.
           PERFORM 115-SELECIONAR-PARAMETROS.
           PERFORM 118-CONSULTAR-CURSO THRU 118-EXIT.
           COMPUTE MST-MEDIA-FINAL ROUNDED =
               (MST-MEDIA + MST-NOTA-EXAME) / 2.
           IF MST-MEDIA-FINAL > WS-LIMITE-APROVA
           END-REWRITE.
           MOVE MST-ALUNO-ID     TO WS-ALUNO-ID.
           MOVE MST-ALUNO-NOME   TO WS-ALUNO-NOME.
           PERFORM 235-NOME-CADASTRO.
           MOVE MST-MEDIA        TO NUMERO1.
           MOVE MST-NOTA-EXAME   TO NUMERO2.
           MOVE ZERO             TO NUMERO3.
           WRITE BOLETIM-REC FROM WS-BOL-ALUNO.
           MOVE WS-TURMA-ATUAL      TO BOL-TURMA.
           MOVE WS-DISCIPLINA-ATUAL TO BOL-DISC.
           MOVE SPACES TO BOL-DISC-NOME.
           IF WS-CURSO-NOME NOT = SPACES
               STRING "- " WS-CURSO-NOME
                   DELIMITED BY SIZE INTO BOL-DISC-NOME
           END-IF.
           WRITE BOLETIM-REC FROM WS-BOL-TURMA.
           IF WS-CURSO-PROFESSOR NOT = SPACES
               MOVE WS-CURSO-PROFESSOR TO BOL-PROF
               WRITE BOLETIM-REC FROM WS-BOL-PROFESSOR
           END-IF.
           MOVE 1        TO BOL-NOTA-NUM.
           MOVE NUMERO1  TO BOL-NOTA-VAL.
           MOVE WS-PESO1 TO BOL-NOTA-PESO.
           MOVE WS-MOTIVO-NOTA2 TO REJ-MOTIVO-NOTA2.
           MOVE WS-MOTIVO-NOTA3 TO REJ-MOTIVO-NOTA3.
           MOVE STUDENT-REC TO REJ-REGISTRO.
           MOVE WS-MOTIVO-MATRICULA TO REJ-MOTIVO-MATRICULA.
           WRITE REJECT-REC.
           PERFORM 680-ANOTAR-EXPORT-EXCECAO.

               MOVE SPACES TO WS-CSV-EXC (WS-CSV-EXC-QTDE)
               STRING "E;" ALUNO-ID ";"
                   WS-MOTIVO-NOTA1 ";" WS-MOTIVO-NOTA2 ";"
                   WS-MOTIVO-NOTA3 ";" WS-MOTIVO-MATRICULA
                   DELIMITED BY SIZE
                   INTO WS-CSV-EXC (WS-CSV-EXC-QTDE)
           ELSE
           WRITE STUDENT-RPT-REC.
           MOVE WS-TURMA-ATUAL      TO LCT-TURMA.
           MOVE WS-DISCIPLINA-ATUAL TO LCT-DISC.
           MOVE SPACES TO LCT-NOME.
           IF WS-CURSO-NOME NOT = SPACES
               STRING "- " WS-CURSO-NOME
                   DELIMITED BY SIZE INTO LCT-NOME
           END-IF.
           WRITE STUDENT-RPT-REC FROM WS-LINHA-CAB-TURMA.
           MOVE WS-CURSO-PROFESSOR TO LCC-PROF.
           EVALUATE WS-CURSO-MOTIVO
               WHEN "CD"
                   MOVE "*** CURSO FORA DO CATALOGO ***" TO LCC-AVISO
               WHEN "DI"
                   MOVE "*** DISCIPLINA INATIVA ***" TO LCC-AVISO
               WHEN OTHER
                   MOVE SPACES TO LCC-AVISO
           END-EVALUATE.
           IF WS-CURSO-PROFESSOR NOT = SPACES
               OR WS-CURSO-MOTIVO NOT = SPACES
               WRITE STUDENT-RPT-REC FROM WS-LINHA-CAB-CURSO
           END-IF.
           WRITE STUDENT-RPT-REC FROM WS-LINHA-CAB2.

       620-GRAVAR-RODAPE.
               OR MODO-RETIFICA
               CLOSE GRADES-MASTER
           END-IF.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           IF MODO-LOTE OR MODO-REPROCESSO OR MODO-RETIFICA
               CLOSE BOLETIM-FILE
           END-IF.
           END-IF.
           MOVE LK-ALUNO-ID       TO WS-ALUNO-ID.
           MOVE LK-ALUNO-NOME     TO WS-ALUNO-NOME.
           OPEN INPUT CADASTRO-FILE.
           IF WS-CAD-STATUS = "00"
               SET COM-CADASTRO TO TRUE
               PERFORM 235-NOME-CADASTRO
           END-IF.
           MOVE LK-MEDIA-ORIGINAL TO NUMERO1.
           MOVE LK-NOTA-EXAME     TO NUMERO2.
           MOVE ZERO              TO NUMERO3.
           PERFORM 950-GRAVAR-REAVALIACAO.
           MOVE SPACES            TO WS-AUD-EVENTO.
           PERFORM 955-ATUALIZAR-MASTER-EXAME.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
               MOVE "N" TO WS-COM-CADASTRO
           END-IF.
           GOBACK.

      *> Appends the recovery-exam final verdict to STUDENTS.RPT and
      *> recovery-exam verdict, rewriting the record in place instead
      *> of only appending to the report. A student the master has
      *> never seen (exam applied before any batch run kept a master)
      *> gets a fresh record built from what the caller passed in,
      *> under the registry name when ALUNOS.MST knows the student.
      *> Opens and closes the master itself, like 950 does for the
      *> report and the audit log.
       955-ATUALIZAR-MASTER-EXAME.
                   MOVE SPACES            TO MST-TURMA
                   MOVE SPACES            TO MST-DISCIPLINA
                   MOVE SPACES            TO MST-ANO-SEM
                   MOVE WS-ALUNO-NOME     TO MST-ALUNO-NOME
                   MOVE ZERO              TO MST-NUMERO1
                   MOVE ZERO              TO MST-NUMERO2
                   MOVE ZERO              TO MST-NUMERO3
