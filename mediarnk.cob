      *> 2-4, 4-6, 6-8, 8-10) e da taxa de aprovacao do curso. Ao
      *> fim de cada disciplina sai um resumo comparando a taxa de
      *> aprovacao de todas as suas turmas, para a coordenacao achar
      *> a turma em dificuldade sem redigitar numero nenhum. Cada
      *> secao traz o nome da disciplina e o professor da turma, do
      *> catalogo de cursos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RANK-RPT ASSIGN TO "RANKING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FILE SECTION.
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  RANK-RPT.
       01 RANK-RPT-REC PIC X(100).
       SD  SORT-WORK.
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-CAD-STATUS PIC XX.
       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.
       01 WS-DSC-STATUS PIC XX.
       01 WS-TUR-STATUS PIC XX.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.
       01 WS-CURSO-NOME      PIC X(30).
       01 WS-CURSO-PROFESSOR PIC X(30).

       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
           05 LCS-TURMA PIC X(4).
           05 FILLER    PIC X(11) VALUE "  Periodo: ".
           05 LCS-PER   PIC X(5).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LCS-NOME  PIC X(30).
       01 WS-LINHA-CAB-PROF.
           05 FILLER    PIC X(11) VALUE "Professor: ".
           05 LCP-PROF  PIC X(30).
       01 WS-LINHA-COLUNAS.
           05 FILLER PIC X(4)  VALUE "POS".
           05 FILLER PIC X(2)  VALUE SPACES.
       01 WS-LINHA-RES-CAB.
           05 FILLER    PIC X(22) VALUE "Resumo da disciplina ".
           05 LRC-DISC  PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LRC-NOME  PIC X(30).
       01 WS-LINHA-RES-TURMA.
           05 FILLER    PIC X(9)  VALUE "  Turma: ".
           05 LRT-TURMA PIC X(4).
           END-IF.
           WRITE RANK-RPT-REC FROM WS-LINHA-TITULO.
           WRITE RANK-RPT-REC FROM WS-LINHA-LEGENDA.
           PERFORM 110-ABRIR-CADASTRO.
           PERFORM 115-ABRIR-CATALOGO.

      *> O nome impresso vem do cadastro de alunos, nao da copia
      *> gravada no master na epoca da nota; sem ALUNOS.MST o
      *> relatorio sai com a copia do master.
       110-ABRIR-CADASTRO.
           OPEN INPUT CADASTRO-FILE.
           IF WS-CAD-STATUS = "00"
               SET COM-CADASTRO TO TRUE
           ELSE
               DISPLAY "ALUNOS.MST ausente (status " WS-CAD-STATUS
                   ") - nomes tomados do GRADES.MST."
           END-IF.

      *> Nome da disciplina e professor vem do catalogo de cursos; sem
      *> ele as secoes saem so com os codigos.
       115-ABRIR-CATALOGO.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "00"
               OPEN INPUT TURMA-FILE
               IF WS-TUR-STATUS = "00"
                   SET COM-CATALOGO TO TRUE
               ELSE
                   CLOSE DISCIPLINA-FILE
               END-IF
           END-IF.
           IF NOT COM-CATALOGO
               DISPLAY "Catalogo de cursos ausente - secoes sem nome "
                   "de disciplina."
           END-IF.

      *> Nome da disciplina em WS-DISC-ATUAL e professor da turma em
      *> WS-TURMA-ATUAL (o responsavel pela disciplina quando a turma
      *> nao tem professor proprio); turma em branco traz so o nome.
       120-CONSULTAR-CURSO.
           MOVE SPACES TO WS-CURSO-NOME.
           MOVE SPACES TO WS-CURSO-PROFESSOR.
           IF COM-CATALOGO
               MOVE WS-DISC-ATUAL TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS = "00"
                   MOVE DSC-NOME      TO WS-CURSO-NOME
                   MOVE DSC-PROFESSOR TO WS-CURSO-PROFESSOR
               END-IF
               IF WS-TURMA-ATUAL NOT = SPACES
                   MOVE WS-TURMA-ATUAL TO TUR-TURMA
                   MOVE WS-DISC-ATUAL  TO TUR-DISCIPLINA
                   READ TURMA-FILE
                   IF WS-TUR-STATUS = "00"
                       AND TUR-PROFESSOR NOT = SPACES
                       MOVE TUR-PROFESSOR TO WS-CURSO-PROFESSOR
                   END-IF
               END-IF
           END-IF.

      *> Solta cada matricula do master para a classificacao com a
      *> media que vale para o ranking: a media final quando um
                   MOVE MST-TURMA      TO SRT-TURMA
                   MOVE MST-ALUNO-ID   TO SRT-ALUNO-ID
                   MOVE MST-ALUNO-NOME TO SRT-NOME
                   IF COM-CADASTRO
                       MOVE MST-ALUNO-ID TO CAD-ALUNO-ID
                       READ CADASTRO-FILE
                       IF WS-CAD-STATUS = "00"
                           MOVE CAD-NOME TO SRT-NOME
                       END-IF
                   END-IF
                   MOVE MST-SITUACAO   TO SRT-SITUACAO
                   IF MST-NOTA-EXAME = ZERO
                       AND MST-MEDIA-FINAL = ZERO
           MOVE WS-DISC-ATUAL    TO LCS-DISC.
           MOVE WS-TURMA-ATUAL   TO LCS-TURMA.
           MOVE WS-ANO-SEM-ATUAL TO LCS-PER.
           PERFORM 120-CONSULTAR-CURSO.
           MOVE WS-CURSO-NOME    TO LCS-NOME.
           WRITE RANK-RPT-REC FROM WS-LINHA-CAB-SECAO.
           IF WS-CURSO-PROFESSOR NOT = SPACES
               MOVE WS-CURSO-PROFESSOR TO LCP-PROF
               WRITE RANK-RPT-REC FROM WS-LINHA-CAB-PROF
           END-IF.
           WRITE RANK-RPT-REC FROM WS-LINHA-COLUNAS.
           MOVE "S"  TO WS-SECAO-ABERTA.
           MOVE ZERO TO WS-POSICAO.
           IF WS-RD-QTDE > ZERO
               WRITE RANK-RPT-REC FROM WS-LINHA-BRANCO
               MOVE WS-DISC-ATUAL TO LRC-DISC
               MOVE SPACES TO WS-TURMA-ATUAL
               PERFORM 120-CONSULTAR-CURSO
               MOVE WS-CURSO-NOME TO LRC-NOME
               WRITE RANK-RPT-REC FROM WS-LINHA-RES-CAB
               PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-QTDE

       900-FINALIZAR.
           CLOSE GRADES-MASTER.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           CLOSE RANK-RPT.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "Ranking emitido: " WS-QTDE-LIDAS
