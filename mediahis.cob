      *> em ordem de chave e produz HISTORICO.RPT com uma pagina por
      *> aluno - cada disciplina com as tres notas, a media, a nota de
      *> exame e a media final quando houver, a situacao e a data da
      *> ultima atualizacao, com o nome da disciplina e o professor
      *> da turma tirados do catalogo de cursos - fechada por uma
      *> linha de resumo com as disciplinas aprovadas, em exame e
      *> reprovadas e a media geral do aluno. HIS_ALUNO (um
      *> ALUNO-ID) transcreve um aluno so; sem HIS_ALUNO, um
      *> HISTORICO.IDS presente (um ALUNO-ID por linha) transcreve a
      *> lista; sem nenhum dos dois, o master inteiro sai aluno a
      *> aluno para a distribuicao de fim de periodo.
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
           SELECT OPTIONAL LISTA-FILE ASSIGN TO "HISTORICO.IDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.
       FILE SECTION.
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  LISTA-FILE.
       01 LISTA-REC PIC X(6).
       FD  HIST-RPT.
       01 WS-MST-STATUS PIC XX.
       01 WS-LST-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-CAD-STATUS PIC XX.
       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.
       01 WS-DSC-STATUS PIC XX.
       01 WS-TUR-STATUS PIC XX.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.

       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
           05 LH-SITUACAO PIC X(9).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LH-ATUALIZ  PIC X(8).
       01 WS-LINHA-CURSO.
           05 FILLER      PIC X(6) VALUE SPACES.
           05 LHC-NOME    PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FILLER      PIC X(7) VALUE "Prof.: ".
           05 LHC-PROF    PIC X(30).
       01 WS-LINHA-RESUMO.
           05 FILLER     PIC X(11) VALUE "Aprovadas: ".
           05 LR-APROV   PIC ZZ9.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-ABRIR-CADASTRO.
           PERFORM 115-ABRIR-CATALOGO.
           IF WS-FILTRO-ALUNO = SPACES
               OPEN INPUT LISTA-FILE
               IF WS-LST-STATUS = "00"
               END-IF
           END-IF.

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
      *> ele o historico sai so com os codigos.
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
               DISPLAY "Catalogo de cursos ausente - historico sem "
                   "nome de disciplina."
           END-IF.

       200-PROCESSAR-LISTA.
           PERFORM UNTIL FIM-LST
               READ LISTA-FILE
           MOVE MST-SITUACAO TO LH-SITUACAO.
           MOVE MST-ATUALIZACAO (1:8) TO LH-ATUALIZ.
           WRITE HIST-RPT-REC FROM WS-LINHA-DETALHE.
           IF COM-CATALOGO
               PERFORM 360-GRAVAR-CURSO
           END-IF.
           ADD 1 TO WS-QTDE-LIDOS.
           ADD 1 TO WS-QTDE-DISC.
           ADD WS-MEDIA-EFETIVA TO WS-SOMA-MEDIAS.
                   ADD 1 TO WS-QTDE-REPROVADAS
           END-EVALUATE.

      *> Logo abaixo da linha da disciplina: o nome dela e o professor
      *> da turma (o responsavel pela disciplina quando a turma nao
      *> tem professor proprio). Disciplina fora do catalogo fica so
      *> com o codigo.
       360-GRAVAR-CURSO.
           MOVE MST-DISCIPLINA TO DSC-DISCIPLINA.
           READ DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "00"
               MOVE DSC-NOME      TO LHC-NOME
               MOVE DSC-PROFESSOR TO LHC-PROF
               MOVE MST-TURMA      TO TUR-TURMA
               MOVE MST-DISCIPLINA TO TUR-DISCIPLINA
               READ TURMA-FILE
               IF WS-TUR-STATUS = "00" AND TUR-PROFESSOR NOT = SPACES
                   MOVE TUR-PROFESSOR TO LHC-PROF
               END-IF
               WRITE HIST-RPT-REC FROM WS-LINHA-CURSO
           END-IF.

       320-ABRIR-PAGINA.
           WRITE HIST-RPT-REC FROM WS-LINHA-SEPARADOR.
           MOVE MST-ALUNO-ID   TO LT-ID.
           MOVE MST-ALUNO-NOME TO LT-NOME.
           IF COM-CADASTRO
               MOVE MST-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO LT-NOME
               END-IF
           END-IF.
           WRITE HIST-RPT-REC FROM WS-LINHA-TITULO.
           WRITE HIST-RPT-REC FROM WS-LINHA-COLUNAS.
           MOVE "S" TO WS-PAGINA-ABERTA.

       900-FINALIZAR.
           CLOSE GRADES-MASTER.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           CLOSE HIST-RPT.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "Historicos emitidos: " WS-QTDE-ALUNOS
