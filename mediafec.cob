      *> FEC_SEMESTRE no GRADES.MST, copia cada matricula para o
      *> arquivo historico GRADES.HIS, decide a promocao de cada
      *> aluno - promovido quando aprovado em todas as disciplinas do
      *> periodo, retido com a lista das reprovadas, cada uma com o
      *> nome da disciplina e o professor da turma tirados do
      *> catalogo de cursos - em FECHAMENTO.RPT, e remove o periodo
      *> fechado do master vivo para o periodo seguinte comecar
      *> limpo. O fechamento se recusa a rodar enquanto qualquer
      *> matricula do periodo ainda estiver em situacao "Exame":
      *> fechar por cima de um exame pendente congelaria um veredicto
      *> que ainda vai mudar. Pelo mesmo motivo recusa enquanto um
      *> curso do calendario de entregas CALENDARIO.DAT no periodo
      *> nao tiver as notas postadas - sem registro de nota, ou com
      *> matricula do FREQ.DAT sem nota (ver MEDIAENT).
      *> Fechado o periodo, le de volta do GRADES.HIS as matriculas
      *> reprovadas dele e gera DEPENDENCIAS.DAT, o extrato das
      *> dependencias do periodo seguinte (FEC_PROX_ANO /
      *> FEC_PROX_SEMESTRE, por padrao o semestre que vem depois):
      *> um STUDENT-REC por reprovacao, notas zeradas, na turma que
      *> a tabela TURMAS.DEP indica, com bloco HDR/TRL proprio para
      *> entrar no MEDIACON como mais um extrato de secretaria. A
      *> dependencia sem turma de destino, ou cuja turma de destino
      *> o catalogo de cursos nao oferece, fica fora do extrato e
      *> sai em DEPENDENCIAS.RPT com o motivo. FEC_FUNCAO=
      *> DEPENDENCIAS gera so o extrato de um periodo ja fechado,
      *> sem tocar no GRADES.MST - para refazer depois de corrigir a
      *> TURMAS.DEP.
      *> Regrava um arquivo que os runs vivos atualizam, entao toma a
      *> mesma trava MEDIA.LCK do programa de medias.
       ENVIRONMENT DIVISION.
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
           SELECT HIST-GRADES ASSIGN TO "GRADES.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT FECHA-RPT ASSIGN TO "FECHAMENTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL MAPDEP-FILE ASSIGN TO "TURMAS.DEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT DEPEND-FILE ASSIGN TO "DEPENDENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT DEPEND-RPT ASSIGN TO "DEPENDENCIAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRP-STATUS.
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL FREQ-FILE ASSIGN TO "FREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRQ-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MEDIA.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
       FILE SECTION.
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  HIST-GRADES.
       01 HIST-GRADES-REC PIC X(120).
       FD  FECHA-RPT.
       01 FECHA-RPT-REC PIC X(132).
       FD  MAPDEP-FILE.
           COPY "mapdep.cpy".
       FD  DEPEND-FILE.
           COPY "student.cpy".
           COPY "control.cpy".
       FD  DEPEND-RPT.
       01 DEPEND-RPT-REC PIC X(110).
       FD  CALENDARIO-FILE.
           COPY "calend.cpy".
       FD  FREQ-FILE.
           COPY "freq.cpy".
       FD  LOCK-FILE.
       01 LOCK-REC PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-HIS-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-LCK-STATUS PIC XX.
       01 WS-CAD-STATUS PIC XX.
       01 WS-MAP-STATUS PIC XX.
       01 WS-DEP-STATUS PIC XX.
       01 WS-DRP-STATUS PIC XX.
       01 WS-CAL-STATUS PIC XX.
       01 WS-FRQ-STATUS PIC XX.

      *> FEC_FUNCAO=DEPENDENCIAS: so o extrato de dependencias de um
      *> periodo ja fechado, lido do GRADES.HIS.
       01 WS-FUNCAO PIC X(12).
           88 FUNCAO-DEPENDENCIAS VALUE "DEPENDENCIAS".

      *> O nome no FECHAMENTO.RPT vem do cadastro de alunos; sem
      *> ALUNOS.MST o relatorio sai com a copia do master.
       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.

      *> Nome da disciplina e professor das reprovadas vem do catalogo
      *> de cursos; sem ele a linha do retido sai so com os codigos.
       01 WS-DSC-STATUS PIC XX.
       01 WS-TUR-STATUS PIC XX.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.

       01 WS-RUN-ID PIC X(16).
       01 WS-RC-FINAL PIC 9(2) VALUE ZERO.
       01 WS-LCK-NOME PIC X(12) VALUE "MEDIA.LCK".
       01 WS-TRAVA-OBTIDA PIC X VALUE 'N'.
           88 TRAVA-OBTIDA VALUE 'S'.
           05 WS-ANO-ALVO PIC X(4).
           05 WS-SEM-ALVO PIC X(1).

      *> Periodo que recebe as dependencias: FEC_PROX_ANO /
      *> FEC_PROX_SEMESTRE ou, sem eles, o semestre seguinte ao
      *> fechado (1 -> 2 do mesmo ano, 2 -> 1 do ano seguinte).
       01 WS-ANO-SEM-PROX.
           05 WS-ANO-PROX PIC X(4).
           05 WS-SEM-PROX PIC X(1).
       01 WS-ANO-NUM PIC 9(4).

       01 WS-QTDE-PERIODO   PIC 9(6) VALUE ZERO.
       01 WS-QTDE-EXAME     PIC 9(6) VALUE ZERO.
       01 WS-QTDE-ARQUIVADAS PIC 9(6) VALUE ZERO.
       01 WS-REPROV-IDX PIC 9(3).
       01 WS-REPROV-TAB.
           05 WS-REPROV-DISC OCCURS 8 TIMES PIC X(6).
       01 WS-REPROV-TURMA-TAB.
           05 WS-REPROV-TURMA OCCURS 8 TIMES PIC X(4).

       01 WS-LINHA-TITULO.
           05 FILLER    PIC X(25) VALUE "Fechamento do periodo ".
           05 FILLER    PIC X(25) VALUE "  RETIDO - reprovado em: ".
           05 LR-DISCS.
               10 LR-DISC-SLOT OCCURS 8 TIMES PIC X(7).
       01 WS-LINHA-REPROVADA.
           05 FILLER    PIC X(10) VALUE SPACES.
           05 LRD-DISC  PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LRD-NOME  PIC X(30).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 FILLER    PIC X(7)  VALUE "Prof.: ".
           05 LRD-PROF  PIC X(30).

      *> Matricula arquivada lida de volta do GRADES.HIS, que guarda
      *> a imagem integral do registro do master.
           COPY "master.cpy" REPLACING ==MASTER-REC== BY ==HIS-REC==
               LEADING ==MST-== BY ==HIS-==.
       01 WS-EOF-HIS PIC X VALUE 'N'.
           88 FIM-HIS VALUE 'S'.

      *> Cursos do calendario de entregas no periodo a fechar: quantos
      *> registros de nota tem no master e, pelo FREQ.DAT, quantas
      *> matriculas ainda estao sem nota. Curso sem nota nenhuma, ou
      *> com matricula sem nota, ainda nao foi postado.
       01 WS-EOF-CAL PIC X VALUE 'N'.
           88 FIM-CAL VALUE 'S'.
       01 WS-EOF-FREQ PIC X VALUE 'N'.
           88 FIM-FREQ VALUE 'S'.
       01 WS-CAL-QTDE PIC 9(3) VALUE ZERO.
       01 WS-CAL-IDX  PIC 9(3).
       01 WS-CAL-ACHADO PIC 9(3).
       01 WS-CAL-TAB.
           05 WS-CAL-ENT OCCURS 500 TIMES.
               10 WS-CAL-TURMA     PIC X(4).
               10 WS-CAL-DISC      PIC X(6).
               10 WS-CAL-NOTAS     PIC 9(5).
               10 WS-CAL-SEM-NOTA  PIC 9(5).
       01 WS-QTDE-NAO-POSTADOS PIC 9(3) VALUE ZERO.

      *> Tabela TURMAS.DEP inteira em memoria; a entrada que mais
      *> se aproxima da dependencia (turma de origem exata, periodo
      *> exato) decide a turma de destino.
       01 WS-MAP-QTDE PIC 9(4) VALUE ZERO.
       01 WS-MAP-IDX  PIC 9(4).
       01 WS-MAP-TAB.
           05 WS-MAP-ENT OCCURS 500 TIMES.
               10 WS-MAP-ORIGEM  PIC X(4).
               10 WS-MAP-DISC    PIC X(6).
               10 WS-MAP-ANO-SEM PIC X(5).
               10 WS-MAP-DESTINO PIC X(4).
       01 WS-EOF-MAP PIC X VALUE 'N'.
           88 FIM-MAP VALUE 'S'.
       01 WS-MAP-PONTOS   PIC 9(1).
       01 WS-MELHOR-PONTOS PIC 9(1).
       01 WS-TURMA-DESTINO PIC X(4).
       01 WS-DEP-MOTIVO    PIC X(40).
       01 WS-QTDE-DEPENDENCIAS PIC 9(6) VALUE ZERO.
       01 WS-QTDE-COLOCADAS    PIC 9(6) VALUE ZERO.
       01 WS-QTDE-NAO-COLOCADAS PIC 9(6) VALUE ZERO.

       01 WS-LINHA-DEP-TITULO.
           05 FILLER    PIC X(36)
               VALUE "Dependencias nao colocadas - periodo".
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 LDT-ANO   PIC X(4).
           05 FILLER    PIC X(1)  VALUE "/".
           05 LDT-SEM   PIC X(1).
           05 FILLER    PIC X(8)  VALUE " para o ".
           05 LDT-PANO  PIC X(4).
           05 FILLER    PIC X(1)  VALUE "/".
           05 LDT-PSEM  PIC X(1).
       01 WS-LINHA-DEP-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(6)  VALUE "TURMA".
           05 FILLER PIC X(8)  VALUE "DISC.".
           05 FILLER PIC X(11) VALUE "SITUACAO".
           05 FILLER PIC X(6)  VALUE "DEST.".
           05 FILLER PIC X(6)  VALUE "MOTIVO".
       01 WS-LINHA-DEP-DETALHE.
           05 LDD-ID       PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDD-NOME     PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDD-TURMA    PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDD-DISC     PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDD-SITUACAO PIC X(9).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDD-DESTINO  PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDD-MOTIVO   PIC X(40).
       01 WS-LINHA-DEP-RESUMO.
           05 FILLER     PIC X(14) VALUE "Dependencias: ".
           05 LDR-TOTAL  PIC ZZZZZ9.
           05 FILLER     PIC X(13) VALUE "  Colocadas: ".
           05 LDR-COLOC  PIC ZZZZZ9.
           05 FILLER     PIC X(17) VALUE "  Nao colocadas: ".
           05 LDR-NAO    PIC ZZZZZ9.

       01 WS-LINHA-RESUMO.
           05 FILLER     PIC X(8)  VALUE "Alunos: ".
           05 LS-ALUNOS  PIC ZZZZZ9.
       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           PERFORM 510-CARREGAR-MAPA.
           IF NOT FUNCAO-DEPENDENCIAS
               PERFORM 200-CONFERIR-EXAMES-PENDENTES
               PERFORM 300-FECHAR-PERIODO
           END-IF.
           PERFORM 500-GERAR-DEPENDENCIAS THRU 500-EXIT.
           PERFORM 900-FINALIZAR.
           STOP RUN.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FUNCAO FROM ENVIRONMENT "FEC_FUNCAO".
           IF WS-FUNCAO NOT = SPACES AND NOT FUNCAO-DEPENDENCIAS
               DISPLAY "FEC_FUNCAO invalida: " WS-FUNCAO
                   " - use DEPENDENCIAS ou deixe em branco."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 102-PERIODO-SEGUINTE.
           PERFORM 105-OBTER-TRAVA.
           IF NOT FUNCAO-DEPENDENCIAS
               OPEN I-O GRADES-MASTER
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "Erro fatal abrindo GRADES.MST. Status="
                       WS-MST-STATUS
                   PERFORM 910-LIBERAR-TRAVA
                   MOVE 24 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 110-ABRIR-AUXILIARES.

       102-PERIODO-SEGUINTE.
           ACCEPT WS-ANO-PROX FROM ENVIRONMENT "FEC_PROX_ANO".
           ACCEPT WS-SEM-PROX FROM ENVIRONMENT "FEC_PROX_SEMESTRE".
           IF WS-ANO-PROX = SPACES AND WS-SEM-PROX = SPACES
               IF WS-ANO-ALVO IS NUMERIC
                   AND (WS-SEM-ALVO = "1" OR WS-SEM-ALVO = "2")
                   IF WS-SEM-ALVO = "1"
                       MOVE WS-ANO-ALVO TO WS-ANO-PROX
                       MOVE "2" TO WS-SEM-PROX
                   ELSE
                       MOVE WS-ANO-ALVO TO WS-ANO-NUM
                       ADD 1 TO WS-ANO-NUM
                       MOVE WS-ANO-NUM TO WS-ANO-PROX
                       MOVE "1" TO WS-SEM-PROX
                   END-IF
               END-IF
           END-IF.
           IF WS-ANO-PROX = SPACES OR WS-SEM-PROX = SPACES
               DISPLAY "Informe FEC_PROX_ANO e FEC_PROX_SEMESTRE do "
                   "periodo que recebe as dependencias."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   ". Prosseguindo sem trava."
           END-IF.

      *> Cadastro de alunos e catalogo de cursos servem ao relatorio
      *> do fechamento e a colocacao das dependencias; os dois sao
      *> opcionais.
       110-ABRIR-AUXILIARES.
           OPEN INPUT CADASTRO-FILE.
           IF WS-CAD-STATUS = "00"
               SET COM-CADASTRO TO TRUE
           ELSE
               DISPLAY "ALUNOS.MST ausente (status " WS-CAD-STATUS
                   ") - nomes tomados do GRADES.MST."
           END-IF.
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
               DISPLAY "Catalogo de cursos ausente - retidos sem "
                   "nome de disciplina e dependencias colocadas sem "
                   "conferir a turma de destino."
           END-IF.

       910-LIBERAR-TRAVA.
           IF TRAVA-OBTIDA
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOME
      *> veredicto dela ainda vai mudar e o historico congelaria um
      *> "Exame" para sempre.
       200-CONFERIR-EXAMES-PENDENTES.
           PERFORM 210-CARREGAR-CALENDARIO THRU 210-EXIT.
           MOVE LOW-VALUES TO MST-CHAVE.
           START GRADES-MASTER KEY NOT < MST-CHAVE
               INVALID KEY SET FIM-MST TO TRUE
               END-READ
               IF NOT FIM-MST AND MST-ANO-SEM = WS-ANO-SEM-ALVO
                   ADD 1 TO WS-QTDE-PERIODO
                   PERFORM 220-PROCURAR-CURSO
                   IF WS-CAL-ACHADO NOT = ZERO
                       ADD 1 TO WS-CAL-NOTAS (WS-CAL-ACHADO)
                   END-IF
                   IF MST-SITUACAO = "Exame"
                       ADD 1 TO WS-QTDE-EXAME
                       DISPLAY "Exame pendente: " MST-ALUNO-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 230-CONFERIR-CALENDARIO THRU 230-EXIT.
           IF WS-QTDE-NAO-POSTADOS > ZERO
               DISPLAY "Fechamento recusado: " WS-QTDE-NAO-POSTADOS
                   " curso(s) do calendario de entregas do periodo "
                   WS-ANO-ALVO "/" WS-SEM-ALVO " sem notas postadas. "
                   "Veja ENTREGAS.RPT (MEDIAENT)."
               CLOSE GRADES-MASTER
               PERFORM 910-LIBERAR-TRAVA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTDE-PERIODO = ZERO
               DISPLAY "Nenhuma matricula do periodo " WS-ANO-ALVO
                   "/" WS-SEM-ALVO " em GRADES.MST - nada a fechar."
               STOP RUN
           END-IF.

      *> Calendario de entregas do periodo a fechar; sem
      *> CALENDARIO.DAT o fechamento nao confere entregas.
       210-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CAL-STATUS NOT = "00" AND WS-CAL-STATUS NOT = "05"
               DISPLAY "Erro abrindo CALENDARIO.DAT (status "
                   WS-CAL-STATUS ") - entregas nao conferidas."
               GO TO 210-EXIT
           END-IF.
           PERFORM UNTIL FIM-CAL
               READ CALENDARIO-FILE
                   AT END SET FIM-CAL TO TRUE
               END-READ
               IF NOT FIM-CAL
                   AND CAL-ANO = WS-ANO-ALVO
                   AND CAL-SEMESTRE = WS-SEM-ALVO
                   MOVE CAL-TURMA TO MST-TURMA
                   MOVE CAL-DISCIPLINA TO MST-DISCIPLINA
                   PERFORM 220-PROCURAR-CURSO
                   IF WS-CAL-ACHADO = ZERO AND WS-CAL-QTDE < 500
                       ADD 1 TO WS-CAL-QTDE
                       MOVE CAL-TURMA
                           TO WS-CAL-TURMA (WS-CAL-QTDE)
                       MOVE CAL-DISCIPLINA
                           TO WS-CAL-DISC (WS-CAL-QTDE)
                       MOVE ZERO TO WS-CAL-NOTAS (WS-CAL-QTDE)
                       MOVE ZERO TO WS-CAL-SEM-NOTA (WS-CAL-QTDE)
                   ELSE
                       IF WS-CAL-ACHADO = ZERO
                           DISPLAY "CALENDARIO.DAT tem mais cursos do "
                               "periodo que a tabela comporta (500). "
                               "Execucao interrompida."
                           CLOSE CALENDARIO-FILE
                           MOVE 8 TO WS-RC-FINAL
                           PERFORM 990-ABORTAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CALENDARIO-FILE.
       210-EXIT.
           EXIT.

      *> Procura na tabela o curso de MST-TURMA/MST-DISCIPLINA.
       220-PROCURAR-CURSO.
           MOVE ZERO TO WS-CAL-ACHADO.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-QTDE
               IF WS-CAL-TURMA (WS-CAL-IDX) = MST-TURMA
                   AND WS-CAL-DISC (WS-CAL-IDX) = MST-DISCIPLINA
                   MOVE WS-CAL-IDX TO WS-CAL-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Matricula do FREQ.DAT num curso do calendario sem registro
      *> de nota no periodo deixa o curso parcial, e parcial nao e
      *> postado. A leitura pela chave desposiciona o master, mas a
      *> segunda passada recomeca do inicio.
       230-CONFERIR-CALENDARIO.
           IF WS-CAL-QTDE = ZERO
               GO TO 230-CONTAR
           END-IF.
           OPEN INPUT FREQ-FILE.
           IF WS-FRQ-STATUS NOT = "00"
               DISPLAY "FREQ.DAT ausente (status " WS-FRQ-STATUS
                   ") - entrega do calendario conferida so pelas "
                   "notas."
           END-IF.
           IF WS-FRQ-STATUS NOT = "00" AND WS-FRQ-STATUS NOT = "05"
               GO TO 230-CONTAR
           END-IF.
           PERFORM UNTIL FIM-FREQ
               READ FREQ-FILE
                   AT END SET FIM-FREQ TO TRUE
               END-READ
               IF NOT FIM-FREQ AND FREQ-REC NOT = SPACES
                   MOVE FREQ-ALUNO-ID   TO MST-ALUNO-ID
                   MOVE FREQ-TURMA      TO MST-TURMA
                   MOVE FREQ-DISCIPLINA TO MST-DISCIPLINA
                   MOVE WS-ANO-SEM-ALVO TO MST-ANO-SEM
                   PERFORM 220-PROCURAR-CURSO
                   IF WS-CAL-ACHADO NOT = ZERO
                       READ GRADES-MASTER
                       IF WS-MST-STATUS NOT = "00"
                           ADD 1 TO WS-CAL-SEM-NOTA (WS-CAL-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FREQ-FILE.
       230-CONTAR.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-QTDE
               IF WS-CAL-NOTAS (WS-CAL-IDX) = ZERO
                   OR WS-CAL-SEM-NOTA (WS-CAL-IDX) > ZERO
                   ADD 1 TO WS-QTDE-NAO-POSTADOS
                   DISPLAY "Curso nao postado: turma "
                       WS-CAL-TURMA (WS-CAL-IDX) " disciplina "
                       WS-CAL-DISC (WS-CAL-IDX) " - "
                       WS-CAL-NOTAS (WS-CAL-IDX) " nota(s), "
                       WS-CAL-SEM-NOTA (WS-CAL-IDX)
                       " matricula(s) sem nota"
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

      *> Segunda passada: cada matricula do periodo vai para o
      *> historico, entra na decisao de promocao do aluno e sai do
      *> master vivo. A ordem de chave poe as matriculas do aluno
                       PERFORM 400-FECHAR-DECISAO
                       MOVE MST-ALUNO-ID   TO WS-ALUNO-ATUAL
                       MOVE MST-ALUNO-NOME TO WS-ALUNO-NOME
                       PERFORM 360-NOME-CADASTRO
                       MOVE "S" TO WS-ALUNO-ABERTO
                       MOVE ZERO TO WS-QTDE-REPROVADAS
                       MOVE SPACES TO WS-REPROV-TAB
                       MOVE SPACES TO WS-REPROV-TURMA-TAB
                   END-IF
                   PERFORM 350-ARQUIVAR-MATRICULA
               END-IF
                   ADD 1 TO WS-QTDE-REPROVADAS
                   MOVE MST-DISCIPLINA
                       TO WS-REPROV-DISC (WS-QTDE-REPROVADAS)
                   MOVE MST-TURMA
                       TO WS-REPROV-TURMA (WS-QTDE-REPROVADAS)
               ELSE
                   ADD 1 TO WS-QTDE-REPROVADAS
               END-IF
                       WS-MST-STATUS
           END-DELETE.

       360-NOME-CADASTRO.
           IF COM-CADASTRO
               MOVE MST-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO WS-ALUNO-NOME
               END-IF
           END-IF.

       400-FECHAR-DECISAO.
           IF ALUNO-ABERTO
               ADD 1 TO WS-QTDE-ALUNOS
                           TO LR-DISC-SLOT (WS-REPROV-IDX)
                   END-PERFORM
                   WRITE FECHA-RPT-REC FROM WS-LINHA-RETIDO
                   IF COM-CATALOGO
                       PERFORM 410-GRAVAR-REPROVADAS
                   END-IF
                   ADD 1 TO WS-QTDE-RETIDOS
               END-IF
               MOVE "N" TO WS-ALUNO-ABERTO
           END-IF.

      *> Uma linha por reprovada logo abaixo do retido: codigo, nome
      *> da disciplina e professor da turma (o responsavel pela
      *> disciplina quando a turma nao tem professor proprio).
       410-GRAVAR-REPROVADAS.
           PERFORM VARYING WS-REPROV-IDX FROM 1 BY 1
               UNTIL WS-REPROV-IDX > 8
               IF WS-REPROV-DISC (WS-REPROV-IDX) NOT = SPACES
                   MOVE WS-REPROV-DISC (WS-REPROV-IDX) TO LRD-DISC
                   MOVE SPACES TO LRD-NOME
                   MOVE SPACES TO LRD-PROF
                   MOVE WS-REPROV-DISC (WS-REPROV-IDX)
                       TO DSC-DISCIPLINA
                   READ DISCIPLINA-FILE
                   IF WS-DSC-STATUS = "00"
                       MOVE DSC-NOME      TO LRD-NOME
                       MOVE DSC-PROFESSOR TO LRD-PROF
                   ELSE
                       MOVE "(fora do catalogo)" TO LRD-NOME
                   END-IF
                   MOVE WS-REPROV-TURMA (WS-REPROV-IDX) TO TUR-TURMA
                   MOVE WS-REPROV-DISC (WS-REPROV-IDX)
                       TO TUR-DISCIPLINA
                   READ TURMA-FILE
                   IF WS-TUR-STATUS = "00"
                       AND TUR-PROFESSOR NOT = SPACES
                       MOVE TUR-PROFESSOR TO LRD-PROF
                   END-IF
                   WRITE FECHA-RPT-REC FROM WS-LINHA-REPROVADA
               END-IF
           END-PERFORM.

      *> Terceira passada: as reprovacoes do periodo fechado, lidas
      *> de volta do GRADES.HIS, viram o extrato de dependencias do
      *> periodo seguinte. Notas zeradas; o trailer fecha com a
      *> contagem das linhas gravadas e hash zero, as mesmas regras
      *> de controle que o MEDIACON confere em todo extrato.
       500-GERAR-DEPENDENCIAS.
           OPEN INPUT HIST-GRADES.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo GRADES.HIS para as "
                   "dependencias. Status=" WS-HIS-STATUS
               MOVE 24 TO WS-RC-FINAL
               GO TO 500-EXIT
           END-IF.
           OPEN OUTPUT DEPEND-FILE.
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DEPENDENCIAS.DAT. Status="
                   WS-DEP-STATUS
               CLOSE HIST-GRADES
               MOVE 24 TO WS-RC-FINAL
               GO TO 500-EXIT
           END-IF.
           OPEN OUTPUT DEPEND-RPT.
           IF WS-DRP-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DEPENDENCIAS.RPT. Status="
                   WS-DRP-STATUS
               CLOSE HIST-GRADES
               CLOSE DEPEND-FILE
               MOVE 12 TO WS-RC-FINAL
               GO TO 500-EXIT
           END-IF.
           MOVE WS-ANO-ALVO TO LDT-ANO.
           MOVE WS-SEM-ALVO TO LDT-SEM.
           MOVE WS-ANO-PROX TO LDT-PANO.
           MOVE WS-SEM-PROX TO LDT-PSEM.
           WRITE DEPEND-RPT-REC FROM WS-LINHA-DEP-TITULO.
           WRITE DEPEND-RPT-REC FROM WS-LINHA-DEP-COLUNAS.
           MOVE SPACES TO STUDENT-CTL-REC.
           MOVE "HDR"  TO CTL-TIPO.
           MOVE "DEPE" TO CTL-HDR-TURMA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CTL-HDR-DATA.
           WRITE STUDENT-CTL-REC.
           PERFORM UNTIL FIM-HIS
               READ HIST-GRADES INTO HIS-REC
                   AT END SET FIM-HIS TO TRUE
               END-READ
               IF NOT FIM-HIS
                   AND HIS-ANO-SEM = WS-ANO-SEM-ALVO
                   AND HIS-SITUACAO NOT = "Aprovado"
                   PERFORM 520-COLOCAR-DEPENDENCIA THRU 520-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO STUDENT-CTL-REC.
           MOVE "TRL" TO CTL-TIPO.
           MOVE WS-QTDE-COLOCADAS TO CTL-TRL-QTDE.
           MOVE ZERO TO CTL-TRL-HASH.
           WRITE STUDENT-CTL-REC.
           MOVE WS-QTDE-DEPENDENCIAS  TO LDR-TOTAL.
           MOVE WS-QTDE-COLOCADAS     TO LDR-COLOC.
           MOVE WS-QTDE-NAO-COLOCADAS TO LDR-NAO.
           WRITE DEPEND-RPT-REC FROM WS-LINHA-DEP-RESUMO.
           CLOSE HIST-GRADES.
           CLOSE DEPEND-FILE.
           CLOSE DEPEND-RPT.
       500-EXIT.
           EXIT.

      *> Mapa de turmas de destino das dependencias. Carregado logo
      *> na abertura, antes de o fechamento mexer no master: um mapa
      *> maior que a tabela interrompe a execucao sem nada alterado.
       510-CARREGAR-MAPA.
           OPEN INPUT MAPDEP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "TURMAS.DEP ausente (status " WS-MAP-STATUS
                   ") - nenhuma dependencia sera colocada."
           ELSE
               PERFORM UNTIL FIM-MAP
                   READ MAPDEP-FILE
                       AT END SET FIM-MAP TO TRUE
                   END-READ
                   IF NOT FIM-MAP
                       IF WS-MAP-QTDE < 500
                           ADD 1 TO WS-MAP-QTDE
                           MOVE MAP-TURMA-ORIGEM
                               TO WS-MAP-ORIGEM (WS-MAP-QTDE)
                           MOVE MAP-DISCIPLINA
                               TO WS-MAP-DISC (WS-MAP-QTDE)
                           MOVE MAP-ANO
                               TO WS-MAP-ANO-SEM (WS-MAP-QTDE) (1:4)
                           MOVE MAP-SEMESTRE
                               TO WS-MAP-ANO-SEM (WS-MAP-QTDE) (5:1)
                           MOVE MAP-TURMA-DESTINO
                               TO WS-MAP-DESTINO (WS-MAP-QTDE)
                       ELSE
                           DISPLAY "TURMAS.DEP tem mais linhas que a "
                               "tabela comporta (500). Execucao "
                               "interrompida."
                           CLOSE MAPDEP-FILE
                           MOVE 8 TO WS-RC-FINAL
                           PERFORM 990-ABORTAR
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MAPDEP-FILE
           END-IF.

      *> Uma reprovacao do periodo fechado: acha a turma de destino
      *> na TURMAS.DEP e, com o catalogo presente, confere que ela
      *> oferece a disciplina ativa. Colocada, vai para o extrato;
      *> senao, para o relatorio com o motivo.
       520-COLOCAR-DEPENDENCIA.
           ADD 1 TO WS-QTDE-DEPENDENCIAS.
           MOVE HIS-ALUNO-NOME TO WS-ALUNO-NOME.
           IF COM-CADASTRO
               MOVE HIS-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO WS-ALUNO-NOME
               END-IF
           END-IF.
           MOVE SPACES TO WS-TURMA-DESTINO.
           MOVE SPACES TO WS-DEP-MOTIVO.
           MOVE ZERO TO WS-MELHOR-PONTOS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-QTDE
               IF WS-MAP-DISC (WS-MAP-IDX) = HIS-DISCIPLINA
                   AND (WS-MAP-ORIGEM (WS-MAP-IDX) = HIS-TURMA
                       OR WS-MAP-ORIGEM (WS-MAP-IDX) = SPACES)
                   AND (WS-MAP-ANO-SEM (WS-MAP-IDX) = WS-ANO-SEM-PROX
                       OR WS-MAP-ANO-SEM (WS-MAP-IDX) = SPACES)
                   MOVE 1 TO WS-MAP-PONTOS
                   IF WS-MAP-ORIGEM (WS-MAP-IDX) = HIS-TURMA
                       ADD 2 TO WS-MAP-PONTOS
                   END-IF
                   IF WS-MAP-ANO-SEM (WS-MAP-IDX) = WS-ANO-SEM-PROX
                       ADD 1 TO WS-MAP-PONTOS
                   END-IF
                   IF WS-MAP-PONTOS > WS-MELHOR-PONTOS
                       MOVE WS-MAP-PONTOS TO WS-MELHOR-PONTOS
                       MOVE WS-MAP-DESTINO (WS-MAP-IDX)
                           TO WS-TURMA-DESTINO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TURMA-DESTINO = SPACES
               MOVE "Sem turma de destino na TURMAS.DEP"
                   TO WS-DEP-MOTIVO
               GO TO 530-NAO-COLOCADA
           END-IF.
           IF COM-CATALOGO
               MOVE HIS-DISCIPLINA TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS NOT = "00"
                   MOVE "Disciplina fora do catalogo"
                       TO WS-DEP-MOTIVO
                   GO TO 530-NAO-COLOCADA
               END-IF
               IF NOT DSC-ATIVA-SIM
                   MOVE "Disciplina inativa no catalogo"
                       TO WS-DEP-MOTIVO
                   GO TO 530-NAO-COLOCADA
               END-IF
               MOVE WS-TURMA-DESTINO TO TUR-TURMA
               MOVE HIS-DISCIPLINA   TO TUR-DISCIPLINA
               READ TURMA-FILE
               IF WS-TUR-STATUS NOT = "00"
                   MOVE "Turma de destino nao oferece a disciplina"
                       TO WS-DEP-MOTIVO
                   GO TO 530-NAO-COLOCADA
               END-IF
           END-IF.
           MOVE SPACES           TO STUDENT-REC.
           MOVE HIS-ALUNO-ID     TO ALUNO-ID.
           MOVE WS-TURMA-DESTINO TO ALUNO-TURMA.
           MOVE HIS-DISCIPLINA   TO ALUNO-DISCIPLINA.
           MOVE WS-ALUNO-NOME    TO ALUNO-NOME.
           MOVE ZERO TO ALUNO-NUMERO1 ALUNO-NUMERO2 ALUNO-NUMERO3.
           MOVE WS-ANO-PROX      TO ALUNO-ANO.
           MOVE WS-SEM-PROX      TO ALUNO-SEMESTRE.
           WRITE STUDENT-REC.
           ADD 1 TO WS-QTDE-COLOCADAS.
           GO TO 520-EXIT.
       530-NAO-COLOCADA.
           ADD 1 TO WS-QTDE-NAO-COLOCADAS.
           MOVE HIS-ALUNO-ID     TO LDD-ID.
           MOVE WS-ALUNO-NOME    TO LDD-NOME.
           MOVE HIS-TURMA        TO LDD-TURMA.
           MOVE HIS-DISCIPLINA   TO LDD-DISC.
           MOVE HIS-SITUACAO     TO LDD-SITUACAO.
           MOVE WS-TURMA-DESTINO TO LDD-DESTINO.
           MOVE WS-DEP-MOTIVO    TO LDD-MOTIVO.
           WRITE DEPEND-RPT-REC FROM WS-LINHA-DEP-DETALHE.
       520-EXIT.
           EXIT.

       900-FINALIZAR.
           IF NOT FUNCAO-DEPENDENCIAS
               CLOSE GRADES-MASTER
           END-IF.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           PERFORM 910-LIBERAR-TRAVA.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           IF NOT FUNCAO-DEPENDENCIAS
               DISPLAY "Fechamento " WS-ANO-ALVO "/" WS-SEM-ALVO
                   ": arquivadas " WS-QTDE-ARQUIVADAS
                   " promovidos " WS-QTDE-PROMOVIDOS
                   " retidos " WS-QTDE-RETIDOS
           END-IF.
           DISPLAY "Dependencias para " WS-ANO-PROX "/" WS-SEM-PROX
               ": " WS-QTDE-DEPENDENCIAS " reprovacoes, "
               WS-QTDE-COLOCADAS " no DEPENDENCIAS.DAT, "
               WS-QTDE-NAO-COLOCADAS " nao colocadas (ver "
               "DEPENDENCIAS.RPT).".

      *> Interrupcao por tabela estourada, antes de qualquer gravacao:
      *> fecha o que estiver aberto, libera a trava e sai com o codigo
      *> de WS-RC-FINAL.
       990-ABORTAR.
           IF NOT FUNCAO-DEPENDENCIAS
               CLOSE GRADES-MASTER
           END-IF.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           PERFORM 910-LIBERAR-TRAVA.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           STOP RUN.
