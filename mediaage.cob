       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAAGE.
      *> Agendamento do exame de recuperacao: le todas as matriculas
      *> em situacao "Exame" do GRADES.MST (so as do periodo em
      *> AGE_ANO / AGE_SEMESTRE, quando informado) e as sessoes de
      *> exame do SESSOES.DAT, e aloca cada matricula numa sessao da
      *> sua disciplina - a mais cedo com vaga que nao bata no
      *> horario de outra sessao em que o aluno ja foi alocado.
      *> Matricula com ausencia justificada no JUSTIF.DAT vai para
      *> uma sessao de segunda chamada ate o JUS-PRAZO; com o prazo
      *> ja vencido, nao e alocada. Sessao com data anterior a de
      *> referencia (hoje, ou AGE_DATA AAAAMMDD) ja passou e nao
      *> recebe ninguem. Saidas: CONVOCA.RPT com a lista de
      *> convocados por sessao; ATA.RPT com a lista de presenca de
      *> cada sala e horario, com espaco para a assinatura do aluno e
      *> do fiscal; o EXAME.DAT pre-chaveado - aluno, turma,
      *> disciplina e periodo preenchidos, nota em branco - na ordem
      *> das sessoes, para os fiscais so digitarem a nota; e
      *> NAOALOCADOS.RPT com quem ficou sem sessao e o motivo (sem
      *> sessao da disciplina, sessoes lotadas, conflito de horario,
      *> segunda chamada so depois do prazo, prazo vencido). Um
      *> EXAME.DAT que ja tenha nota digitada nao e sobrescrito: o
      *> programa recusa com codigo 16. Termina com 16 tambem quando
      *> alguma matricula fica sem sessao.
      *> So leitura no master: nao toma trava.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO-FILE ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT GRADES-MASTER ASSIGN TO "GRADES.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL JUSTIF-FILE ASSIGN TO "JUSTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUS-STATUS.
           SELECT OPTIONAL EXAME-FILE ASSIGN TO "EXAME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXM-STATUS.
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
           SELECT CONVOCA-RPT ASSIGN TO "CONVOCA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.
           SELECT ATA-RPT ASSIGN TO "ATA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATA-STATUS.
           SELECT NAOALOC-RPT ASSIGN TO "NAOALOCADOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSAO-FILE.
           COPY "sessao.cpy".
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  JUSTIF-FILE.
           COPY "justif.cpy".
       FD  EXAME-FILE.
           COPY "exame.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  CONVOCA-RPT.
       01 CONVOCA-RPT-REC PIC X(100).
       FD  ATA-RPT.
       01 ATA-RPT-REC PIC X(100).
       FD  NAOALOC-RPT.
       01 NAOALOC-RPT-REC PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-SES-STATUS PIC XX.
       01 WS-MST-STATUS PIC XX.
       01 WS-JUS-STATUS PIC XX.
       01 WS-EXM-STATUS PIC XX.
       01 WS-CAD-STATUS PIC XX.
       01 WS-DSC-STATUS PIC XX.
       01 WS-CNV-STATUS PIC XX.
       01 WS-ATA-STATUS PIC XX.
       01 WS-NAL-STATUS PIC XX.

       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.

       01 WS-EOF-SES PIC X VALUE 'N'.
           88 FIM-SES VALUE 'S'.
       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
       01 WS-EOF-JUS PIC X VALUE 'N'.
           88 FIM-JUS VALUE 'S'.
       01 WS-EOF-EXM PIC X VALUE 'N'.
           88 FIM-EXM VALUE 'S'.

      *> Periodo agendado (em branco, todos) e a data de referencia.
       01 WS-ANO-SEM-ALVO.
           05 WS-ANO-ALVO PIC X(4).
           05 WS-SEM-ALVO PIC X(1).
       01 WS-DATA-REF PIC X(8).
       01 WS-DATA-REF-NUM REDEFINES WS-DATA-REF PIC 9(8).
       01 WS-DATA-NUM PIC 9(8).
       01 WS-HORA-NUM PIC 9(4).
       01 WS-HORA-PARTES REDEFINES WS-HORA-NUM.
           05 WS-HORA-HH PIC 9(2).
           05 WS-HORA-MM PIC 9(2).

      *> Sessoes validas do SESSOES.DAT, na ordem do arquivo, com as
      *> vagas ja ocupadas. WS-SES-QUANDO (data + hora de inicio)
      *> ordena as sessoes no tempo.
       01 WS-SES-QTDE PIC 9(3) VALUE ZERO.
       01 WS-SES-IDX  PIC 9(3).
       01 WS-SES-IDX2 PIC 9(3).
       01 WS-SES-LINHA PIC 9(4) VALUE ZERO.
       01 WS-SES-TAB.
           05 WS-SES-ENT OCCURS 300 TIMES.
               10 WS-SES-DISC      PIC X(6).
               10 WS-SES-QUANDO.
                   15 WS-SES-DATA  PIC X(8).
                   15 WS-SES-INI   PIC X(4).
               10 WS-SES-FIM       PIC X(4).
               10 WS-SES-SALA      PIC X(6).
               10 WS-SES-CAP       PIC 9(3).
               10 WS-SES-CHAMADA   PIC X(1).
               10 WS-SES-OCUP      PIC 9(3).
               10 WS-SES-NA-ATA    PIC X(1).

      *> Justificativas de ausencia, com a chave do master, como o
      *> exame as carrega.
       01 WS-JUS-QTDE PIC 9(3) VALUE ZERO.
       01 WS-JUS-IDX  PIC 9(3).
       01 WS-JUS-ACHOU PIC X VALUE 'N'.
           88 JUS-ACHOU VALUE 'S'.
       01 WS-JUS-PRAZO-ACHADO PIC X(8).
       01 WS-JUS-TAB.
           05 WS-JUS-ENT OCCURS 500 TIMES.
               10 WS-JUS-CHAVE PIC X(21).
               10 WS-JUS-DATA  PIC X(8).

      *> Alocacoes feitas, na ordem do master (aluno a aluno).
       01 WS-ALO-QTDE PIC 9(4) VALUE ZERO.
       01 WS-ALO-IDX  PIC 9(4).
       01 WS-ALO-TAB.
           05 WS-ALO-ENT OCCURS 3000 TIMES.
               10 WS-ALO-SESSAO    PIC 9(3).
               10 WS-ALO-ALUNO-ID  PIC X(6).
               10 WS-ALO-NOME      PIC X(30).
               10 WS-ALO-TURMA     PIC X(4).
               10 WS-ALO-DISC      PIC X(6).
               10 WS-ALO-ANO       PIC X(4).
               10 WS-ALO-SEMESTRE  PIC X(1).

      *> Horarios em que o aluno em maos ja foi alocado: as
      *> matriculas de um aluno vem juntas na ordem do master.
       01 WS-ALUNO-ATUAL PIC X(6) VALUE SPACES.
       01 WS-ALUNO-NOME  PIC X(30).
       01 WS-HOR-QTDE PIC 9(2) VALUE ZERO.
       01 WS-HOR-IDX  PIC 9(2).
       01 WS-HOR-TAB.
           05 WS-HOR-ENT OCCURS 20 TIMES.
               10 WS-HOR-DATA PIC X(8).
               10 WS-HOR-INI  PIC X(4).
               10 WS-HOR-FIM  PIC X(4).

      *> Escolha da sessao de uma matricula e o que impediu as
      *> outras, para o motivo de quem fica de fora.
       01 WS-CHAMADA-PEDIDA PIC X(1).
       01 WS-SES-ESCOLHIDA PIC 9(3).
       01 WS-SES-DA-DISC PIC X VALUE 'N'.
           88 HA-SESSAO-DISC VALUE 'S'.
       01 WS-SES-NO-PRAZO PIC X VALUE 'N'.
           88 HA-SESSAO-PRAZO VALUE 'S'.
       01 WS-SES-CONFLITO PIC X VALUE 'N'.
           88 HA-CONFLITO VALUE 'S'.
       01 WS-SES-CHOQUE PIC X VALUE 'N'.
           88 CHOQUE-HORARIO VALUE 'S'.
       01 WS-MOTIVO PIC X(40) VALUE SPACES.

       01 WS-QTDE-EXAME      PIC 9(5) VALUE ZERO.
       01 WS-QTDE-ALOCADOS   PIC 9(5) VALUE ZERO.
       01 WS-QTDE-SEGUNDA    PIC 9(5) VALUE ZERO.
       01 WS-QTDE-NAO-ALOC   PIC 9(5) VALUE ZERO.
       01 WS-QTDE-SES-INVAL  PIC 9(5) VALUE ZERO.
       01 WS-QTDE-SES-PASSAD PIC 9(5) VALUE ZERO.
       01 WS-QTDE-ATAS       PIC 9(5) VALUE ZERO.
       01 WS-QTDE-NA-SALA    PIC 9(5).

       01 WS-DISC-NOME PIC X(30).

       01 WS-DATA-EDITADA.
           05 DE-DIA         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 DE-MES         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 DE-ANO         PIC X(4).
       01 WS-HORA-EDITADA.
           05 HE-HH          PIC X(2).
           05 FILLER         PIC X(1) VALUE ":".
           05 HE-MM          PIC X(2).
       01 WS-PERIODO-EDITADO.
           05 PE-ANO         PIC X(4).
           05 FILLER         PIC X(1) VALUE "/".
           05 PE-SEM         PIC X(1).

       01 WS-LINHA-SEPARADOR PIC X(80) VALUE ALL "=".
       01 WS-LINHA-BRANCO PIC X(1) VALUE SPACE.

       01 WS-CNV-TITULO.
           05 FILLER    PIC X(38)
               VALUE "Convocacao para o exame de recuperacao".
           05 CT-CHAMADA PIC X(20).
       01 WS-CNV-DISC.
           05 FILLER    PIC X(12) VALUE "Disciplina: ".
           05 CD-DISC   PIC X(6).
           05 FILLER    PIC X(2) VALUE SPACES.
           05 CD-NOME   PIC X(30).
       01 WS-CNV-SESSAO.
           05 FILLER    PIC X(6)  VALUE "Data: ".
           05 CS-DATA   PIC X(10).
           05 FILLER    PIC X(11) VALUE "  Horario: ".
           05 CS-INI    PIC X(5).
           05 FILLER    PIC X(4)  VALUE " as ".
           05 CS-FIM    PIC X(5).
           05 FILLER    PIC X(8)  VALUE "  Sala: ".
           05 CS-SALA   PIC X(6).
           05 FILLER    PIC X(9)  VALUE "  Vagas: ".
           05 CS-CAP    PIC ZZ9.
           05 FILLER    PIC X(14) VALUE "  Convocados: ".
           05 CS-OCUP   PIC ZZ9.
       01 WS-CNV-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(7)  VALUE "TURMA".
           05 FILLER PIC X(7)  VALUE "PERIODO".
       01 WS-CNV-DETALHE.
           05 CL-ALUNO-ID  PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 CL-NOME      PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 CL-TURMA     PIC X(4).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 CL-PERIODO   PIC X(6).
       01 WS-CNV-VAZIA PIC X(30) VALUE "Nenhum aluno convocado.".

       01 WS-ATA-TITULO.
           05 FILLER    PIC X(25) VALUE "Lista de presenca - sala ".
           05 AT-SALA   PIC X(6).
           05 FILLER    PIC X(3)  VALUE " - ".
           05 AT-DATA   PIC X(10).
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 AT-INI    PIC X(5).
           05 FILLER    PIC X(4)  VALUE " as ".
           05 AT-FIM    PIC X(5).
       01 WS-ATA-SUBTITULO PIC X(60) VALUE
           "Exame de recuperacao - assinatura do aluno presente".
       01 WS-ATA-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(7)  VALUE "TURMA".
           05 FILLER PIC X(8)  VALUE "DISC.".
           05 FILLER PIC X(10) VALUE "ASSINATURA".
       01 WS-ATA-DETALHE.
           05 AL-ALUNO-ID  PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 AL-NOME      PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 AL-TURMA     PIC X(4).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 AL-DISC      PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 AL-ASSINA    PIC X(30) VALUE ALL "_".
       01 WS-ATA-TOTAL.
           05 FILLER    PIC X(20) VALUE "Alunos convocados: ".
           05 ATT-QTDE  PIC ZZZ9.
           05 FILLER    PIC X(39)
               VALUE "    Presentes: ______  Ausentes: ______".
       01 WS-ATA-FISCAL.
           05 FILLER PIC X(40)
               VALUE "Fiscal: ______________________________  ".
           05 FILLER PIC X(30)
               VALUE "Assinatura: __________________".

       01 WS-NAL-TITULO.
           05 FILLER    PIC X(42)
               VALUE "Exame de recuperacao - alunos sem sessao  ".
           05 FILLER    PIC X(11) VALUE "posicao em ".
           05 NT-DATA   PIC X(10).
       01 WS-NAL-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(7)  VALUE "TURMA".
           05 FILLER PIC X(8)  VALUE "DISC.".
           05 FILLER PIC X(9)  VALUE "PERIODO".
           05 FILLER PIC X(6)  VALUE "MOTIVO".
       01 WS-NAL-DETALHE.
           05 NL-ALUNO-ID  PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 NL-NOME      PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 NL-TURMA     PIC X(4).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 NL-DISC      PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 NL-PERIODO   PIC X(6).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 NL-MOTIVO    PIC X(40).
       01 WS-LINHA-RESUMO.
           05 LR-ROTULO PIC X(36).
           05 LR-QTDE   PIC ZZZZ9.

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           PERFORM 200-CARREGAR-SESSOES.
           PERFORM 300-ALOCAR.
           PERFORM 400-EMITIR-CONVOCACOES.
           PERFORM 500-EMITIR-ATAS.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           ACCEPT WS-ANO-ALVO FROM ENVIRONMENT "AGE_ANO".
           ACCEPT WS-SEM-ALVO FROM ENVIRONMENT "AGE_SEMESTRE".
           IF WS-ANO-SEM-ALVO NOT = SPACES
               IF WS-ANO-ALVO NOT NUMERIC
                   OR (WS-SEM-ALVO NOT = "1" AND WS-SEM-ALVO NOT = "2")
                   DISPLAY "Informe AGE_ANO e AGE_SEMESTRE (1 ou 2) "
                       "juntos, ou nenhum dos dois."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-DATA-REF FROM ENVIRONMENT "AGE_DATA".
           IF WS-DATA-REF = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF
           END-IF.
           IF WS-DATA-REF NOT NUMERIC
               DISPLAY "AGE_DATA invalida: " WS-DATA-REF
                   " - use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-REF-NUM)
               NOT = ZERO
               DISPLAY "AGE_DATA invalida: " WS-DATA-REF
                   " - use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-CONFERIR-EXAME-DAT.
           PERFORM 250-CARREGAR-JUSTIFICATIVAS.
           OPEN INPUT SESSAO-FILE.
           IF WS-SES-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo SESSOES.DAT. Status="
                   WS-SES-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADES-MASTER.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo GRADES.MST. Status="
                   WS-MST-STATUS
               CLOSE SESSAO-FILE
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVOCA-RPT.
           IF WS-CNV-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo CONVOCA.RPT. Status="
                   WS-CNV-STATUS
               CLOSE SESSAO-FILE
               CLOSE GRADES-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ATA-RPT.
           IF WS-ATA-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo ATA.RPT. Status="
                   WS-ATA-STATUS
               CLOSE SESSAO-FILE
               CLOSE GRADES-MASTER
               CLOSE CONVOCA-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NAOALOC-RPT.
           IF WS-NAL-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo NAOALOCADOS.RPT. Status="
                   WS-NAL-STATUS
               CLOSE SESSAO-FILE
               CLOSE GRADES-MASTER
               CLOSE CONVOCA-RPT
               CLOSE ATA-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXAME-FILE.
           IF WS-EXM-STATUS NOT = "00" AND WS-EXM-STATUS NOT = "05"
               DISPLAY "Erro fatal abrindo EXAME.DAT. Status="
                   WS-EXM-STATUS
               CLOSE SESSAO-FILE
               CLOSE GRADES-MASTER
               CLOSE CONVOCA-RPT
               CLOSE ATA-RPT
               CLOSE NAOALOC-RPT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADASTRO-FILE.
           IF WS-CAD-STATUS = "00"
               SET COM-CADASTRO TO TRUE
           ELSE
               DISPLAY "ALUNOS.MST ausente (status " WS-CAD-STATUS
                   ") - nomes tomados do GRADES.MST."
           END-IF.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "00"
               SET COM-CATALOGO TO TRUE
           ELSE
               DISPLAY "DISCIPLINAS.MST ausente (status "
                   WS-DSC-STATUS ") - convocacao sem nome de "
                   "disciplina."
           END-IF.
           MOVE WS-DATA-REF (7:2) TO DE-DIA.
           MOVE WS-DATA-REF (5:2) TO DE-MES.
           MOVE WS-DATA-REF (1:4) TO DE-ANO.
           MOVE WS-DATA-EDITADA TO NT-DATA.
           WRITE NAOALOC-RPT-REC FROM WS-NAL-TITULO.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE NAOALOC-RPT-REC FROM WS-NAL-COLUNAS.

      *> O EXAME.DAT e o arquivo que os fiscais preenchem e o run de
      *> exame consome. O run de exame nao apaga nem renomeia o
      *> arquivo, entao nota digitada nele pode ainda nao ter sido
      *> aplicada: reagendar por cima apagaria o trabalho dos fiscais.
      *> O programa para antes de abrir qualquer saida; o arquivo tem
      *> de ser aplicado com MEDIA_MODO=EXAME ou arquivado antes.
       110-CONFERIR-EXAME-DAT.
           OPEN INPUT EXAME-FILE.
           IF WS-EXM-STATUS NOT = "00" AND WS-EXM-STATUS NOT = "05"
               DISPLAY "Erro fatal abrindo EXAME.DAT. Status="
                   WS-EXM-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-EXM
               READ EXAME-FILE
                   AT END SET FIM-EXM TO TRUE
               END-READ
               IF NOT FIM-EXM AND EXM-NOTA NUMERIC
                   DISPLAY "EXAME.DAT ja tem notas digitadas ("
                       "aluno " EXM-ALUNO-ID " disciplina "
                       EXM-DISCIPLINA "), talvez ainda nao "
                       "aplicadas. Aplique o arquivo com "
                       "MEDIA_MODO=EXAME ou arquive-o antes de "
                       "reagendar."
                   CLOSE EXAME-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE EXAME-FILE.

      *> Linha com data, horario, capacidade ou chamada ilegivel e
      *> avisada e fica de fora; sessao ja passada tambem.
       200-CARREGAR-SESSOES.
           PERFORM UNTIL FIM-SES
               READ SESSAO-FILE
                   AT END SET FIM-SES TO TRUE
               END-READ
               IF NOT FIM-SES
                   ADD 1 TO WS-SES-LINHA
                   IF SESSAO-REC NOT = SPACES
                       PERFORM 210-GUARDAR-SESSAO THRU 210-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SESSAO-FILE.
           DISPLAY "Sessoes de exame carregadas: " WS-SES-QTDE.

       210-GUARDAR-SESSAO.
           IF SES-DISCIPLINA = SPACES OR SES-SALA = SPACES
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           IF SES-DATA NOT NUMERIC
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           MOVE SES-DATA TO WS-DATA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-NUM) NOT = ZERO
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           IF SES-HORA-INI NOT NUMERIC OR SES-HORA-FIM NOT NUMERIC
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           MOVE SES-HORA-INI TO WS-HORA-NUM.
           IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           MOVE SES-HORA-FIM TO WS-HORA-NUM.
           IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           IF SES-HORA-FIM NOT > SES-HORA-INI
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           IF SES-CAPACIDADE NOT NUMERIC OR SES-CAPACIDADE = "000"
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           IF SES-CHAMADA NOT = SPACE AND SES-CHAMADA NOT = "1"
               AND SES-CHAMADA NOT = "2"
               GO TO 215-SESSAO-INVALIDA
           END-IF.
           IF SES-DATA < WS-DATA-REF
               DISPLAY "SESSOES.DAT linha " WS-SES-LINHA
                   ": sessao de " SES-DATA " ja passou - ignorada."
               ADD 1 TO WS-QTDE-SES-PASSAD
               GO TO 210-EXIT
           END-IF.
           IF WS-SES-QTDE = 300
               DISPLAY "SESSOES.DAT com mais de 300 sessoes - linha "
                   WS-SES-LINHA " fica de fora."
               ADD 1 TO WS-QTDE-SES-INVAL
               GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-SES-QTDE.
           MOVE SES-DISCIPLINA TO WS-SES-DISC (WS-SES-QTDE).
           MOVE SES-DATA       TO WS-SES-DATA (WS-SES-QTDE).
           MOVE SES-HORA-INI   TO WS-SES-INI (WS-SES-QTDE).
           MOVE SES-HORA-FIM   TO WS-SES-FIM (WS-SES-QTDE).
           MOVE SES-SALA       TO WS-SES-SALA (WS-SES-QTDE).
           MOVE SES-CAPACIDADE TO WS-SES-CAP (WS-SES-QTDE).
           IF SES-CHAMADA = "2"
               MOVE "2" TO WS-SES-CHAMADA (WS-SES-QTDE)
           ELSE
               MOVE "1" TO WS-SES-CHAMADA (WS-SES-QTDE)
           END-IF.
           MOVE ZERO TO WS-SES-OCUP (WS-SES-QTDE).
           MOVE "N" TO WS-SES-NA-ATA (WS-SES-QTDE).
           GO TO 210-EXIT.
       215-SESSAO-INVALIDA.
           DISPLAY "SESSOES.DAT linha " WS-SES-LINHA
               ": sessao invalida '" SESSAO-REC "' - ignorada."
           ADD 1 TO WS-QTDE-SES-INVAL.
       210-EXIT.
           EXIT.

      *> Mesma carga do run de exame: sem JUSTIF.DAT ninguem vai para
      *> a segunda chamada; um arquivo maior que a tabela para o
      *> agendamento, porque os excedentes iriam para a primeira
      *> chamada de que ja se ausentaram. Carregado antes de qualquer
      *> saida aberta: a parada deixa intactos o EXAME.DAT e os
      *> relatorios da execucao anterior.
       250-CARREGAR-JUSTIFICATIVAS.
           OPEN INPUT JUSTIF-FILE.
           IF WS-JUS-STATUS NOT = "00" AND WS-JUS-STATUS NOT = "05"
               DISPLAY "JUSTIF.DAT nao lido (status " WS-JUS-STATUS
                   ") - sem segunda chamada neste agendamento."
           ELSE
               PERFORM UNTIL FIM-JUS
                   READ JUSTIF-FILE
                       AT END SET FIM-JUS TO TRUE
                   END-READ
                   IF NOT FIM-JUS
                       IF WS-JUS-QTDE >= 500
                           DISPLAY "JUSTIF.DAT tem mais registros "
                               "que a tabela comporta (500). "
                               "Agendamento interrompido."
                           CLOSE JUSTIF-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-JUS-QTDE
                       MOVE SPACES TO WS-JUS-CHAVE (WS-JUS-QTDE)
                       STRING JUS-ALUNO-ID JUS-TURMA JUS-DISCIPLINA
                           JUS-ANO JUS-SEMESTRE
                           DELIMITED BY SIZE
                           INTO WS-JUS-CHAVE (WS-JUS-QTDE)
                       MOVE JUS-PRAZO TO WS-JUS-DATA (WS-JUS-QTDE)
                   END-IF
               END-PERFORM
               CLOSE JUSTIF-FILE
               DISPLAY "Justificativas de ausencia carregadas: "
                   WS-JUS-QTDE
           END-IF.

      *> Varre o master em ordem de chave: as matriculas de um aluno
      *> chegam juntas, e os horarios dele sao zerados na troca.
       300-ALOCAR.
           MOVE LOW-VALUES TO MST-CHAVE.
           START GRADES-MASTER KEY NOT < MST-CHAVE
               INVALID KEY SET FIM-MST TO TRUE
           END-START.
           PERFORM UNTIL FIM-MST
               READ GRADES-MASTER NEXT
                   AT END SET FIM-MST TO TRUE
               END-READ
               IF NOT FIM-MST AND MST-SITUACAO = "Exame"
                   AND (WS-ANO-SEM-ALVO = SPACES
                       OR MST-ANO-SEM = WS-ANO-SEM-ALVO)
                   IF MST-ALUNO-ID NOT = WS-ALUNO-ATUAL
                       MOVE MST-ALUNO-ID TO WS-ALUNO-ATUAL
                       MOVE ZERO TO WS-HOR-QTDE
                       PERFORM 305-NOME-DO-ALUNO
                   END-IF
                   ADD 1 TO WS-QTDE-EXAME
                   PERFORM 310-ALOCAR-MATRICULA THRU 310-EXIT
               END-IF
           END-PERFORM.

      *> O nome convocado e o do cadastro de alunos; sem ALUNOS.MST,
      *> ou sem o aluno nele, vale a copia gravada no master.
       305-NOME-DO-ALUNO.
           MOVE MST-ALUNO-NOME TO WS-ALUNO-NOME.
           IF COM-CADASTRO
               MOVE MST-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO WS-ALUNO-NOME
               END-IF
           END-IF.

       310-ALOCAR-MATRICULA.
           PERFORM 320-PROCURAR-JUSTIFICATIVA.
           IF JUS-ACHOU
               IF WS-JUS-PRAZO-ACHADO < WS-DATA-REF
                   STRING "prazo da 2a chamada vencido em "
                       WS-JUS-PRAZO-ACHADO (7:2) "/"
                       WS-JUS-PRAZO-ACHADO (5:2)
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   GO TO 390-NAO-ALOCAR
               END-IF
               MOVE "2" TO WS-CHAMADA-PEDIDA
           ELSE
               MOVE "1" TO WS-CHAMADA-PEDIDA
           END-IF.
           PERFORM 330-ESCOLHER-SESSAO.
           IF WS-SES-ESCOLHIDA = ZERO
               EVALUATE TRUE
                   WHEN NOT HA-SESSAO-DISC AND JUS-ACHOU
                       MOVE "sem sessao de segunda chamada"
                           TO WS-MOTIVO
                   WHEN NOT HA-SESSAO-DISC
                       MOVE "sem sessao para a disciplina"
                           TO WS-MOTIVO
                   WHEN NOT HA-SESSAO-PRAZO
                       STRING "segunda chamada so depois do prazo "
                           WS-JUS-PRAZO-ACHADO (7:2) "/"
                           WS-JUS-PRAZO-ACHADO (5:2)
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN HA-CONFLITO
                       MOVE "conflito de horario com outra sessao"
                           TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "sessoes da disciplina lotadas"
                           TO WS-MOTIVO
               END-EVALUATE
               GO TO 390-NAO-ALOCAR
           END-IF.
           IF WS-ALO-QTDE = 3000
               MOVE "tabela de alocacao cheia (3000)" TO WS-MOTIVO
               GO TO 390-NAO-ALOCAR
           END-IF.
           IF WS-HOR-QTDE = 20
               MOVE "mais de 20 exames para o aluno" TO WS-MOTIVO
               GO TO 390-NAO-ALOCAR
           END-IF.
           ADD 1 TO WS-SES-OCUP (WS-SES-ESCOLHIDA).
           ADD 1 TO WS-HOR-QTDE.
           MOVE WS-SES-DATA (WS-SES-ESCOLHIDA)
               TO WS-HOR-DATA (WS-HOR-QTDE).
           MOVE WS-SES-INI (WS-SES-ESCOLHIDA)
               TO WS-HOR-INI (WS-HOR-QTDE).
           MOVE WS-SES-FIM (WS-SES-ESCOLHIDA)
               TO WS-HOR-FIM (WS-HOR-QTDE).
           ADD 1 TO WS-ALO-QTDE.
           MOVE WS-SES-ESCOLHIDA TO WS-ALO-SESSAO (WS-ALO-QTDE).
           MOVE MST-ALUNO-ID     TO WS-ALO-ALUNO-ID (WS-ALO-QTDE).
           MOVE WS-ALUNO-NOME    TO WS-ALO-NOME (WS-ALO-QTDE).
           MOVE MST-TURMA        TO WS-ALO-TURMA (WS-ALO-QTDE).
           MOVE MST-DISCIPLINA   TO WS-ALO-DISC (WS-ALO-QTDE).
           MOVE MST-ANO          TO WS-ALO-ANO (WS-ALO-QTDE).
           MOVE MST-SEMESTRE     TO WS-ALO-SEMESTRE (WS-ALO-QTDE).
           ADD 1 TO WS-QTDE-ALOCADOS.
           IF JUS-ACHOU
               ADD 1 TO WS-QTDE-SEGUNDA
           END-IF.
           GO TO 310-EXIT.
       390-NAO-ALOCAR.
           MOVE MST-ALUNO-ID   TO NL-ALUNO-ID.
           MOVE WS-ALUNO-NOME  TO NL-NOME.
           MOVE MST-TURMA      TO NL-TURMA.
           MOVE MST-DISCIPLINA TO NL-DISC.
           MOVE MST-ANO        TO PE-ANO.
           MOVE MST-SEMESTRE   TO PE-SEM.
           MOVE WS-PERIODO-EDITADO TO NL-PERIODO.
           MOVE WS-MOTIVO      TO NL-MOTIVO.
           WRITE NAOALOC-RPT-REC FROM WS-NAL-DETALHE.
           MOVE SPACES TO WS-MOTIVO.
           ADD 1 TO WS-QTDE-NAO-ALOC.
       310-EXIT.
           EXIT.

       320-PROCURAR-JUSTIFICATIVA.
           MOVE "N" TO WS-JUS-ACHOU.
           MOVE SPACES TO WS-JUS-PRAZO-ACHADO.
           PERFORM VARYING WS-JUS-IDX FROM 1 BY 1
               UNTIL WS-JUS-IDX > WS-JUS-QTDE
               IF WS-JUS-CHAVE (WS-JUS-IDX) = MST-CHAVE
                   MOVE "S" TO WS-JUS-ACHOU
                   MOVE WS-JUS-DATA (WS-JUS-IDX)
                       TO WS-JUS-PRAZO-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A sessao mais cedo da disciplina, na chamada pedida, com
      *> vaga e sem choque com os horarios do aluno; na segunda
      *> chamada, so ate o prazo da justificativa. Os indicadores
      *> guardam o que barrou as demais.
       330-ESCOLHER-SESSAO.
           MOVE ZERO TO WS-SES-ESCOLHIDA.
           MOVE "N" TO WS-SES-DA-DISC.
           MOVE "N" TO WS-SES-NO-PRAZO.
           MOVE "N" TO WS-SES-CONFLITO.
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-QTDE
               IF WS-SES-DISC (WS-SES-IDX) = MST-DISCIPLINA
                   AND WS-SES-CHAMADA (WS-SES-IDX) = WS-CHAMADA-PEDIDA
                   SET HA-SESSAO-DISC TO TRUE
                   IF NOT JUS-ACHOU
                       OR WS-SES-DATA (WS-SES-IDX)
                           NOT > WS-JUS-PRAZO-ACHADO
                       SET HA-SESSAO-PRAZO TO TRUE
                       IF WS-SES-OCUP (WS-SES-IDX)
                           < WS-SES-CAP (WS-SES-IDX)
                           PERFORM 340-CONFERIR-HORARIO
                           IF CHOQUE-HORARIO
                               SET HA-CONFLITO TO TRUE
                           ELSE
                               IF WS-SES-ESCOLHIDA = ZERO
                                   MOVE WS-SES-IDX
                                       TO WS-SES-ESCOLHIDA
                               ELSE
                                   IF WS-SES-QUANDO (WS-SES-IDX) <
                                       WS-SES-QUANDO (WS-SES-ESCOLHIDA)
                                       MOVE WS-SES-IDX
                                           TO WS-SES-ESCOLHIDA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Choque: mesma data e os intervalos se sobrepoem.
       340-CONFERIR-HORARIO.
           MOVE "N" TO WS-SES-CHOQUE.
           PERFORM VARYING WS-HOR-IDX FROM 1 BY 1
               UNTIL WS-HOR-IDX > WS-HOR-QTDE
               IF WS-HOR-DATA (WS-HOR-IDX) = WS-SES-DATA (WS-SES-IDX)
                   AND WS-HOR-INI (WS-HOR-IDX) < WS-SES-FIM (WS-SES-IDX)
                   AND WS-SES-INI (WS-SES-IDX) < WS-HOR-FIM (WS-HOR-IDX)
                   SET CHOQUE-HORARIO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Uma convocacao por sessao, na ordem do SESSOES.DAT, e o
      *> bloco da sessao no EXAME.DAT logo atras, na mesma ordem.
       400-EMITIR-CONVOCACOES.
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-QTDE
               PERFORM 410-CABECALHO-CONVOCACAO
               IF WS-SES-OCUP (WS-SES-IDX) = ZERO
                   WRITE CONVOCA-RPT-REC FROM WS-CNV-VAZIA
               ELSE
                   PERFORM VARYING WS-ALO-IDX FROM 1 BY 1
                       UNTIL WS-ALO-IDX > WS-ALO-QTDE
                       IF WS-ALO-SESSAO (WS-ALO-IDX) = WS-SES-IDX
                           PERFORM 420-CONVOCAR-ALUNO
                       END-IF
                   END-PERFORM
               END-IF
               WRITE CONVOCA-RPT-REC FROM WS-LINHA-SEPARADOR
           END-PERFORM.

       410-CABECALHO-CONVOCACAO.
           IF WS-SES-CHAMADA (WS-SES-IDX) = "2"
               MOVE " - SEGUNDA CHAMADA" TO CT-CHAMADA
           ELSE
               MOVE SPACES TO CT-CHAMADA
           END-IF.
           WRITE CONVOCA-RPT-REC FROM WS-CNV-TITULO.
           MOVE WS-SES-DISC (WS-SES-IDX) TO CD-DISC.
           PERFORM 430-CONSULTAR-DISCIPLINA.
           MOVE WS-DISC-NOME TO CD-NOME.
           WRITE CONVOCA-RPT-REC FROM WS-CNV-DISC.
           PERFORM 440-EDITAR-SESSAO.
           MOVE WS-DATA-EDITADA TO CS-DATA.
           MOVE WS-SES-SALA (WS-SES-IDX) TO CS-SALA.
           MOVE WS-SES-CAP (WS-SES-IDX) TO CS-CAP.
           MOVE WS-SES-OCUP (WS-SES-IDX) TO CS-OCUP.
           MOVE WS-SES-INI (WS-SES-IDX) (1:2) TO HE-HH.
           MOVE WS-SES-INI (WS-SES-IDX) (3:2) TO HE-MM.
           MOVE WS-HORA-EDITADA TO CS-INI.
           MOVE WS-SES-FIM (WS-SES-IDX) (1:2) TO HE-HH.
           MOVE WS-SES-FIM (WS-SES-IDX) (3:2) TO HE-MM.
           MOVE WS-HORA-EDITADA TO CS-FIM.
           WRITE CONVOCA-RPT-REC FROM WS-CNV-SESSAO.
           WRITE CONVOCA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE CONVOCA-RPT-REC FROM WS-CNV-COLUNAS.

      *> A linha da convocacao e a linha pre-chaveada do EXAME.DAT:
      *> a nota fica em branco para o fiscal digitar.
       420-CONVOCAR-ALUNO.
           MOVE WS-ALO-ALUNO-ID (WS-ALO-IDX) TO CL-ALUNO-ID.
           MOVE WS-ALO-NOME (WS-ALO-IDX)     TO CL-NOME.
           MOVE WS-ALO-TURMA (WS-ALO-IDX)    TO CL-TURMA.
           MOVE WS-ALO-ANO (WS-ALO-IDX)      TO PE-ANO.
           MOVE WS-ALO-SEMESTRE (WS-ALO-IDX) TO PE-SEM.
           MOVE WS-PERIODO-EDITADO TO CL-PERIODO.
           WRITE CONVOCA-RPT-REC FROM WS-CNV-DETALHE.
           MOVE SPACES TO EXAME-REC.
           MOVE WS-ALO-ALUNO-ID (WS-ALO-IDX) TO EXM-ALUNO-ID.
           MOVE WS-ALO-TURMA (WS-ALO-IDX)    TO EXM-TURMA.
           MOVE WS-ALO-DISC (WS-ALO-IDX)     TO EXM-DISCIPLINA.
           MOVE WS-ALO-ANO (WS-ALO-IDX)      TO EXM-ANO.
           MOVE WS-ALO-SEMESTRE (WS-ALO-IDX) TO EXM-SEMESTRE.
           WRITE EXAME-REC.

       430-CONSULTAR-DISCIPLINA.
           MOVE SPACES TO WS-DISC-NOME.
           IF COM-CATALOGO
               MOVE WS-SES-DISC (WS-SES-IDX) TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS = "00"
                   MOVE DSC-NOME TO WS-DISC-NOME
               END-IF
           END-IF.

       440-EDITAR-SESSAO.
           MOVE WS-SES-DATA (WS-SES-IDX) (7:2) TO DE-DIA.
           MOVE WS-SES-DATA (WS-SES-IDX) (5:2) TO DE-MES.
           MOVE WS-SES-DATA (WS-SES-IDX) (1:4) TO DE-ANO.

      *> Uma lista de presenca por sala e horario: as sessoes de
      *> disciplinas diferentes na mesma sala, data e horario saem
      *> juntas, numa folha so para o fiscal da sala.
       500-EMITIR-ATAS.
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-QTDE
               IF WS-SES-NA-ATA (WS-SES-IDX) = "N"
                   PERFORM 510-CONTAR-SALA
                   IF WS-QTDE-NA-SALA > ZERO
                       PERFORM 520-IMPRIMIR-ATA
                   END-IF
               END-IF
           END-PERFORM.

       510-CONTAR-SALA.
           MOVE ZERO TO WS-QTDE-NA-SALA.
           PERFORM VARYING WS-SES-IDX2 FROM WS-SES-IDX BY 1
               UNTIL WS-SES-IDX2 > WS-SES-QTDE
               IF WS-SES-SALA (WS-SES-IDX2) = WS-SES-SALA (WS-SES-IDX)
                   AND WS-SES-QUANDO (WS-SES-IDX2)
                       = WS-SES-QUANDO (WS-SES-IDX)
                   AND WS-SES-FIM (WS-SES-IDX2)
                       = WS-SES-FIM (WS-SES-IDX)
                   ADD WS-SES-OCUP (WS-SES-IDX2) TO WS-QTDE-NA-SALA
               END-IF
           END-PERFORM.

       520-IMPRIMIR-ATA.
           ADD 1 TO WS-QTDE-ATAS.
           MOVE WS-SES-SALA (WS-SES-IDX) TO AT-SALA.
           PERFORM 440-EDITAR-SESSAO.
           MOVE WS-DATA-EDITADA TO AT-DATA.
           MOVE WS-SES-INI (WS-SES-IDX) (1:2) TO HE-HH.
           MOVE WS-SES-INI (WS-SES-IDX) (3:2) TO HE-MM.
           MOVE WS-HORA-EDITADA TO AT-INI.
           MOVE WS-SES-FIM (WS-SES-IDX) (1:2) TO HE-HH.
           MOVE WS-SES-FIM (WS-SES-IDX) (3:2) TO HE-MM.
           MOVE WS-HORA-EDITADA TO AT-FIM.
           WRITE ATA-RPT-REC FROM WS-ATA-TITULO.
           WRITE ATA-RPT-REC FROM WS-ATA-SUBTITULO.
           WRITE ATA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE ATA-RPT-REC FROM WS-ATA-COLUNAS.
           PERFORM VARYING WS-SES-IDX2 FROM WS-SES-IDX BY 1
               UNTIL WS-SES-IDX2 > WS-SES-QTDE
               IF WS-SES-SALA (WS-SES-IDX2) = WS-SES-SALA (WS-SES-IDX)
                   AND WS-SES-QUANDO (WS-SES-IDX2)
                       = WS-SES-QUANDO (WS-SES-IDX)
                   AND WS-SES-FIM (WS-SES-IDX2)
                       = WS-SES-FIM (WS-SES-IDX)
                   MOVE "S" TO WS-SES-NA-ATA (WS-SES-IDX2)
                   PERFORM 530-IMPRIMIR-PRESENCA
               END-IF
           END-PERFORM.
           WRITE ATA-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE WS-QTDE-NA-SALA TO ATT-QTDE.
           WRITE ATA-RPT-REC FROM WS-ATA-TOTAL.
           WRITE ATA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE ATA-RPT-REC FROM WS-ATA-FISCAL.
           WRITE ATA-RPT-REC FROM WS-LINHA-SEPARADOR.

       530-IMPRIMIR-PRESENCA.
           PERFORM VARYING WS-ALO-IDX FROM 1 BY 1
               UNTIL WS-ALO-IDX > WS-ALO-QTDE
               IF WS-ALO-SESSAO (WS-ALO-IDX) = WS-SES-IDX2
                   MOVE WS-ALO-ALUNO-ID (WS-ALO-IDX) TO AL-ALUNO-ID
                   MOVE WS-ALO-NOME (WS-ALO-IDX)     TO AL-NOME
                   MOVE WS-ALO-TURMA (WS-ALO-IDX)    TO AL-TURMA
                   MOVE WS-ALO-DISC (WS-ALO-IDX)     TO AL-DISC
                   WRITE ATA-RPT-REC FROM WS-ATA-DETALHE
               END-IF
           END-PERFORM.

       900-FINALIZAR.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-BRANCO.
           IF WS-QTDE-NAO-ALOC = ZERO
               MOVE "Todas as matriculas em Exame foram alocadas."
                   TO NAOALOC-RPT-REC
               WRITE NAOALOC-RPT-REC
               WRITE NAOALOC-RPT-REC FROM WS-LINHA-BRANCO
           END-IF.
           MOVE "Matriculas em Exame:" TO LR-ROTULO.
           MOVE WS-QTDE-EXAME TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Alocadas:" TO LR-ROTULO.
           MOVE WS-QTDE-ALOCADOS TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "    na segunda chamada:" TO LR-ROTULO.
           MOVE WS-QTDE-SEGUNDA TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Sem sessao:" TO LR-ROTULO.
           MOVE WS-QTDE-NAO-ALOC TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Sessoes validas:" TO LR-ROTULO.
           MOVE WS-SES-QTDE TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Sessoes ja passadas, ignoradas:" TO LR-ROTULO.
           MOVE WS-QTDE-SES-PASSAD TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Sessoes invalidas, ignoradas:" TO LR-ROTULO.
           MOVE WS-QTDE-SES-INVAL TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Listas de presenca:" TO LR-ROTULO.
           MOVE WS-QTDE-ATAS TO LR-QTDE.
           WRITE NAOALOC-RPT-REC FROM WS-LINHA-RESUMO.
           PERFORM 950-FECHAR-ARQUIVOS.
           DISPLAY "Matriculas em Exame: " WS-QTDE-EXAME
               " Alocadas: " WS-QTDE-ALOCADOS
               " (segunda chamada " WS-QTDE-SEGUNDA ")"
               " Sem sessao: " WS-QTDE-NAO-ALOC.
           IF WS-QTDE-NAO-ALOC > ZERO
               DISPLAY "Ha matriculas sem sessao - veja "
                   "NAOALOCADOS.RPT."
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       950-FECHAR-ARQUIVOS.
           CLOSE GRADES-MASTER.
           CLOSE CONVOCA-RPT.
           CLOSE ATA-RPT.
           CLOSE NAOALOC-RPT.
           CLOSE EXAME-FILE.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
           END-IF.
