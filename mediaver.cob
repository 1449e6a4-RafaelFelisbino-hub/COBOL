       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAVER.
      *> Conferencia noturna do GRADES.MST, so leitura: para cada
      *> matricula refaz a MEDIA a partir das tres notas e dos pesos
      *> do MEDIA.PARM, rederiva a situacao pelos limites do curso,
      *> pela frequencia do FREQ.DAT e pelos campos de exame, e
      *> confronta o registro com o ultimo evento do MEDIA.LOG para
      *> a matricula. Toda divergencia sai em VERIFICA.RPT, agrupada
      *> por tipo, e a execucao termina com codigo de retorno 16 se
      *> houver qualquer uma - o agendador segura a cadeia ate
      *> alguem olhar. O MEDIA.LOG e ordenado por matricula ficando
      *> so o evento mais recente de cada uma; o FREQ.DAT, por
      *> aluno, para casar com a ordem da chave do master. O evento
      *> REAVALIA, gravado sem turma/disciplina, vale para a
      *> matricula do aluno cujo exame ele explica. O FREQ.DAT e o
      *> do periodo corrente: com mais de um periodo aberto no
      *> master, restrinja a conferencia com VER_ANO/VER_SEMESTRE.
      *> Nao toma a trava MEDIA.LCK - nao grava nada no master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-MASTER ASSIGN TO "GRADES.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MST-STATUS.
           SELECT CADASTRO-FILE ASSIGN TO "ALUNOS.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ALUNO-ID
               FILE STATUS IS WS-CAD-STATUS.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "MEDIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "MEDIA.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL FREQ-FILE ASSIGN TO "FREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRQ-STATUS.
           SELECT VERIFICA-RPT ASSIGN TO "VERIFICA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LOG-WORK ASSIGN TO "VERIFLOG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGW-STATUS.
           SELECT FRQ-WORK ASSIGN TO "VERIFFRQ.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRW-STATUS.
           SELECT EXC-WORK ASSIGN TO "VERIFEXC.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXW-STATUS.
           SELECT SORT-LOG ASSIGN TO "VERIFLOG.SRT".
           SELECT SORT-FRQ ASSIGN TO "VERIFFRQ.SRT".
           SELECT SORT-EXC ASSIGN TO "VERIFEXC.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  AUDIT-LOG.
           COPY "audit.cpy".
       FD  PARM-FILE.
           COPY "parm.cpy".
       FD  FREQ-FILE.
           COPY "freq.cpy".
       FD  VERIFICA-RPT.
       01 VERIFICA-RPT-REC PIC X(132).
       FD  LOG-WORK.
       01 LGW-REC.
           05 LGW-CHAVE.
               10 LGW-ALUNO-ID   PIC X(6).
               10 LGW-TURMA      PIC X(4).
               10 LGW-DISCIPLINA PIC X(6).
               10 LGW-ANO-SEM    PIC X(5).
           05 LGW-SEQ            PIC 9(9).
           05 LGW-DATA-HORA      PIC X(26).
           05 LGW-EVENTO         PIC X(10).
           05 LGW-NUMERO1        PIC 9(2)V99.
           05 LGW-NUMERO2        PIC 9(2)V99.
           05 LGW-NUMERO3        PIC 9(2)V99.
           05 LGW-MEDIA          PIC 9(2)V99.
           05 LGW-SITUACAO       PIC X(9).
       FD  FRQ-WORK.
       01 FRW-REC.
           05 FRW-CHAVE.
               10 FRW-ALUNO-ID   PIC X(6).
               10 FRW-TURMA      PIC X(4).
               10 FRW-DISCIPLINA PIC X(6).
           05 FRW-AULAS-DADAS    PIC 9(3).
           05 FRW-AULAS-PRES     PIC 9(3).
       FD  EXC-WORK.
       01 EXW-REC PIC X(123).
       SD  SORT-LOG.
       01 SLG-REC.
           05 SLG-CHAVE.
               10 SLG-ALUNO-ID   PIC X(6).
               10 SLG-TURMA      PIC X(4).
               10 SLG-DISCIPLINA PIC X(6).
               10 SLG-ANO-SEM    PIC X(5).
           05 SLG-SEQ            PIC 9(9).
           05 SLG-DATA-HORA      PIC X(26).
           05 SLG-EVENTO         PIC X(10).
           05 SLG-NUMERO1        PIC 9(2)V99.
           05 SLG-NUMERO2        PIC 9(2)V99.
           05 SLG-NUMERO3        PIC 9(2)V99.
           05 SLG-MEDIA          PIC 9(2)V99.
           05 SLG-SITUACAO       PIC X(9).
       SD  SORT-FRQ.
       01 SFR-REC.
           05 SFR-CHAVE.
               10 SFR-ALUNO-ID   PIC X(6).
               10 SFR-TURMA      PIC X(4).
               10 SFR-DISCIPLINA PIC X(6).
           05 SFR-AULAS-DADAS    PIC 9(3).
           05 SFR-AULAS-PRES     PIC 9(3).
       SD  SORT-EXC.
       01 SEX-REC.
           05 SEX-TIPO           PIC 9(1).
           05 SEX-CHAVE          PIC X(21).
           05 FILLER             PIC X(101).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS  PIC XX.
       01 WS-CAD-STATUS  PIC XX.
       01 WS-LOG-STATUS  PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-FRQ-STATUS  PIC XX.
       01 WS-RPT-STATUS  PIC XX.
       01 WS-LGW-STATUS  PIC XX.
       01 WS-FRW-STATUS  PIC XX.
       01 WS-EXW-STATUS  PIC XX.

       01 WS-LGW-NOME PIC X(12) VALUE "VERIFLOG.WRK".
       01 WS-FRW-NOME PIC X(12) VALUE "VERIFFRQ.WRK".
       01 WS-EXW-NOME PIC X(12) VALUE "VERIFEXC.WRK".

       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.
       01 WS-COM-LOG PIC X VALUE 'N'.
           88 COM-LOG VALUE 'S'.
       01 WS-COM-FREQ PIC X VALUE 'N'.
           88 COM-FREQ VALUE 'S'.

       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
       01 WS-EOF-LOG PIC X VALUE 'N'.
           88 FIM-LOG VALUE 'S'.
       01 WS-EOF-SLG PIC X VALUE 'N'.
           88 FIM-SLG VALUE 'S'.
       01 WS-EOF-PARM PIC X VALUE 'N'.
           88 FIM-PARM VALUE 'S'.
       01 WS-EOF-FREQ PIC X VALUE 'N'.
           88 FIM-FREQ VALUE 'S'.
       01 WS-EOF-LGW PIC X VALUE 'N'.
           88 FIM-LGW VALUE 'S'.
       01 WS-EOF-FRW PIC X VALUE 'N'.
           88 FIM-FRW VALUE 'S'.
       01 WS-EOF-SEX PIC X VALUE 'N'.
           88 FIM-SEX VALUE 'S'.

      *> VER_ANO/VER_SEMESTRE restringem a conferencia a um periodo;
      *> em branco, todo o master e conferido.
       01 WS-ANO-SEM-FILTRO.
           05 WS-ANO-FILTRO PIC X(4).
           05 WS-SEM-FILTRO PIC X(1).

      *> Parametros do curso da matricula, com a mesma regra de
      *> escolha do programa de medias.
       01 WS-LIMITE-APROVA PIC 9(2)V99 VALUE 6.00.
       01 WS-LIMITE-EXAME  PIC 9(2)V99 VALUE 3.00.
       01 WS-PESO1         PIC 9(3)    VALUE 34.
       01 WS-PESO2         PIC 9(3)    VALUE 33.
       01 WS-PESO3         PIC 9(3)    VALUE 33.
       01 WS-FREQ-MINIMA   PIC 9(3)    VALUE 75.
       01 WS-PARM-ACHOU PIC X VALUE 'N'.
           88 PARM-ACHOU VALUE 'S'.
       01 WS-PARM-QTDE PIC 9(3) VALUE ZERO.
       01 WS-PARM-IDX  PIC 9(3).
       01 WS-PARM-TAB.
           05 WS-PARM-ENT OCCURS 50 TIMES.
               10 WS-PARM-TURMA      PIC X(4).
               10 WS-PARM-DISC       PIC X(6).
               10 WS-PARM-LIM-APROVA PIC 9(2)V99.
               10 WS-PARM-LIM-EXAME  PIC 9(2)V99.
               10 WS-PARM-P1         PIC 9(3).
               10 WS-PARM-P2         PIC 9(3).
               10 WS-PARM-P3         PIC 9(3).
               10 WS-PARM-FREQ-MIN   PIC 9(3).

      *> Chaves do casamento: a matricula do master com o ultimo
      *> evento do log (chave inteira) e com a frequencia (sem o
      *> periodo, que o FREQ.DAT nao traz).
       01 WS-CHAVE-MST.
           05 WKM-ALUNO-ID   PIC X(6).
           05 WKM-TURMA      PIC X(4).
           05 WKM-DISCIPLINA PIC X(6).
           05 WKM-ANO-SEM    PIC X(5).
       01 WS-CHAVE-MST-FREQ REDEFINES WS-CHAVE-MST.
           05 WKM-CURSO      PIC X(16).
           05 FILLER         PIC X(5).
       01 WS-SEQ-LOG PIC 9(9) VALUE ZERO.
       01 WS-CHAVE-ANTERIOR PIC X(21).

      *> Ultimo evento valido para a matricula conferida: o da
      *> propria chave ou um REAVALIA posterior do mesmo aluno.
       01 WS-EVENTO-ACHOU PIC X VALUE 'N'.
           88 EVENTO-ACHOU VALUE 'S'.
       01 WS-EVENTO.
           05 EV-SEQ          PIC 9(9).
           05 EV-DATA-HORA    PIC X(26).
           05 EV-EVENTO       PIC X(10).
               88 EV-DE-EXAME VALUE "EXAME" "REAVALIA".
           05 EV-NUMERO1      PIC 9(2)V99.
           05 EV-NUMERO2      PIC 9(2)V99.
           05 EV-NUMERO3      PIC 9(2)V99.
           05 EV-MEDIA        PIC 9(2)V99.
           05 EV-SITUACAO     PIC X(9).
       01 WS-REAV-ALUNO PIC X(6) VALUE SPACES.
       01 WS-REAV.
           05 RV-SEQ          PIC 9(9).
           05 RV-DATA-HORA    PIC X(26).
           05 RV-EVENTO       PIC X(10).
           05 RV-NUMERO1      PIC 9(2)V99.
           05 RV-NUMERO2      PIC 9(2)V99.
           05 RV-NUMERO3      PIC 9(2)V99.
           05 RV-MEDIA        PIC 9(2)V99.
           05 RV-SITUACAO     PIC X(9).

       01 WS-FREQ-ACHOU PIC X VALUE 'N'.
           88 FREQ-ACHOU VALUE 'S'.
       01 WS-PRES-CEM   PIC 9(5).
       01 WS-FREQ-PERC  PIC 9(3)V99.

      *> Valores recalculados da matricula em conferencia.
       01 WS-SOMA-PONDERADA PIC 9(5)V99.
       01 WS-MEDIA-CALC     PIC 9(2)V99.
       01 WS-SOMA-EXAME     PIC 9(3)V99.
       01 WS-FINAL-CALC     PIC 9(2)V99.
       01 WS-SITUACAO-CALC  PIC X(9).
       01 WS-BASE-SITUACAO  PIC X(30).
       01 WS-CAMPO-LOG      PIC X(10).
       01 WS-VALOR-LOG      PIC X(9).
       01 WS-VALOR-MST      PIC X(9).
       01 WS-POS            PIC S9(3) COMP.

      *> Uma excecao, como vai para o arquivo de trabalho ordenado
      *> depois por tipo.
       01 WS-EXCECAO.
           05 EX-TIPO         PIC 9(1).
               88 EX-MEDIA          VALUE 1.
               88 EX-MEDIA-FINAL    VALUE 2.
               88 EX-SITUACAO       VALUE 3.
               88 EX-SEM-EVENTO     VALUE 4.
               88 EX-EVENTO-DIVERGE VALUE 5.
           05 EX-CHAVE.
               10 EX-ALUNO-ID     PIC X(6).
               10 EX-TURMA        PIC X(4).
               10 EX-DISCIPLINA   PIC X(6).
               10 EX-ANO          PIC X(4).
               10 EX-SEMESTRE     PIC X(1).
           05 EX-NOME         PIC X(30).
           05 EX-TEXTO        PIC X(71).

      *> Titulo de cada tipo de excecao e quantas houve.
       01 WS-TIPOS-TITULOS.
           05 FILLER PIC X(50) VALUE
               "MEDIA difere do recalculo pelas notas e pesos".
           05 FILLER PIC X(50) VALUE
               "MEDIA FINAL difere do recalculo pelo exame".
           05 FILLER PIC X(50) VALUE
               "SITUACAO difere da derivada pelas regras".
           05 FILLER PIC X(50) VALUE
               "Matricula sem evento no MEDIA.LOG".
           05 FILLER PIC X(50) VALUE
               "Ultimo evento do MEDIA.LOG difere do master".
       01 WS-TIPOS-TAB REDEFINES WS-TIPOS-TITULOS.
           05 WS-TIPO-TITULO PIC X(50) OCCURS 5 TIMES.
       01 WS-TIPOS-QTDES.
           05 WS-TIPO-QTDE PIC 9(6) OCCURS 5 TIMES.
       01 WS-TIPO-IDX   PIC 9(1).
       01 WS-TIPO-ABERTO PIC 9(1) VALUE ZERO.

       01 WS-QTDE-MATRICULAS  PIC 9(6) VALUE ZERO.
       01 WS-QTDE-FORA        PIC 9(6) VALUE ZERO.
       01 WS-QTDE-SEM-FREQ    PIC 9(6) VALUE ZERO.
       01 WS-QTDE-EVENTOS     PIC 9(7) VALUE ZERO.
       01 WS-QTDE-EXCECOES    PIC 9(6) VALUE ZERO.
       01 WS-QTDE-MAT-EXC     PIC 9(6) VALUE ZERO.
       01 WS-MATRICULA-COM-EXC PIC X VALUE 'N'.
           88 MATRICULA-COM-EXC VALUE 'S'.

       01 WS-HOJE            PIC X(8).
       01 WS-HOJE-EDITADO.
           05 HE-DIA         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-MES         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-ANO         PIC X(4).
       01 WS-ED-NOTA         PIC Z9.99.
       01 WS-ED-NOTA2        PIC Z9.99.
       01 WS-ED-NOTA3        PIC Z9.99.
       01 WS-ED-PERC         PIC ZZ9.
       01 WS-ED-MIN          PIC ZZ9.
       01 WS-ED-PESO1        PIC ZZ9.
       01 WS-ED-PESO2        PIC ZZ9.
       01 WS-ED-PESO3        PIC ZZ9.

       01 WS-LINHA-TITULO.
           05 FILLER    PIC X(38)
               VALUE "Conferencia do GRADES.MST - emitida em".
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 LT-DATA   PIC X(10).
           05 FILLER    PIC X(12) VALUE "  Periodo: ".
           05 LT-PERIODO PIC X(9).
       01 WS-LINHA-FONTES.
           05 FILLER    PIC X(12) VALUE "MEDIA.LOG: ".
           05 LF-LOG    PIC X(9).
           05 FILLER    PIC X(12) VALUE "  FREQ.DAT: ".
           05 LF-FREQ   PIC X(9).
           05 FILLER    PIC X(14) VALUE "  MEDIA.PARM: ".
           05 LF-PARM   PIC ZZ9.
           05 FILLER    PIC X(7)  VALUE " cursos".
       01 WS-LINHA-TIPO.
           05 FILLER    PIC X(3)  VALUE "== ".
           05 LTP-TIPO  PIC 9(1).
           05 FILLER    PIC X(2)  VALUE ". ".
           05 LTP-TITULO PIC X(50).
       01 WS-LINHA-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(6)  VALUE "TURMA".
           05 FILLER PIC X(8)  VALUE "DISC.".
           05 FILLER PIC X(8)  VALUE "PERIODO".
           05 FILLER PIC X(11) VALUE "DIVERGENCIA".
       01 WS-LINHA-DETALHE.
           05 LD-ID       PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-NOME     PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-TURMA    PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-DISC     PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-ANO      PIC X(4).
           05 LD-BARRA    PIC X(1).
           05 LD-SEM      PIC X(1).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-TEXTO    PIC X(71).
       01 WS-LINHA-QTDE-TIPO.
           05 FILLER      PIC X(10) VALUE SPACES.
           05 LQT-QTDE    PIC ZZZZZ9.
           05 FILLER      PIC X(13) VALUE " excecao(oes)".
       01 WS-LINHA-RESUMO1.
           05 FILLER      PIC X(22) VALUE "Matriculas conferidas:".
           05 LR-MATR     PIC ZZZZZ9.
           05 FILLER      PIC X(18) VALUE "  Fora do periodo:".
           05 LR-FORA     PIC ZZZZZ9.
           05 FILLER      PIC X(26)
               VALUE "  Rep.Falta sem FREQ.DAT:".
           05 LR-SEM-FREQ PIC ZZZZZ9.
       01 WS-LINHA-RESUMO2.
           05 FILLER      PIC X(22) VALUE "Excecoes:             ".
           05 LR-EXC      PIC ZZZZZ9.
           05 FILLER      PIC X(18) VALUE "  em matriculas:  ".
           05 LR-MAT-EXC  PIC ZZZZZ9.
           05 FILLER      PIC X(21) VALUE "  Eventos no log:    ".
           05 LR-EVENTOS  PIC ZZZZZZ9.
       01 WS-LINHA-SEM-EXCECAO PIC X(40)
           VALUE "Nenhuma divergencia encontrada.".
       01 WS-LINHA-BRANCO PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           SORT SORT-LOG
               ON ASCENDING KEY SLG-CHAVE
               ON DESCENDING KEY SLG-SEQ
               INPUT PROCEDURE IS 200-LER-LOG
                   THRU 200-EXIT
               OUTPUT PROCEDURE IS 250-GRAVAR-ULTIMOS
                   THRU 250-EXIT.
           SORT SORT-FRQ
               ON ASCENDING KEY SFR-CHAVE
               INPUT PROCEDURE IS 270-LER-FREQ
                   THRU 270-EXIT
               GIVING FRQ-WORK.
           PERFORM 300-CONFERIR-MASTER THRU 300-EXIT.
           SORT SORT-EXC
               ON ASCENDING KEY SEX-TIPO
               ON ASCENDING KEY SEX-CHAVE
               USING EXC-WORK
               OUTPUT PROCEDURE IS 600-EMITIR-EXCECOES
                   THRU 600-EXIT.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
           MOVE WS-HOJE (7:2) TO HE-DIA.
           MOVE WS-HOJE (5:2) TO HE-MES.
           MOVE WS-HOJE (1:4) TO HE-ANO.
           ACCEPT WS-ANO-FILTRO FROM ENVIRONMENT "VER_ANO".
           ACCEPT WS-SEM-FILTRO FROM ENVIRONMENT "VER_SEMESTRE".
           IF (WS-ANO-FILTRO = SPACES AND WS-SEM-FILTRO NOT = SPACES)
               OR (WS-ANO-FILTRO NOT = SPACES
                   AND WS-SEM-FILTRO = SPACES)
               DISPLAY "Informe VER_ANO e VER_SEMESTRE juntos, ou "
                   "nenhum dos dois para conferir o master inteiro."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LER-PARAMETROS.
           OPEN INPUT GRADES-MASTER.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo GRADES.MST. Status="
                   WS-MST-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VERIFICA-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo VERIFICA.RPT. Status="
                   WS-RPT-STATUS
               CLOSE GRADES-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXC-WORK.
           IF WS-EXW-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo VERIFEXC.WRK. Status="
                   WS-EXW-STATUS
               CLOSE GRADES-MASTER
               CLOSE VERIFICA-RPT
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
           MOVE ZERO TO WS-TIPOS-QTDES.

      *> Mesma carga e mesmas recusas do programa de medias: um
      *> MEDIA.PARM que a corrida de notas rejeitaria tambem nao
      *> serve para conferir o resultado dela.
       110-LER-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL FIM-PARM
                   READ PARM-FILE
                       AT END SET FIM-PARM TO TRUE
                   END-READ
                   IF NOT FIM-PARM AND WS-PARM-STATUS = "00"
                       PERFORM 111-GUARDAR-PARAMETRO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PARM-FILE.

       111-GUARDAR-PARAMETRO.
           IF PARM-LIMITE-APROVA NOT NUMERIC
              OR PARM-LIMITE-EXAME NOT NUMERIC
              OR PARM-PESO1 NOT NUMERIC
              OR PARM-PESO2 NOT NUMERIC
              OR PARM-PESO3 NOT NUMERIC
               DISPLAY "Registro invalido em MEDIA.PARM para turma "
                   PARM-TURMA " disciplina " PARM-DISCIPLINA
                   " - campo nao numerico."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (PARM-PESO1 + PARM-PESO2 + PARM-PESO3) NOT = 100
               DISPLAY "Pesos invalidos em MEDIA.PARM para turma "
                   PARM-TURMA " disciplina " PARM-DISCIPLINA
                   " - nao somam 100."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-QTDE >= 50
               DISPLAY "MEDIA.PARM tem mais cursos que a tabela "
                   "comporta (50)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PARM-QTDE.
           MOVE PARM-TURMA         TO WS-PARM-TURMA (WS-PARM-QTDE).
           MOVE PARM-DISCIPLINA    TO WS-PARM-DISC (WS-PARM-QTDE).
           MOVE PARM-LIMITE-APROVA
               TO WS-PARM-LIM-APROVA (WS-PARM-QTDE).
           MOVE PARM-LIMITE-EXAME
               TO WS-PARM-LIM-EXAME (WS-PARM-QTDE).
           MOVE PARM-PESO1 TO WS-PARM-P1 (WS-PARM-QTDE).
           MOVE PARM-PESO2 TO WS-PARM-P2 (WS-PARM-QTDE).
           MOVE PARM-PESO3 TO WS-PARM-P3 (WS-PARM-QTDE).
           IF PARM-FREQ-MIN NUMERIC AND PARM-FREQ-MIN NOT > 100
               MOVE PARM-FREQ-MIN TO WS-PARM-FREQ-MIN (WS-PARM-QTDE)
           ELSE
               MOVE 75 TO WS-PARM-FREQ-MIN (WS-PARM-QTDE)
           END-IF.

       120-SELECIONAR-PARAMETROS.
           MOVE "N" TO WS-PARM-ACHOU.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-QTDE
               IF WS-PARM-TURMA (WS-PARM-IDX) = MST-TURMA
                   AND WS-PARM-DISC (WS-PARM-IDX) = MST-DISCIPLINA
                   PERFORM 121-APLICAR-PARAMETRO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT PARM-ACHOU
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-QTDE
                   IF WS-PARM-TURMA (WS-PARM-IDX) = SPACES
                       AND WS-PARM-DISC (WS-PARM-IDX) = SPACES
                       PERFORM 121-APLICAR-PARAMETRO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT PARM-ACHOU
               MOVE 6.00 TO WS-LIMITE-APROVA
               MOVE 3.00 TO WS-LIMITE-EXAME
               MOVE 34   TO WS-PESO1
               MOVE 33   TO WS-PESO2
               MOVE 33   TO WS-PESO3
               MOVE 75   TO WS-FREQ-MINIMA
           END-IF.

       121-APLICAR-PARAMETRO.
           MOVE WS-PARM-LIM-APROVA (WS-PARM-IDX) TO WS-LIMITE-APROVA.
           MOVE WS-PARM-LIM-EXAME (WS-PARM-IDX)  TO WS-LIMITE-EXAME.
           MOVE WS-PARM-P1 (WS-PARM-IDX)         TO WS-PESO1.
           MOVE WS-PARM-P2 (WS-PARM-IDX)         TO WS-PESO2.
           MOVE WS-PARM-P3 (WS-PARM-IDX)         TO WS-PESO3.
           MOVE WS-PARM-FREQ-MIN (WS-PARM-IDX)   TO WS-FREQ-MINIMA.
           MOVE "S" TO WS-PARM-ACHOU.

      *> Solta cada evento do log numerado na ordem de gravacao; o
      *> RET-ANTES so repete o estado anterior a uma retificacao e
      *> fica de fora, o RET-DEPOIS que vem logo depois e que conta.
       200-LER-LOG.
           OPEN INPUT AUDIT-LOG.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "MEDIA.LOG ausente (status " WS-LOG-STATUS
                   ") - toda matricula sai sem evento."
               GO TO 200-EXIT
           END-IF.
           SET COM-LOG TO TRUE.
           PERFORM UNTIL FIM-LOG
               READ AUDIT-LOG
                   AT END SET FIM-LOG TO TRUE
               END-READ
               IF NOT FIM-LOG
                   ADD 1 TO WS-SEQ-LOG
                   IF AUDIT-EVENTO NOT = "RET-ANTES"
                       MOVE AUDIT-ALUNO-ID   TO SLG-ALUNO-ID
                       MOVE AUDIT-TURMA      TO SLG-TURMA
                       MOVE AUDIT-DISCIPLINA TO SLG-DISCIPLINA
                       MOVE AUDIT-ANO-SEM    TO SLG-ANO-SEM
                       MOVE WS-SEQ-LOG       TO SLG-SEQ
                       MOVE AUDIT-DATA-HORA  TO SLG-DATA-HORA
                       MOVE AUDIT-EVENTO     TO SLG-EVENTO
                       MOVE AUDIT-NUMERO1    TO SLG-NUMERO1
                       MOVE AUDIT-NUMERO2    TO SLG-NUMERO2
                       MOVE AUDIT-NUMERO3    TO SLG-NUMERO3
                       MOVE AUDIT-MEDIA      TO SLG-MEDIA
                       MOVE AUDIT-SITUACAO   TO SLG-SITUACAO
                       RELEASE SLG-REC
                       ADD 1 TO WS-QTDE-EVENTOS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AUDIT-LOG.
       200-EXIT.
           EXIT.

      *> Da ordenacao sai cada chave com o evento mais novo primeiro;
      *> so esse vai para o arquivo de trabalho.
       250-GRAVAR-ULTIMOS.
           OPEN OUTPUT LOG-WORK.
           IF WS-LGW-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo VERIFLOG.WRK. Status="
                   WS-LGW-STATUS
               CLOSE GRADES-MASTER
               CLOSE VERIFICA-RPT
               CLOSE EXC-WORK
               IF COM-CADASTRO
                   CLOSE CADASTRO-FILE
               END-IF
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE HIGH-VALUES TO WS-CHAVE-ANTERIOR.
           PERFORM UNTIL FIM-SLG
               RETURN SORT-LOG
                   AT END SET FIM-SLG TO TRUE
               END-RETURN
               IF NOT FIM-SLG AND SLG-CHAVE NOT = WS-CHAVE-ANTERIOR
                   MOVE SLG-CHAVE TO WS-CHAVE-ANTERIOR
                   WRITE LGW-REC FROM SLG-REC
               END-IF
           END-PERFORM.
           CLOSE LOG-WORK.
       250-EXIT.
           EXIT.

       270-LER-FREQ.
           OPEN INPUT FREQ-FILE.
           IF WS-FRQ-STATUS NOT = "00"
               DISPLAY "FREQ.DAT ausente (status " WS-FRQ-STATUS
                   ") - situacao conferida so pelas notas."
               GO TO 270-EXIT
           END-IF.
           SET COM-FREQ TO TRUE.
           PERFORM UNTIL FIM-FREQ
               READ FREQ-FILE
                   AT END SET FIM-FREQ TO TRUE
               END-READ
               IF NOT FIM-FREQ
                   IF FREQ-AULAS-DADAS NUMERIC
                       AND FREQ-AULAS-PRES NUMERIC
                       AND FREQ-AULAS-DADAS > ZERO
                       MOVE FREQ-REC TO SFR-REC
                       RELEASE SFR-REC
                   ELSE
                       DISPLAY "Registro de frequencia invalido "
                           "ignorado: " FREQ-ALUNO-ID " turma "
                           FREQ-TURMA " disciplina " FREQ-DISCIPLINA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FREQ-FILE.
       270-EXIT.
           EXIT.

      *> Percorre o master na ordem da chave, casando cada matricula
      *> com o log e com a frequencia ja ordenados na mesma ordem.
       300-CONFERIR-MASTER.
           OPEN INPUT LOG-WORK.
           IF WS-LGW-STATUS NOT = "00"
               SET FIM-LGW TO TRUE
           ELSE
               PERFORM 310-LER-LOG-WORK
           END-IF.
           OPEN INPUT FRQ-WORK.
           IF WS-FRW-STATUS NOT = "00"
               SET FIM-FRW TO TRUE
           ELSE
               PERFORM 320-LER-FRQ-WORK
           END-IF.
           MOVE LOW-VALUES TO MST-CHAVE.
           START GRADES-MASTER KEY NOT < MST-CHAVE
               INVALID KEY SET FIM-MST TO TRUE
           END-START.
           PERFORM UNTIL FIM-MST
               READ GRADES-MASTER NEXT
                   AT END SET FIM-MST TO TRUE
               END-READ
               IF NOT FIM-MST
                   IF WS-ANO-SEM-FILTRO NOT = SPACES
                       AND MST-ANO-SEM NOT = WS-ANO-SEM-FILTRO
                       ADD 1 TO WS-QTDE-FORA
                   ELSE
                       PERFORM 400-CONFERIR-MATRICULA THRU 400-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LOG-WORK.
           CLOSE FRQ-WORK.
           CLOSE EXC-WORK.
       300-EXIT.
           EXIT.

       310-LER-LOG-WORK.
           READ LOG-WORK
               AT END SET FIM-LGW TO TRUE
           END-READ.

       320-LER-FRQ-WORK.
           READ FRQ-WORK
               AT END SET FIM-FRW TO TRUE
           END-READ.

      *> Uma matricula: as tres conferencias independentes, cada uma
      *> com seu tipo de excecao, para que a causa apareca uma vez
      *> so - a situacao e derivada da MEDIA gravada, e nao da
      *> recalculada, para nao repetir uma divergencia de media.
       400-CONFERIR-MATRICULA.
           ADD 1 TO WS-QTDE-MATRICULAS.
           MOVE "N" TO WS-MATRICULA-COM-EXC.
           MOVE MST-CHAVE TO WS-CHAVE-MST.
           PERFORM 120-SELECIONAR-PARAMETROS.
           PERFORM 410-CONFERIR-MEDIA.
           PERFORM 420-LOCALIZAR-FREQ.
           PERFORM 430-CONFERIR-SITUACAO THRU 430-EXIT.
           PERFORM 440-LOCALIZAR-EVENTO.
           PERFORM 450-CONFERIR-EVENTO THRU 450-EXIT.
           IF MATRICULA-COM-EXC
               ADD 1 TO WS-QTDE-MAT-EXC
           END-IF.
       400-EXIT.
           EXIT.

       410-CONFERIR-MEDIA.
           COMPUTE WS-SOMA-PONDERADA =
               (MST-NUMERO1 * WS-PESO1) + (MST-NUMERO2 * WS-PESO2)
               + (MST-NUMERO3 * WS-PESO3).
           COMPUTE WS-MEDIA-CALC ROUNDED = WS-SOMA-PONDERADA / 100.
           IF WS-MEDIA-CALC NOT = MST-MEDIA
               MOVE MST-MEDIA     TO WS-ED-NOTA
               MOVE WS-MEDIA-CALC TO WS-ED-NOTA2
               MOVE WS-PESO1 TO WS-ED-PESO1
               MOVE WS-PESO2 TO WS-ED-PESO2
               MOVE WS-PESO3 TO WS-ED-PESO3
               MOVE SPACES TO EX-TEXTO
               STRING "gravada " WS-ED-NOTA "  recalculada "
                   WS-ED-NOTA2 "  pesos " WS-ED-PESO1 "/"
                   WS-ED-PESO2 "/" WS-ED-PESO3
                   DELIMITED BY SIZE INTO EX-TEXTO
               MOVE 1 TO EX-TIPO
               PERFORM 500-GRAVAR-EXCECAO
           END-IF.

       420-LOCALIZAR-FREQ.
           MOVE "N" TO WS-FREQ-ACHOU.
           MOVE ZERO TO WS-FREQ-PERC.
           PERFORM UNTIL FIM-FRW OR FRW-CHAVE NOT < WKM-CURSO
               PERFORM 320-LER-FRQ-WORK
           END-PERFORM.
           IF NOT FIM-FRW AND FRW-CHAVE = WKM-CURSO
               MOVE "S" TO WS-FREQ-ACHOU
               MULTIPLY FRW-AULAS-PRES BY 100 GIVING WS-PRES-CEM
               COMPUTE WS-FREQ-PERC ROUNDED =
                   WS-PRES-CEM / FRW-AULAS-DADAS
           END-IF.

      *> A regra do programa de medias, na ordem dele: frequencia
      *> abaixo do minimo reprova por falta qualquer que seja a nota;
      *> com exame aplicado vale (media + exame) / 2 contra o limite
      *> de aprovacao; sem exame, os dois limites do curso. Sem
      *> FREQ.DAT um "Rep.Falta" gravado nao tem como ser conferido
      *> e so e contado.
       430-CONFERIR-SITUACAO.
           IF NOT COM-FREQ AND MST-SITUACAO = "Rep.Falta"
               ADD 1 TO WS-QTDE-SEM-FREQ
               GO TO 430-EXIT
           END-IF.
           IF FREQ-ACHOU AND WS-FREQ-PERC < WS-FREQ-MINIMA
               MOVE "Rep.Falta" TO WS-SITUACAO-CALC
               MOVE WS-FREQ-PERC   TO WS-ED-PERC
               MOVE WS-FREQ-MINIMA TO WS-ED-MIN
               MOVE SPACES TO WS-BASE-SITUACAO
               STRING "frequencia " WS-ED-PERC "% < " WS-ED-MIN "%"
                   DELIMITED BY SIZE INTO WS-BASE-SITUACAO
               GO TO 435-COMPARAR
           END-IF.
           IF MST-NOTA-EXAME NOT = ZERO
               OR MST-MEDIA-FINAL NOT = ZERO
               PERFORM 432-CONFERIR-MEDIA-FINAL
               IF WS-FINAL-CALC > WS-LIMITE-APROVA
                   MOVE "Aprovado" TO WS-SITUACAO-CALC
               ELSE
                   MOVE "Reprovado" TO WS-SITUACAO-CALC
               END-IF
               MOVE WS-FINAL-CALC TO WS-ED-NOTA3
               MOVE SPACES TO WS-BASE-SITUACAO
               STRING "media final " WS-ED-NOTA3
                   DELIMITED BY SIZE INTO WS-BASE-SITUACAO
               GO TO 435-COMPARAR
           END-IF.
           EVALUATE TRUE
               WHEN MST-MEDIA > WS-LIMITE-APROVA
                   MOVE "Aprovado" TO WS-SITUACAO-CALC
               WHEN MST-MEDIA > WS-LIMITE-EXAME
                   MOVE "Exame" TO WS-SITUACAO-CALC
               WHEN OTHER
                   MOVE "Reprovado" TO WS-SITUACAO-CALC
           END-EVALUATE.
           MOVE MST-MEDIA TO WS-ED-NOTA3.
           MOVE SPACES TO WS-BASE-SITUACAO.
           IF FREQ-ACHOU
               STRING "media " WS-ED-NOTA3
                   DELIMITED BY SIZE INTO WS-BASE-SITUACAO
           ELSE
               STRING "media " WS-ED-NOTA3 ", sem frequencia"
                   DELIMITED BY SIZE INTO WS-BASE-SITUACAO
           END-IF.
       435-COMPARAR.
           IF WS-SITUACAO-CALC NOT = MST-SITUACAO
               MOVE SPACES TO EX-TEXTO
               STRING "gravada " MST-SITUACAO "  derivada "
                   WS-SITUACAO-CALC " (" WS-BASE-SITUACAO
                   DELIMITED BY SIZE INTO EX-TEXTO
               PERFORM 436-FECHAR-PARENTESE
               MOVE 3 TO EX-TIPO
               PERFORM 500-GRAVAR-EXCECAO
           END-IF.
       430-EXIT.
           EXIT.

       432-CONFERIR-MEDIA-FINAL.
           COMPUTE WS-SOMA-EXAME = MST-MEDIA + MST-NOTA-EXAME.
           COMPUTE WS-FINAL-CALC ROUNDED = WS-SOMA-EXAME / 2.
           IF WS-FINAL-CALC NOT = MST-MEDIA-FINAL
               MOVE MST-MEDIA-FINAL TO WS-ED-NOTA
               MOVE WS-FINAL-CALC   TO WS-ED-NOTA2
               MOVE MST-NOTA-EXAME  TO WS-ED-NOTA3
               MOVE SPACES TO EX-TEXTO
               STRING "gravada " WS-ED-NOTA "  recalculada "
                   WS-ED-NOTA2 "  exame " WS-ED-NOTA3
                   DELIMITED BY SIZE INTO EX-TEXTO
               MOVE 2 TO EX-TIPO
               PERFORM 500-GRAVAR-EXCECAO
           END-IF.

      *> Fecha o parentese da base da derivacao logo apos o ultimo
      *> caractere preenchido do texto.
       436-FECHAR-PARENTESE.
           PERFORM VARYING WS-POS FROM 71 BY -1
               UNTIL WS-POS < 1
               OR EX-TEXTO (WS-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-POS < 71
               ADD 1 TO WS-POS
               MOVE ")" TO EX-TEXTO (WS-POS:1)
           END-IF.

      *> Avanca o log ate a chave da matricula. No caminho ficam os
      *> eventos sem turma/disciplina do aluno (os do REAVALIA), que
      *> se ordenam antes das matriculas dele.
       440-LOCALIZAR-EVENTO.
           MOVE "N" TO WS-EVENTO-ACHOU.
           IF WS-REAV-ALUNO NOT = MST-ALUNO-ID
               MOVE SPACES TO WS-REAV-ALUNO
           END-IF.
           PERFORM UNTIL FIM-LGW OR LGW-CHAVE NOT < WS-CHAVE-MST
               IF LGW-TURMA = SPACES AND LGW-DISCIPLINA = SPACES
                   MOVE LGW-ALUNO-ID TO WS-REAV-ALUNO
                   MOVE LGW-SEQ       TO RV-SEQ
                   MOVE LGW-DATA-HORA TO RV-DATA-HORA
                   MOVE LGW-EVENTO    TO RV-EVENTO
                   MOVE LGW-NUMERO1   TO RV-NUMERO1
                   MOVE LGW-NUMERO2   TO RV-NUMERO2
                   MOVE LGW-NUMERO3   TO RV-NUMERO3
                   MOVE LGW-MEDIA     TO RV-MEDIA
                   MOVE LGW-SITUACAO  TO RV-SITUACAO
               END-IF
               PERFORM 310-LER-LOG-WORK
           END-PERFORM.
           IF WS-REAV-ALUNO NOT = MST-ALUNO-ID
               MOVE SPACES TO WS-REAV-ALUNO
           END-IF.
           IF NOT FIM-LGW AND LGW-CHAVE = WS-CHAVE-MST
               MOVE "S" TO WS-EVENTO-ACHOU
               MOVE LGW-SEQ       TO EV-SEQ
               MOVE LGW-DATA-HORA TO EV-DATA-HORA
               MOVE LGW-EVENTO    TO EV-EVENTO
               MOVE LGW-NUMERO1   TO EV-NUMERO1
               MOVE LGW-NUMERO2   TO EV-NUMERO2
               MOVE LGW-NUMERO3   TO EV-NUMERO3
               MOVE LGW-MEDIA     TO EV-MEDIA
               MOVE LGW-SITUACAO  TO EV-SITUACAO
           END-IF.
      *> Um REAVALIA mais novo que o evento da matricula e que traz
      *> o exame e a media final gravados nela e o que explica o
      *> estado atual do registro.
           IF WS-REAV-ALUNO NOT = SPACES
               AND RV-EVENTO = "REAVALIA"
               AND (NOT EVENTO-ACHOU OR RV-SEQ > EV-SEQ)
               AND RV-NUMERO2 = MST-NOTA-EXAME
               AND RV-MEDIA = MST-MEDIA-FINAL
               MOVE "S" TO WS-EVENTO-ACHOU
               MOVE WS-REAV TO WS-EVENTO
           END-IF.

      *> O evento de exame (EXAME, REAVALIA) guarda a media original
      *> na primeira nota, o exame na segunda e a media final no
      *> lugar da media; os demais guardam as notas e a media como
      *> estao no master.
       450-CONFERIR-EVENTO.
           IF NOT EVENTO-ACHOU
               MOVE SPACES TO EX-TEXTO
               IF COM-LOG
                   MOVE "nenhum evento no MEDIA.LOG para a matricula"
                       TO EX-TEXTO
               ELSE
                   MOVE "MEDIA.LOG ausente" TO EX-TEXTO
               END-IF
               MOVE 4 TO EX-TIPO
               PERFORM 500-GRAVAR-EXCECAO
               GO TO 450-EXIT
           END-IF.
           MOVE SPACES TO WS-CAMPO-LOG.
           IF EV-DE-EXAME
               EVALUATE TRUE
                   WHEN EV-NUMERO1 NOT = MST-MEDIA
                       MOVE "MEDIA" TO WS-CAMPO-LOG
                       MOVE EV-NUMERO1 TO WS-ED-NOTA
                       MOVE MST-MEDIA  TO WS-ED-NOTA2
                   WHEN EV-NUMERO2 NOT = MST-NOTA-EXAME
                       MOVE "EXAME" TO WS-CAMPO-LOG
                       MOVE EV-NUMERO2     TO WS-ED-NOTA
                       MOVE MST-NOTA-EXAME TO WS-ED-NOTA2
                   WHEN EV-MEDIA NOT = MST-MEDIA-FINAL
                       MOVE "MEDIA-FIN." TO WS-CAMPO-LOG
                       MOVE EV-MEDIA        TO WS-ED-NOTA
                       MOVE MST-MEDIA-FINAL TO WS-ED-NOTA2
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN EV-NUMERO1 NOT = MST-NUMERO1
                       MOVE "NOTA1" TO WS-CAMPO-LOG
                       MOVE EV-NUMERO1  TO WS-ED-NOTA
                       MOVE MST-NUMERO1 TO WS-ED-NOTA2
                   WHEN EV-NUMERO2 NOT = MST-NUMERO2
                       MOVE "NOTA2" TO WS-CAMPO-LOG
                       MOVE EV-NUMERO2  TO WS-ED-NOTA
                       MOVE MST-NUMERO2 TO WS-ED-NOTA2
                   WHEN EV-NUMERO3 NOT = MST-NUMERO3
                       MOVE "NOTA3" TO WS-CAMPO-LOG
                       MOVE EV-NUMERO3  TO WS-ED-NOTA
                       MOVE MST-NUMERO3 TO WS-ED-NOTA2
                   WHEN EV-MEDIA NOT = MST-MEDIA
                       MOVE "MEDIA" TO WS-CAMPO-LOG
                       MOVE EV-MEDIA  TO WS-ED-NOTA
                       MOVE MST-MEDIA TO WS-ED-NOTA2
               END-EVALUATE
           END-IF.
           IF WS-CAMPO-LOG NOT = SPACES
               MOVE WS-ED-NOTA  TO WS-VALOR-LOG
               MOVE WS-ED-NOTA2 TO WS-VALOR-MST
           ELSE
               IF EV-SITUACAO NOT = MST-SITUACAO
                   MOVE "SITUACAO" TO WS-CAMPO-LOG
                   MOVE EV-SITUACAO  TO WS-VALOR-LOG
                   MOVE MST-SITUACAO TO WS-VALOR-MST
               END-IF
           END-IF.
           IF WS-CAMPO-LOG NOT = SPACES
               MOVE SPACES TO EX-TEXTO
               STRING WS-CAMPO-LOG " log " WS-VALOR-LOG " master "
                   WS-VALOR-MST " ("
                   DELIMITED BY SIZE
                   EV-EVENTO DELIMITED BY SPACE
                   " " EV-DATA-HORA (1:8) ")"
                   DELIMITED BY SIZE INTO EX-TEXTO
               MOVE 5 TO EX-TIPO
               PERFORM 500-GRAVAR-EXCECAO
           END-IF.
       450-EXIT.
           EXIT.

      *> O nome impresso vem do cadastro de alunos; sem ALUNOS.MST,
      *> ou sem o aluno nele, vale a copia gravada no master.
       500-GRAVAR-EXCECAO.
           MOVE MST-ALUNO-ID   TO EX-ALUNO-ID.
           MOVE MST-TURMA      TO EX-TURMA.
           MOVE MST-DISCIPLINA TO EX-DISCIPLINA.
           MOVE MST-ANO        TO EX-ANO.
           MOVE MST-SEMESTRE   TO EX-SEMESTRE.
           MOVE MST-ALUNO-NOME TO EX-NOME.
           IF COM-CADASTRO
               MOVE MST-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO EX-NOME
               END-IF
           END-IF.
           WRITE EXW-REC FROM WS-EXCECAO.
           ADD 1 TO WS-TIPO-QTDE (EX-TIPO).
           ADD 1 TO WS-QTDE-EXCECOES.
           MOVE "S" TO WS-MATRICULA-COM-EXC.

      *> Relatorio: cabecalho, uma secao por tipo de excecao com as
      *> matriculas em ordem de chave, e o resumo da conferencia.
       600-EMITIR-EXCECOES.
           MOVE WS-HOJE-EDITADO TO LT-DATA.
           IF WS-ANO-SEM-FILTRO = SPACES
               MOVE "todos" TO LT-PERIODO
           ELSE
               MOVE SPACES TO LT-PERIODO
               STRING WS-ANO-FILTRO "/" WS-SEM-FILTRO
                   DELIMITED BY SIZE INTO LT-PERIODO
           END-IF.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-TITULO.
           IF COM-LOG
               MOVE "presente" TO LF-LOG
           ELSE
               MOVE "ausente" TO LF-LOG
           END-IF.
           IF COM-FREQ
               MOVE "presente" TO LF-FREQ
           ELSE
               MOVE "ausente" TO LF-FREQ
           END-IF.
           MOVE WS-PARM-QTDE TO LF-PARM.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-FONTES.
           PERFORM UNTIL FIM-SEX
               RETURN SORT-EXC INTO WS-EXCECAO
                   AT END SET FIM-SEX TO TRUE
               END-RETURN
               IF NOT FIM-SEX
                   IF EX-TIPO NOT = WS-TIPO-ABERTO
                       PERFORM 610-FECHAR-TIPO
                       PERFORM 620-ABRIR-TIPO
                   END-IF
                   PERFORM 630-GRAVAR-DETALHE
               END-IF
           END-PERFORM.
           PERFORM 610-FECHAR-TIPO.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-BRANCO.
           IF WS-QTDE-EXCECOES = ZERO
               WRITE VERIFICA-RPT-REC FROM WS-LINHA-SEM-EXCECAO
           END-IF.
           MOVE WS-QTDE-MATRICULAS TO LR-MATR.
           MOVE WS-QTDE-FORA       TO LR-FORA.
           MOVE WS-QTDE-SEM-FREQ   TO LR-SEM-FREQ.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-RESUMO1.
           MOVE WS-QTDE-EXCECOES   TO LR-EXC.
           MOVE WS-QTDE-MAT-EXC    TO LR-MAT-EXC.
           MOVE WS-QTDE-EVENTOS    TO LR-EVENTOS.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-RESUMO2.
       600-EXIT.
           EXIT.

       610-FECHAR-TIPO.
           IF WS-TIPO-ABERTO NOT = ZERO
               MOVE WS-TIPO-QTDE (WS-TIPO-ABERTO) TO LQT-QTDE
               WRITE VERIFICA-RPT-REC FROM WS-LINHA-QTDE-TIPO
               MOVE ZERO TO WS-TIPO-ABERTO
           END-IF.

       620-ABRIR-TIPO.
           MOVE EX-TIPO TO WS-TIPO-ABERTO.
           MOVE EX-TIPO TO LTP-TIPO.
           MOVE WS-TIPO-TITULO (EX-TIPO) TO LTP-TITULO.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-TIPO.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-COLUNAS.

       630-GRAVAR-DETALHE.
           MOVE EX-ALUNO-ID   TO LD-ID.
           MOVE EX-NOME       TO LD-NOME.
           MOVE EX-TURMA      TO LD-TURMA.
           MOVE EX-DISCIPLINA TO LD-DISC.
           MOVE EX-ANO        TO LD-ANO.
           MOVE EX-SEMESTRE   TO LD-SEM.
           IF EX-ANO = SPACES
               MOVE SPACE TO LD-BARRA
           ELSE
               MOVE "/" TO LD-BARRA
           END-IF.
           MOVE EX-TEXTO      TO LD-TEXTO.
           WRITE VERIFICA-RPT-REC FROM WS-LINHA-DETALHE.

       900-FINALIZAR.
           CLOSE GRADES-MASTER.
           CLOSE VERIFICA-RPT.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-LGW-NOME.
           CALL "CBL_DELETE_FILE" USING WS-FRW-NOME.
           CALL "CBL_DELETE_FILE" USING WS-EXW-NOME.
           DISPLAY "Conferencia do GRADES.MST: " WS-QTDE-MATRICULAS
               " matriculas, " WS-QTDE-EXCECOES " excecoes em "
               WS-QTDE-MAT-EXC " matriculas (VERIFICA.RPT).".
           IF WS-QTDE-EXCECOES > ZERO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
