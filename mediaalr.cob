       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAALR.
      *> Alerta de meio de periodo: le um roster parcial (so a
      *> NUMERO1, ou NUMERO1 e NUMERO2, preenchidas - nota ainda nao
      *> lancada vem em branco), o FREQ.DAT corrente e os pesos e
      *> limites de cada curso no MEDIA.PARM, e aponta antes do fim
      *> do periodo quem ja nao alcanca a aprovacao direta (ou nem o
      *> exame), quem precisa de media acima da nota de corte
      *> ALR_NOTA_CORTE (padrao 7.00) nas avaliacoes restantes, e
      *> quem esta a ALR_MARGEM_AULAS faltas (padrao 4) ou menos de
      *> cair abaixo da frequencia minima PARM-FREQ-MIN. O limite de
      *> faltas e medido sobre a carga horaria do catalogo de cursos
      *> (uma aula por hora); sem catalogo, sobre as aulas dadas ate
      *> agora. Saem ALERTA.RPT, uma secao por turma/disciplina para
      *> a coordenacao, e AVISOS.TXT, um aviso por aluno com todos os
      *> cursos em alerta para entregar ao responsavel. O roster vem
      *> em ALR_ROSTER (padrao STUDENTS.DAT); o bloco HDR/TRL, se
      *> houver, e ignorado - um roster parcial nao fecha controle.
      *> So leitura: nao toca master nem trava.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN USING WS-ROSTER-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "MEDIA.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL FREQ-FILE ASSIGN TO "FREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRQ-STATUS.
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
           SELECT ALERTA-RPT ASSIGN TO "ALERTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AVISO-FILE ASSIGN TO "AVISOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVS-STATUS.
           SELECT AVISO-WORK ASSIGN TO "ALERTA.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT SORT-ROSTER ASSIGN TO "ALERTA.SRT".
           SELECT SORT-AVISO ASSIGN TO "AVISOS.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           COPY "student.cpy".
           COPY "control.cpy".
       FD  PARM-FILE.
           COPY "parm.cpy".
       FD  FREQ-FILE.
           COPY "freq.cpy".
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  ALERTA-RPT.
       01 ALERTA-RPT-REC PIC X(120).
       FD  AVISO-FILE.
       01 AVISO-REC PIC X(80).
       FD  AVISO-WORK.
       01 AVISO-WORK-REC PIC X(131).
       SD  SORT-ROSTER.
       01 SRT-REC.
           05 SRT-ALUNO-ID       PIC X(6).
           05 SRT-TURMA          PIC X(4).
           05 SRT-DISCIPLINA     PIC X(6).
           05 SRT-NOME           PIC X(30).
           05 SRT-NUMERO1        PIC 9(2)V99.
           05 SRT-NUMERO2        PIC 9(2)V99.
           05 SRT-NUMERO3        PIC 9(2)V99.
           05 SRT-ANO            PIC X(4).
           05 SRT-SEMESTRE       PIC X(1).
       SD  SORT-AVISO.
       01 AVS-REC.
           05 AVS-ALUNO-ID       PIC X(6).
           05 AVS-TURMA          PIC X(4).
           05 AVS-DISCIPLINA     PIC X(6).
           05 FILLER             PIC X(115).
       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS  PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-FRQ-STATUS  PIC XX.
       01 WS-CAD-STATUS  PIC XX.
       01 WS-DSC-STATUS  PIC XX.
       01 WS-TUR-STATUS  PIC XX.
       01 WS-RPT-STATUS  PIC XX.
       01 WS-AVS-STATUS  PIC XX.
       01 WS-WRK-STATUS  PIC XX.

       01 WS-ROSTER-NOME PIC X(60).
       01 WS-WRK-NOME    PIC X(12) VALUE "ALERTA.WRK".

       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.
       01 WS-COM-FREQ PIC X VALUE 'N'.
           88 COM-FREQ VALUE 'S'.

       01 WS-EOF-ROS PIC X VALUE 'N'.
           88 FIM-ROS VALUE 'S'.
       01 WS-EOF-SRT PIC X VALUE 'N'.
           88 FIM-SRT VALUE 'S'.
       01 WS-EOF-AVS PIC X VALUE 'N'.
           88 FIM-AVS VALUE 'S'.
       01 WS-EOF-PARM PIC X VALUE 'N'.
           88 FIM-PARM VALUE 'S'.
       01 WS-EOF-FREQ PIC X VALUE 'N'.
           88 FIM-FREQ VALUE 'S'.

      *> Nota de corte e margem de faltas do alerta, ajustaveis por
      *> ambiente a cada execucao.
       01 WS-PARAM-ENTRADA PIC X(6).
       01 WS-PARAM-NUMVAL  PIC S9(4)V99.
       01 WS-NOTA-CORTE    PIC 9(2)V99 VALUE 7.00.
       01 WS-MARGEM-AULAS  PIC 9(3)    VALUE 4.

      *> Parametros do curso em analise, escolhidos na tabela do
      *> MEDIA.PARM com a mesma regra do programa de medias: entrada
      *> exata da turma/disciplina, depois a entrada toda em branco,
      *> depois os padroes do regulamento.
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

      *> Frequencia do curso aberto: o FREQ.DAT vem na ordem
      *> turma/disciplina do roster, entao cada quebra puxa os
      *> registros do curso para a tabela, com um registro lido a
      *> frente guardado para a quebra seguinte.
       01 WS-FREQ-PENDENTE PIC X VALUE 'N'.
           88 FREQ-PENDENTE VALUE 'S'.
       01 WS-FREQ-ACHOU PIC X VALUE 'N'.
           88 FREQ-ACHOU VALUE 'S'.
       01 WS-FREQ-CHEIA PIC X VALUE 'N'.
           88 FREQ-CHEIA VALUE 'S'.
       01 WS-FREQ-CHAVE-ARQ.
           05 FCA-TURMA PIC X(4).
           05 FCA-DISC  PIC X(6).
       01 WS-FREQ-CHAVE-CURSO.
           05 FCC-TURMA PIC X(4).
           05 FCC-DISC  PIC X(6).
       01 WS-FREQ-QTDE PIC 9(4) VALUE ZERO.
       01 WS-FREQ-IDX  PIC 9(4).
       01 WS-FREQ-TAB.
           05 WS-FREQ-ENT OCCURS 1000 TIMES.
               10 WS-FREQ-ALUNO PIC X(6).
               10 WS-FREQ-DADAS PIC 9(3).
               10 WS-FREQ-PRES  PIC 9(3).

      *> Curso aberto no relatorio e o que o catalogo diz dele.
       01 WS-CURSO-ABERTO PIC X VALUE 'N'.
           88 CURSO-ABERTO VALUE 'S'.
       01 WS-TURMA-ATUAL      PIC X(4) VALUE SPACES.
       01 WS-DISCIPLINA-ATUAL PIC X(6) VALUE SPACES.
       01 WS-CURSO-NOME       PIC X(30).
       01 WS-CURSO-PROFESSOR  PIC X(30).
       01 WS-CURSO-CARGA      PIC 9(4) VALUE ZERO.

      *> Conta da matricula em analise: a parte da media ja
      *> garantida pelas notas lancadas, o peso que ainda falta e o
      *> que isso deixa ao alcance do aluno.
       01 WS-QTDE-FEITAS     PIC 9(1).
       01 WS-QTDE-RESTANTES  PIC 9(1).
       01 WS-SOMA-FEITA      PIC 9(5)V99.
       01 WS-SOMA-MAXIMA     PIC 9(5)V99.
       01 WS-PESO-RESTANTE   PIC 9(3).
       01 WS-MEDIA-MAXIMA    PIC 9(2)V99.
       01 WS-NECESSARIA      PIC S9(3)V99.
       01 WS-NOTAS-VALIDAS PIC X VALUE 'S'.
           88 NOTAS-VALIDAS VALUE 'S'.
       01 WS-AULAS-PERIODO   PIC 9(4).
       01 WS-PRES-CALCULO    PIC 9(7).
       01 WS-PRES-MINIMA     PIC 9(4).
       01 WS-FALTAS          PIC 9(4).
       01 WS-LIMITE-FALTAS   PIC 9(4).

      *> Uma matricula em alerta, como vai para o arquivo de
      *> trabalho dos avisos (ordenado depois por aluno).
       01 WS-AVISO.
           05 AV-ALUNO-ID        PIC X(6).
           05 AV-TURMA           PIC X(4).
           05 AV-DISCIPLINA      PIC X(6).
           05 AV-NOME            PIC X(30).
           05 AV-DISC-NOME       PIC X(30).
           05 AV-PROFESSOR       PIC X(30).
           05 AV-ALERTA-NOTA     PIC X(1).
               88 AV-REPROVACAO-CERTA VALUE "X".
               88 AV-SEM-APROVACAO    VALUE "R".
               88 AV-ACIMA-CORTE      VALUE "C".
           05 AV-MEDIA-MAXIMA    PIC 9(2)V99.
           05 AV-NOTA-NECESSARIA PIC 9(2)V99.
           05 AV-QTDE-RESTANTES  PIC 9(1).
           05 AV-ALERTA-FREQ     PIC X(1).
               88 AV-FALTAS-EXCEDIDAS VALUE "E".
               88 AV-FALTAS-PROXIMAS  VALUE "P".
           05 AV-FALTAS          PIC 9(3).
           05 AV-LIMITE-FALTAS   PIC 9(3).
           05 AV-LIMITE-APROVA   PIC 9(2)V99.
           05 AV-LIMITE-EXAME    PIC 9(2)V99.

       01 WS-QTDE-LIDAS      PIC 9(6) VALUE ZERO.
       01 WS-QTDE-INVALIDAS  PIC 9(6) VALUE ZERO.
       01 WS-QTDE-CURSOS     PIC 9(4) VALUE ZERO.
       01 WS-QTDE-ALUNOS-AV  PIC 9(6) VALUE ZERO.
       01 WS-SEC-CONTADORES.
           05 WS-SEC-MATRICULAS PIC 9(5).
           05 WS-SEC-CERTA      PIC 9(5).
           05 WS-SEC-SEM-APROV  PIC 9(5).
           05 WS-SEC-CORTE      PIC 9(5).
           05 WS-SEC-FALTAS     PIC 9(5).
           05 WS-SEC-SEM-FREQ   PIC 9(5).
       01 WS-GT-CONTADORES.
           05 WS-GT-MATRICULAS  PIC 9(6) VALUE ZERO.
           05 WS-GT-CERTA       PIC 9(6) VALUE ZERO.
           05 WS-GT-SEM-APROV   PIC 9(6) VALUE ZERO.
           05 WS-GT-CORTE       PIC 9(6) VALUE ZERO.
           05 WS-GT-FALTAS      PIC 9(6) VALUE ZERO.
           05 WS-GT-SEM-FREQ    PIC 9(6) VALUE ZERO.

       01 WS-HOJE            PIC X(8).
       01 WS-HOJE-EDITADO.
           05 HE-DIA         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-MES         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-ANO         PIC X(4).
       01 WS-ALUNO-AVISO     PIC X(6) VALUE SPACES.
       01 WS-ED-NOTA         PIC Z9.99.
       01 WS-ED-NOTA2        PIC Z9.99.
       01 WS-ED-QTDE         PIC ZZZ9.
       01 WS-ED-QTDE2        PIC ZZZ9.
       01 WS-LINHA-AVISO     PIC X(80).

       01 WS-LINHA-TITULO.
           05 FILLER    PIC X(36)
               VALUE "Alerta de meio de periodo - roster ".
           05 LT-ROSTER PIC X(40).
           05 FILLER    PIC X(12) VALUE " emitido em ".
           05 LT-DATA   PIC X(10).
       01 WS-LINHA-CRITERIO.
           05 FILLER    PIC X(15) VALUE "Nota de corte: ".
           05 LCR-CORTE PIC Z9.99.
           05 FILLER    PIC X(22) VALUE "  Margem de faltas:   ".
           05 LCR-MARGEM PIC ZZ9.
           05 FILLER    PIC X(6)  VALUE " aulas".
       01 WS-LINHA-CAB-CURSO.
           05 FILLER    PIC X(7)  VALUE "Turma: ".
           05 LCC-TURMA PIC X(4).
           05 FILLER    PIC X(14) VALUE "  Disciplina: ".
           05 LCC-DISC  PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LCC-NOME  PIC X(30).
           05 FILLER    PIC X(13) VALUE "  Professor: ".
           05 LCC-PROF  PIC X(30).
       01 WS-LINHA-CAB-PARM.
           05 FILLER    PIC X(15) VALUE "Aprova acima de".
           05 LCP-APROVA PIC ZZ9.99.
           05 FILLER    PIC X(17) VALUE "  Exame acima de".
           05 LCP-EXAME PIC ZZ9.99.
           05 FILLER    PIC X(9)  VALUE "  Pesos: ".
           05 LCP-P1    PIC ZZ9.
           05 FILLER    PIC X(1)  VALUE "/".
           05 LCP-P2    PIC ZZ9.
           05 FILLER    PIC X(1)  VALUE "/".
           05 LCP-P3    PIC ZZ9.
           05 FILLER    PIC X(16) VALUE "  Freq. minima: ".
           05 LCP-FREQ  PIC ZZ9.
           05 FILLER    PIC X(1)  VALUE "%".
           05 FILLER    PIC X(21) VALUE "  Aulas no periodo: ".
           05 LCP-AULAS PIC X(13).
       01 WS-LINHA-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(18) VALUE "  N1    N2    N3".
           05 FILLER PIC X(7)  VALUE "MAXIMA".
           05 FILLER PIC X(8)  VALUE "PRECISA".
           05 FILLER PIC X(9)  VALUE "FALTAS".
           05 FILLER PIC X(21) VALUE "ALERTA DE NOTA".
           05 FILLER PIC X(16) VALUE "ALERTA DE FALTA".
       01 WS-LINHA-DETALHE.
           05 LD-ID       PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-NOME     PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-N1       PIC X(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LD-N2       PIC X(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LD-N3       PIC X(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LD-MAXIMA   PIC X(5).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-PRECISA  PIC X(5).
           05 FILLER      PIC X(3) VALUE SPACES.
           05 LD-FALTAS   PIC X(3).
           05 LD-BARRA    PIC X(1).
           05 LD-LIMITE   PIC X(3).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-ALERTA-NOTA PIC X(21).
           05 LD-ALERTA-FREQ PIC X(16).
       01 WS-LINHA-RODAPE.
           05 LRO-ROTULO  PIC X(13).
           05 LRO-MATR    PIC ZZZZZ9.
           05 FILLER      PIC X(18) VALUE "  Reprov. certa:  ".
           05 LRO-CERTA   PIC ZZZZZ9.
           05 FILLER      PIC X(18) VALUE "  Sem aprov. dir.:".
           05 LRO-SEM-APROV PIC ZZZZZ9.
           05 FILLER      PIC X(14) VALUE "  Acima corte:".
           05 LRO-CORTE   PIC ZZZZZ9.
           05 FILLER      PIC X(9)  VALUE "  Faltas:".
           05 LRO-FALTAS  PIC ZZZZZ9.
           05 FILLER      PIC X(11) VALUE "  Sem freq:".
           05 LRO-SEM-FREQ PIC ZZZZZ9.
       01 WS-LINHA-BRANCO PIC X(1) VALUE SPACE.
       01 WS-LINHA-SEPARADOR PIC X(80) VALUE ALL "=".

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           SORT SORT-ROSTER
               ON ASCENDING KEY SRT-TURMA
               ON ASCENDING KEY SRT-DISCIPLINA
               ON ASCENDING KEY SRT-ALUNO-ID
               INPUT PROCEDURE IS 200-LER-ROSTER
                   THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-ANALISAR-CURSOS
                   THRU 300-EXIT.
           PERFORM 400-FECHAR-ANALISE.
           SORT SORT-AVISO
               ON ASCENDING KEY AVS-ALUNO-ID
               ON ASCENDING KEY AVS-TURMA
               ON ASCENDING KEY AVS-DISCIPLINA
               USING AVISO-WORK
               OUTPUT PROCEDURE IS 500-EMITIR-AVISOS
                   THRU 500-EXIT.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
           MOVE WS-HOJE (7:2) TO HE-DIA.
           MOVE WS-HOJE (5:2) TO HE-MES.
           MOVE WS-HOJE (1:4) TO HE-ANO.
           PERFORM 105-LER-CRITERIOS.
           PERFORM 110-LER-PARAMETROS.
           ACCEPT WS-ROSTER-NOME FROM ENVIRONMENT "ALR_ROSTER".
           IF WS-ROSTER-NOME = SPACES
               MOVE "STUDENTS.DAT" TO WS-ROSTER-NOME
           END-IF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo o roster "
                   FUNCTION TRIM(WS-ROSTER-NOME) ". Status="
                   WS-ROS-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALERTA-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo ALERTA.RPT. Status="
                   WS-RPT-STATUS
               CLOSE ROSTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AVISO-WORK.
           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo ALERTA.WRK. Status="
                   WS-WRK-STATUS
               CLOSE ROSTER-FILE
               CLOSE ALERTA-RPT
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FREQ-FILE.
           IF WS-FRQ-STATUS = "00"
               SET COM-FREQ TO TRUE
           ELSE
               DISPLAY "FREQ.DAT ausente (status " WS-FRQ-STATUS
                   ") - alerta so pelas notas."
           END-IF.
           PERFORM 115-ABRIR-CADASTRO.
           PERFORM 117-ABRIR-CATALOGO.
           MOVE WS-ROSTER-NOME  TO LT-ROSTER.
           MOVE WS-HOJE-EDITADO TO LT-DATA.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-TITULO.
           MOVE WS-NOTA-CORTE   TO LCR-CORTE.
           MOVE WS-MARGEM-AULAS TO LCR-MARGEM.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-CRITERIO.

      *> ALR_NOTA_CORTE e ALR_MARGEM_AULAS: em branco valem os
      *> padroes; um valor ilegivel para a execucao com o codigo de
      *> parametro, em vez de emitir alerta com um criterio que
      *> ninguem pediu.
       105-LER-CRITERIOS.
           MOVE SPACES TO WS-PARAM-ENTRADA.
           ACCEPT WS-PARAM-ENTRADA FROM ENVIRONMENT "ALR_NOTA_CORTE".
           IF WS-PARAM-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARAM-ENTRADA) NOT = ZERO
                   DISPLAY "ALR_NOTA_CORTE invalida: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PARAM-NUMVAL ROUNDED =
                   FUNCTION NUMVAL(WS-PARAM-ENTRADA)
               IF WS-PARAM-NUMVAL < ZERO OR WS-PARAM-NUMVAL > 10.00
                   DISPLAY "ALR_NOTA_CORTE fora de 0 a 10: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARAM-NUMVAL TO WS-NOTA-CORTE
           END-IF.
           MOVE SPACES TO WS-PARAM-ENTRADA.
           ACCEPT WS-PARAM-ENTRADA FROM ENVIRONMENT
               "ALR_MARGEM_AULAS".
           IF WS-PARAM-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARAM-ENTRADA) NOT = ZERO
                   DISPLAY "ALR_MARGEM_AULAS invalida: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PARAM-NUMVAL =
                   FUNCTION NUMVAL(WS-PARAM-ENTRADA)
               IF WS-PARAM-NUMVAL < ZERO OR WS-PARAM-NUMVAL > 999
                   DISPLAY "ALR_MARGEM_AULAS fora de 0 a 999: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARAM-NUMVAL TO WS-MARGEM-AULAS
           END-IF.

      *> Mesma carga e mesmas recusas do programa de medias: um
      *> MEDIA.PARM que a corrida de notas rejeitaria tambem nao
      *> serve para prever o resultado dela.
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

      *> O nome impresso e o responsavel do aviso vem do cadastro de
      *> alunos; sem ALUNOS.MST o aviso sai com o nome do roster e
      *> sem responsavel.
       115-ABRIR-CADASTRO.
           OPEN INPUT CADASTRO-FILE.
           IF WS-CAD-STATUS = "00"
               SET COM-CADASTRO TO TRUE
           ELSE
               DISPLAY "ALUNOS.MST ausente (status " WS-CAD-STATUS
                   ") - nomes tomados do roster."
           END-IF.

       117-ABRIR-CATALOGO.
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
               DISPLAY "Catalogo de cursos ausente - limite de faltas "
                   "sobre as aulas dadas."
           END-IF.

       120-SELECIONAR-PARAMETROS.
           MOVE "N" TO WS-PARM-ACHOU.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-QTDE
               IF WS-PARM-TURMA (WS-PARM-IDX) = WS-TURMA-ATUAL
                   AND WS-PARM-DISC (WS-PARM-IDX)
                       = WS-DISCIPLINA-ATUAL
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

      *> Nome, professor da turma (o responsavel pela disciplina
      *> quando a turma nao tem professor proprio) e carga horaria
      *> do curso aberto.
       125-CONSULTAR-CURSO.
           MOVE SPACES TO WS-CURSO-NOME.
           MOVE SPACES TO WS-CURSO-PROFESSOR.
           MOVE ZERO   TO WS-CURSO-CARGA.
           IF COM-CATALOGO
               MOVE WS-DISCIPLINA-ATUAL TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS = "00"
                   MOVE DSC-NOME      TO WS-CURSO-NOME
                   MOVE DSC-PROFESSOR TO WS-CURSO-PROFESSOR
                   IF DSC-CARGA-HORARIA NUMERIC
                       MOVE DSC-CARGA-HORARIA TO WS-CURSO-CARGA
                   END-IF
               END-IF
               MOVE WS-TURMA-ATUAL      TO TUR-TURMA
               MOVE WS-DISCIPLINA-ATUAL TO TUR-DISCIPLINA
               READ TURMA-FILE
               IF WS-TUR-STATUS = "00" AND TUR-PROFESSOR NOT = SPACES
                   MOVE TUR-PROFESSOR TO WS-CURSO-PROFESSOR
               END-IF
           END-IF.

      *> Poe a tabela de frequencia em dia com o curso que acabou de
      *> abrir: registros de cursos anteriores ficam para tras e o
      *> primeiro de um curso posterior espera a quebra seguinte.
       130-CARREGAR-FREQ-CURSO.
           MOVE ZERO TO WS-FREQ-QTDE.
           MOVE "N" TO WS-FREQ-CHEIA.
           MOVE WS-TURMA-ATUAL      TO FCC-TURMA.
           MOVE WS-DISCIPLINA-ATUAL TO FCC-DISC.
           PERFORM UNTIL FIM-FREQ
               IF NOT FREQ-PENDENTE
                   READ FREQ-FILE
                       AT END SET FIM-FREQ TO TRUE
                   END-READ
                   IF NOT FIM-FREQ
                       SET FREQ-PENDENTE TO TRUE
                   END-IF
               END-IF
               IF NOT FIM-FREQ
                   MOVE FREQ-TURMA      TO FCA-TURMA
                   MOVE FREQ-DISCIPLINA TO FCA-DISC
                   EVALUATE TRUE
                       WHEN WS-FREQ-CHAVE-ARQ < WS-FREQ-CHAVE-CURSO
                           MOVE "N" TO WS-FREQ-PENDENTE
                       WHEN WS-FREQ-CHAVE-ARQ = WS-FREQ-CHAVE-CURSO
                           PERFORM 131-GUARDAR-FREQ
                           MOVE "N" TO WS-FREQ-PENDENTE
                       WHEN OTHER
                           EXIT PERFORM
                   END-EVALUATE
               END-IF
           END-PERFORM.

       131-GUARDAR-FREQ.
           IF FREQ-AULAS-DADAS NOT NUMERIC
               OR FREQ-AULAS-PRES NOT NUMERIC
               OR FREQ-AULAS-DADAS = ZERO
               DISPLAY "Registro de frequencia invalido ignorado: "
                   FREQ-ALUNO-ID " turma " FREQ-TURMA
                   " disciplina " FREQ-DISCIPLINA
           ELSE
               IF WS-FREQ-QTDE < 1000
                   ADD 1 TO WS-FREQ-QTDE
                   MOVE FREQ-ALUNO-ID
                       TO WS-FREQ-ALUNO (WS-FREQ-QTDE)
                   MOVE FREQ-AULAS-DADAS
                       TO WS-FREQ-DADAS (WS-FREQ-QTDE)
                   MOVE FREQ-AULAS-PRES
                       TO WS-FREQ-PRES (WS-FREQ-QTDE)
               ELSE
                   IF NOT FREQ-CHEIA
                       SET FREQ-CHEIA TO TRUE
                       DISPLAY "Aviso: tabela de frequencia da turma "
                           WS-TURMA-ATUAL " disciplina "
                           WS-DISCIPLINA-ATUAL " cheia - excedentes "
                           "apontados como sem frequencia."
                   END-IF
               END-IF
           END-IF.

      *> Solta as linhas de detalhe do roster para a ordenacao por
      *> turma/disciplina/aluno; HDR e TRL ficam de fora.
       200-LER-ROSTER.
           PERFORM UNTIL FIM-ROS
               READ ROSTER-FILE
                   AT END SET FIM-ROS TO TRUE
               END-READ
               IF NOT FIM-ROS
                   AND NOT CTL-HEADER AND NOT CTL-TRAILER
                   MOVE STUDENT-REC TO SRT-REC
                   RELEASE SRT-REC
                   ADD 1 TO WS-QTDE-LIDAS
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-ANALISAR-CURSOS.
           PERFORM UNTIL FIM-SRT
               RETURN SORT-ROSTER
                   AT END SET FIM-SRT TO TRUE
               END-RETURN
               IF NOT FIM-SRT
                   IF NOT CURSO-ABERTO
                       OR SRT-TURMA NOT = WS-TURMA-ATUAL
                       OR SRT-DISCIPLINA NOT = WS-DISCIPLINA-ATUAL
                       PERFORM 620-FECHAR-CURSO
                       PERFORM 610-ABRIR-CURSO
                   END-IF
                   PERFORM 310-AVALIAR-MATRICULA THRU 310-EXIT
               END-IF
           END-PERFORM.
           PERFORM 620-FECHAR-CURSO.
       300-EXIT.
           EXIT.

      *> Uma matricula do roster parcial: o que as notas lancadas
      *> ainda deixam ao alcance, o que as faltas ja consumiram, e a
      *> linha de alerta quando uma das duas contas preocupa.
       310-AVALIAR-MATRICULA.
           ADD 1 TO WS-SEC-MATRICULAS.
           MOVE SPACES TO WS-AVISO.
           MOVE ZERO TO AV-MEDIA-MAXIMA AV-NOTA-NECESSARIA
               AV-QTDE-RESTANTES AV-FALTAS AV-LIMITE-FALTAS.
           MOVE SRT-ALUNO-ID   TO AV-ALUNO-ID.
           MOVE SRT-TURMA      TO AV-TURMA.
           MOVE SRT-DISCIPLINA TO AV-DISCIPLINA.
           MOVE SRT-NOME       TO AV-NOME.
           IF COM-CADASTRO
               MOVE SRT-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   MOVE CAD-NOME TO AV-NOME
               END-IF
           END-IF.
           MOVE WS-CURSO-NOME      TO AV-DISC-NOME.
           MOVE WS-CURSO-PROFESSOR TO AV-PROFESSOR.
           MOVE WS-LIMITE-APROVA   TO AV-LIMITE-APROVA.
           MOVE WS-LIMITE-EXAME    TO AV-LIMITE-EXAME.
           MOVE "S" TO WS-NOTAS-VALIDAS.
           IF (SRT-NUMERO1 NUMERIC AND SRT-NUMERO1 > 10.00)
              OR (SRT-NUMERO2 NUMERIC AND SRT-NUMERO2 > 10.00)
              OR (SRT-NUMERO3 NUMERIC AND SRT-NUMERO3 > 10.00)
               MOVE "N" TO WS-NOTAS-VALIDAS
               ADD 1 TO WS-QTDE-INVALIDAS
               DISPLAY "Nota acima de 10 ignorada no alerta: "
                   SRT-ALUNO-ID " turma " SRT-TURMA " disciplina "
                   SRT-DISCIPLINA
           END-IF.
           IF NOTAS-VALIDAS
               PERFORM 320-AVALIAR-NOTAS THRU 320-EXIT
           END-IF.
           PERFORM 330-AVALIAR-FREQUENCIA THRU 330-EXIT.
           IF AV-ALERTA-NOTA = SPACE AND AV-ALERTA-FREQ = SPACE
               GO TO 310-EXIT
           END-IF.
           PERFORM 630-GRAVAR-DETALHE.
           WRITE AVISO-WORK-REC FROM WS-AVISO.
       310-EXIT.
           EXIT.

      *> Com os pesos do curso, a parte da media ja garantida pelas
      *> notas lancadas mais nota maxima nas restantes da a media
      *> maxima ainda possivel: sem passar do limite de aprovacao a
      *> aprovacao direta acabou, sem passar nem do limite de exame
      *> a reprovacao e certa. Quem ainda alcanca a aprovacao entra
      *> no alerta se precisar, nas avaliacoes restantes, de media
      *> acima da nota de corte. Roster sem nenhuma nota lancada
      *> para o aluno nao diz nada sobre ele ainda.
       320-AVALIAR-NOTAS.
           MOVE ZERO TO WS-QTDE-FEITAS WS-QTDE-RESTANTES.
           MOVE ZERO TO WS-SOMA-FEITA WS-PESO-RESTANTE.
           IF SRT-NUMERO1 NUMERIC
               COMPUTE WS-SOMA-FEITA =
                   WS-SOMA-FEITA + SRT-NUMERO1 * WS-PESO1
               ADD 1 TO WS-QTDE-FEITAS
           ELSE
               ADD WS-PESO1 TO WS-PESO-RESTANTE
               ADD 1 TO WS-QTDE-RESTANTES
           END-IF.
           IF SRT-NUMERO2 NUMERIC
               COMPUTE WS-SOMA-FEITA =
                   WS-SOMA-FEITA + SRT-NUMERO2 * WS-PESO2
               ADD 1 TO WS-QTDE-FEITAS
           ELSE
               ADD WS-PESO2 TO WS-PESO-RESTANTE
               ADD 1 TO WS-QTDE-RESTANTES
           END-IF.
           IF SRT-NUMERO3 NUMERIC
               COMPUTE WS-SOMA-FEITA =
                   WS-SOMA-FEITA + SRT-NUMERO3 * WS-PESO3
               ADD 1 TO WS-QTDE-FEITAS
           ELSE
               ADD WS-PESO3 TO WS-PESO-RESTANTE
               ADD 1 TO WS-QTDE-RESTANTES
           END-IF.
           IF WS-QTDE-FEITAS = ZERO
               GO TO 320-EXIT
           END-IF.
           COMPUTE WS-SOMA-MAXIMA = WS-PESO-RESTANTE * 10.
           ADD WS-SOMA-FEITA TO WS-SOMA-MAXIMA.
           COMPUTE WS-MEDIA-MAXIMA ROUNDED = WS-SOMA-MAXIMA / 100.
           MOVE WS-MEDIA-MAXIMA   TO AV-MEDIA-MAXIMA.
           MOVE WS-QTDE-RESTANTES TO AV-QTDE-RESTANTES.
           IF WS-MEDIA-MAXIMA NOT > WS-LIMITE-EXAME
               MOVE "X" TO AV-ALERTA-NOTA
               ADD 1 TO WS-SEC-CERTA
               GO TO 320-EXIT
           END-IF.
           IF WS-MEDIA-MAXIMA NOT > WS-LIMITE-APROVA
               MOVE "R" TO AV-ALERTA-NOTA
               ADD 1 TO WS-SEC-SEM-APROV
               GO TO 320-EXIT
           END-IF.
           IF WS-PESO-RESTANTE = ZERO
               GO TO 320-EXIT
           END-IF.
           COMPUTE WS-NECESSARIA ROUNDED =
               (WS-LIMITE-APROVA * 100 - WS-SOMA-FEITA)
               / WS-PESO-RESTANTE.
           IF WS-NECESSARIA > WS-NOTA-CORTE
               MOVE WS-NECESSARIA TO AV-NOTA-NECESSARIA
               MOVE "C" TO AV-ALERTA-NOTA
               ADD 1 TO WS-SEC-CORTE
           END-IF.
       320-EXIT.
           EXIT.

      *> Faltas contra o limite do periodo inteiro: a carga horaria
      *> do catalogo (ou as aulas dadas ate agora, sem ela) menos a
      *> presenca minima que PARM-FREQ-MIN exige dessa carga. Quem ja
      *> passou do limite reprova por falta de qualquer jeito; quem
      *> esta a ALR_MARGEM_AULAS faltas ou menos dele entra no
      *> alerta.
       330-AVALIAR-FREQUENCIA.
           IF NOT COM-FREQ
               GO TO 330-EXIT
           END-IF.
           MOVE "N" TO WS-FREQ-ACHOU.
           PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
               UNTIL WS-FREQ-IDX > WS-FREQ-QTDE
               IF WS-FREQ-ALUNO (WS-FREQ-IDX) = SRT-ALUNO-ID
                   MOVE "S" TO WS-FREQ-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT FREQ-ACHOU
               ADD 1 TO WS-SEC-SEM-FREQ
               GO TO 330-EXIT
           END-IF.
           MOVE ZERO TO WS-FALTAS.
           IF WS-FREQ-PRES (WS-FREQ-IDX) < WS-FREQ-DADAS (WS-FREQ-IDX)
               COMPUTE WS-FALTAS = WS-FREQ-DADAS (WS-FREQ-IDX)
                   - WS-FREQ-PRES (WS-FREQ-IDX)
           END-IF.
           IF WS-CURSO-CARGA < WS-FREQ-DADAS (WS-FREQ-IDX)
               MOVE WS-FREQ-DADAS (WS-FREQ-IDX) TO WS-AULAS-PERIODO
           ELSE
               MOVE WS-CURSO-CARGA TO WS-AULAS-PERIODO
           END-IF.
           COMPUTE WS-PRES-CALCULO =
               WS-AULAS-PERIODO * WS-FREQ-MINIMA.
           ADD 99 TO WS-PRES-CALCULO.
           DIVIDE WS-PRES-CALCULO BY 100 GIVING WS-PRES-MINIMA.
           COMPUTE WS-LIMITE-FALTAS =
               WS-AULAS-PERIODO - WS-PRES-MINIMA.
           MOVE WS-FALTAS        TO AV-FALTAS.
           MOVE WS-LIMITE-FALTAS TO AV-LIMITE-FALTAS.
           IF WS-FALTAS > WS-LIMITE-FALTAS
               MOVE "E" TO AV-ALERTA-FREQ
               ADD 1 TO WS-SEC-FALTAS
           ELSE
               IF WS-LIMITE-FALTAS - WS-FALTAS NOT > WS-MARGEM-AULAS
                   MOVE "P" TO AV-ALERTA-FREQ
                   ADD 1 TO WS-SEC-FALTAS
               END-IF
           END-IF.
       330-EXIT.
           EXIT.

       400-FECHAR-ANALISE.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE "Total geral: "   TO LRO-ROTULO.
           MOVE WS-GT-MATRICULAS  TO LRO-MATR.
           MOVE WS-GT-CERTA       TO LRO-CERTA.
           MOVE WS-GT-SEM-APROV   TO LRO-SEM-APROV.
           MOVE WS-GT-CORTE       TO LRO-CORTE.
           MOVE WS-GT-FALTAS      TO LRO-FALTAS.
           MOVE WS-GT-SEM-FREQ    TO LRO-SEM-FREQ.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-RODAPE.
           CLOSE AVISO-WORK.
           CLOSE ROSTER-FILE.
           IF COM-FREQ
               CLOSE FREQ-FILE
           END-IF.
           OPEN OUTPUT AVISO-FILE.
           IF WS-AVS-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo AVISOS.TXT. Status="
                   WS-AVS-STATUS
               CLOSE ALERTA-RPT
               CALL "CBL_DELETE_FILE" USING WS-WRK-NOME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Um aviso por aluno, com todos os cursos em que ele entrou
      *> no alerta, na ordem do ALUNO-ID.
       500-EMITIR-AVISOS.
           PERFORM UNTIL FIM-AVS
               RETURN SORT-AVISO INTO WS-AVISO
                   AT END SET FIM-AVS TO TRUE
               END-RETURN
               IF NOT FIM-AVS
                   IF AV-ALUNO-ID NOT = WS-ALUNO-AVISO
                       PERFORM 530-FECHAR-AVISO
                       PERFORM 510-ABRIR-AVISO
                   END-IF
                   PERFORM 520-GRAVAR-ITEM-AVISO
               END-IF
           END-PERFORM.
           PERFORM 530-FECHAR-AVISO.
       500-EXIT.
           EXIT.

       510-ABRIR-AVISO.
           MOVE AV-ALUNO-ID TO WS-ALUNO-AVISO.
           ADD 1 TO WS-QTDE-ALUNOS-AV.
           WRITE AVISO-REC FROM WS-LINHA-SEPARADOR.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "AVISO DE ACOMPANHAMENTO ESCOLAR"
               "                     Emitido em "
               WS-HOJE-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-AVISO.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "Aluno: " AV-ALUNO-ID " - " AV-NOME
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-AVISO.
           MOVE SPACES TO WS-LINHA-AVISO.
           IF COM-CADASTRO
               MOVE AV-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS = "00"
                   AND CAD-RESPONSAVEL NOT = SPACES
                   STRING "Responsavel: " CAD-RESPONSAVEL
                       "  Contato: " CAD-CONTATO
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
               END-IF
           END-IF.
           IF WS-LINHA-AVISO = SPACES
               MOVE "Responsavel: (nao cadastrado)" TO WS-LINHA-AVISO
           END-IF.
           WRITE AVISO-REC FROM WS-LINHA-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-BRANCO.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "Prezado(a) responsavel: na avaliacao parcial deste "
               "periodo o(a)"
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-AVISO.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "aluno(a) apresenta a(s) situacao(oes) abaixo, que "
               "pedem acompanhamento."
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-AVISO.

       520-GRAVAR-ITEM-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-BRANCO.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "Disciplina: " AV-DISCIPLINA " " AV-DISC-NOME
               "  Turma: " AV-TURMA
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           WRITE AVISO-REC FROM WS-LINHA-AVISO.
           IF AV-PROFESSOR NOT = SPACES
               MOVE SPACES TO WS-LINHA-AVISO
               STRING "Professor(a): " AV-PROFESSOR
                   DELIMITED BY SIZE INTO WS-LINHA-AVISO
               WRITE AVISO-REC FROM WS-LINHA-AVISO
           END-IF.
           MOVE AV-MEDIA-MAXIMA    TO WS-ED-NOTA.
           EVALUATE TRUE
               WHEN AV-REPROVACAO-CERTA
                   MOVE AV-LIMITE-EXAME TO WS-ED-NOTA2
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "  - Mesmo com nota maxima no que falta, "
                       "a media nao passa de "
                       FUNCTION TRIM(WS-ED-NOTA) ","
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "    abaixo ate do exame (acima de "
                       FUNCTION TRIM(WS-ED-NOTA2)
                       "): reprovacao na disciplina."
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
               WHEN AV-SEM-APROVACAO
                   MOVE AV-LIMITE-APROVA TO WS-ED-NOTA2
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "  - A media maxima ainda possivel ("
                       FUNCTION TRIM(WS-ED-NOTA)
                       ") nao supera " FUNCTION TRIM(WS-ED-NOTA2)
                       ": a aprovacao direta"
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "    nao e mais possivel e o(a) aluno(a) "
                       "devera fazer o exame."
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
               WHEN AV-ACIMA-CORTE
                   MOVE AV-NOTA-NECESSARIA TO WS-ED-NOTA2
                   MOVE AV-QTDE-RESTANTES  TO WS-ED-QTDE
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "  - Para a aprovacao direta precisa de "
                       "media acima de " FUNCTION TRIM(WS-ED-NOTA2)
                       " na(s)"
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "    " FUNCTION TRIM(WS-ED-QTDE)
                       " avaliacao(oes) restante(s)."
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
           END-EVALUATE.
           MOVE AV-FALTAS        TO WS-ED-QTDE.
           MOVE AV-LIMITE-FALTAS TO WS-ED-QTDE2.
           EVALUATE TRUE
               WHEN AV-FALTAS-EXCEDIDAS
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "  - Faltas: " FUNCTION TRIM(WS-ED-QTDE)
                       ", acima do limite de "
                       FUNCTION TRIM(WS-ED-QTDE2)
                       " no periodo: reprovacao por falta."
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
               WHEN AV-FALTAS-PROXIMAS
                   MOVE SPACES TO WS-LINHA-AVISO
                   STRING "  - Faltas: " FUNCTION TRIM(WS-ED-QTDE)
                       " de " FUNCTION TRIM(WS-ED-QTDE2)
                       " permitidas no periodo - perto do limite "
                       "de"
                       DELIMITED BY SIZE INTO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
                   MOVE "    reprovacao por falta." TO WS-LINHA-AVISO
                   WRITE AVISO-REC FROM WS-LINHA-AVISO
           END-EVALUATE.

       530-FECHAR-AVISO.
           IF WS-ALUNO-AVISO NOT = SPACES
               WRITE AVISO-REC FROM WS-LINHA-BRANCO
               MOVE SPACES TO WS-LINHA-AVISO
               STRING "Pedimos que procure a coordenacao pedagogica "
                   "da escola."
                   DELIMITED BY SIZE INTO WS-LINHA-AVISO
               WRITE AVISO-REC FROM WS-LINHA-AVISO
               WRITE AVISO-REC FROM WS-LINHA-BRANCO
               MOVE SPACES TO WS-LINHA-AVISO
               STRING "Ciente do responsavel: ____________________"
                   "________   Data: ___/___/______"
                   DELIMITED BY SIZE INTO WS-LINHA-AVISO
               WRITE AVISO-REC FROM WS-LINHA-AVISO
               WRITE AVISO-REC FROM WS-LINHA-BRANCO
           END-IF.

       610-ABRIR-CURSO.
           MOVE SRT-TURMA      TO WS-TURMA-ATUAL.
           MOVE SRT-DISCIPLINA TO WS-DISCIPLINA-ATUAL.
           MOVE "S" TO WS-CURSO-ABERTO.
           ADD 1 TO WS-QTDE-CURSOS.
           INITIALIZE WS-SEC-CONTADORES.
           PERFORM 120-SELECIONAR-PARAMETROS.
           PERFORM 125-CONSULTAR-CURSO.
           IF COM-FREQ
               PERFORM 130-CARREGAR-FREQ-CURSO
           END-IF.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE WS-TURMA-ATUAL      TO LCC-TURMA.
           MOVE WS-DISCIPLINA-ATUAL TO LCC-DISC.
           MOVE WS-CURSO-NOME       TO LCC-NOME.
           MOVE WS-CURSO-PROFESSOR  TO LCC-PROF.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-CAB-CURSO.
           MOVE WS-LIMITE-APROVA TO LCP-APROVA.
           MOVE WS-LIMITE-EXAME  TO LCP-EXAME.
           MOVE WS-PESO1         TO LCP-P1.
           MOVE WS-PESO2         TO LCP-P2.
           MOVE WS-PESO3         TO LCP-P3.
           MOVE WS-FREQ-MINIMA   TO LCP-FREQ.
           IF WS-CURSO-CARGA > ZERO
               MOVE WS-CURSO-CARGA TO WS-ED-QTDE
               MOVE WS-ED-QTDE     TO LCP-AULAS
           ELSE
               MOVE "(aulas dadas)" TO LCP-AULAS
           END-IF.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-CAB-PARM.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-COLUNAS.

       620-FECHAR-CURSO.
           IF CURSO-ABERTO
               MOVE "Matriculas: "    TO LRO-ROTULO
               MOVE WS-SEC-MATRICULAS TO LRO-MATR
               MOVE WS-SEC-CERTA      TO LRO-CERTA
               MOVE WS-SEC-SEM-APROV  TO LRO-SEM-APROV
               MOVE WS-SEC-CORTE      TO LRO-CORTE
               MOVE WS-SEC-FALTAS     TO LRO-FALTAS
               MOVE WS-SEC-SEM-FREQ   TO LRO-SEM-FREQ
               WRITE ALERTA-RPT-REC FROM WS-LINHA-RODAPE
               ADD WS-SEC-MATRICULAS TO WS-GT-MATRICULAS
               ADD WS-SEC-CERTA      TO WS-GT-CERTA
               ADD WS-SEC-SEM-APROV  TO WS-GT-SEM-APROV
               ADD WS-SEC-CORTE      TO WS-GT-CORTE
               ADD WS-SEC-FALTAS     TO WS-GT-FALTAS
               ADD WS-SEC-SEM-FREQ   TO WS-GT-SEM-FREQ
               MOVE "N" TO WS-CURSO-ABERTO
           END-IF.

       630-GRAVAR-DETALHE.
           MOVE AV-ALUNO-ID TO LD-ID.
           MOVE AV-NOME     TO LD-NOME.
           MOVE " --  " TO LD-N1 LD-N2 LD-N3.
           IF SRT-NUMERO1 NUMERIC
               MOVE SRT-NUMERO1 TO WS-ED-NOTA
               MOVE WS-ED-NOTA  TO LD-N1
           END-IF.
           IF SRT-NUMERO2 NUMERIC
               MOVE SRT-NUMERO2 TO WS-ED-NOTA
               MOVE WS-ED-NOTA  TO LD-N2
           END-IF.
           IF SRT-NUMERO3 NUMERIC
               MOVE SRT-NUMERO3 TO WS-ED-NOTA
               MOVE WS-ED-NOTA  TO LD-N3
           END-IF.
           MOVE SPACES TO LD-MAXIMA LD-PRECISA LD-FALTAS LD-LIMITE
               LD-BARRA.
           IF AV-ALERTA-NOTA NOT = SPACE
               MOVE AV-MEDIA-MAXIMA TO WS-ED-NOTA
               MOVE WS-ED-NOTA      TO LD-MAXIMA
           END-IF.
           IF AV-ACIMA-CORTE
               MOVE AV-NOTA-NECESSARIA TO WS-ED-NOTA
               MOVE WS-ED-NOTA         TO LD-PRECISA
           END-IF.
           IF AV-ALERTA-FREQ NOT = SPACE
               MOVE AV-FALTAS        TO WS-ED-QTDE
               MOVE WS-ED-QTDE (2:3) TO LD-FALTAS
               MOVE "/" TO LD-BARRA
               MOVE AV-LIMITE-FALTAS TO WS-ED-QTDE
               MOVE WS-ED-QTDE (2:3) TO LD-LIMITE
           END-IF.
           EVALUATE TRUE
               WHEN AV-REPROVACAO-CERTA
                   MOVE "REPROVACAO CERTA" TO LD-ALERTA-NOTA
               WHEN AV-SEM-APROVACAO
                   MOVE "SEM APROVACAO DIRETA" TO LD-ALERTA-NOTA
               WHEN AV-ACIMA-CORTE
                   MOVE "PRECISA ACIMA CORTE" TO LD-ALERTA-NOTA
               WHEN OTHER
                   MOVE SPACES TO LD-ALERTA-NOTA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AV-FALTAS-EXCEDIDAS
                   MOVE "LIMITE EXCEDIDO" TO LD-ALERTA-FREQ
               WHEN AV-FALTAS-PROXIMAS
                   MOVE "PERTO DO LIMITE" TO LD-ALERTA-FREQ
               WHEN OTHER
                   MOVE SPACES TO LD-ALERTA-FREQ
           END-EVALUATE.
           WRITE ALERTA-RPT-REC FROM WS-LINHA-DETALHE.

       900-FINALIZAR.
           CLOSE ALERTA-RPT.
           CLOSE AVISO-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WRK-NOME.
           IF COM-CADASTRO
               CLOSE CADASTRO-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "Alerta de meio de periodo: " WS-QTDE-LIDAS
               " matriculas lidas, " WS-QTDE-CURSOS " cursos, "
               WS-QTDE-ALUNOS-AV " aluno(s) com aviso.".
           IF WS-QTDE-INVALIDAS > ZERO
               DISPLAY "Matriculas com nota invalida (so frequencia "
                   "avaliada): " WS-QTDE-INVALIDAS
           END-IF.
