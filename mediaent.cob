       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAENT.
      *> Acompanhamento da entrega de notas: le o calendario de
      *> entregas CALENDARIO.DAT do periodo informado em ENT_ANO /
      *> ENT_SEMESTRE e confere cada turma/disciplina contra o
      *> GRADES.MST e o FREQ.DAT. Em ENTREGAS.RPT cada curso sai
      *> como POSTADO, PARCIAL (matriculas do FREQ.DAT sem registro
      *> de nota), SEM FREQ. (notas sem frequencia no FREQ.DAT),
      *> NAO POSTADO ou, passado o prazo sem as notas completas,
      *> ATRASADO - com o professor responsavel pela turma. A data
      *> de referencia do prazo e a de hoje, ou ENT_DATA (AAAAMMDD)
      *> para conferir uma posicao passada. Termina com codigo de
      *> retorno 16 se algum curso estiver atrasado, para a cadeia
      *> noturna avisar a coordenacao.
      *> So leitura: nao toca master nem trava.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GRADES-MASTER ASSIGN TO "GRADES.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL FREQ-FILE ASSIGN TO "FREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRQ-STATUS.
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
           SELECT ENTREGAS-RPT ASSIGN TO "ENTREGAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
           COPY "calend.cpy".
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  FREQ-FILE.
           COPY "freq.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  ENTREGAS-RPT.
       01 ENTREGAS-RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX.
       01 WS-MST-STATUS PIC XX.
       01 WS-FRQ-STATUS PIC XX.
       01 WS-DSC-STATUS PIC XX.
       01 WS-TUR-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.
       01 WS-COM-FREQ PIC X VALUE 'N'.
           88 COM-FREQ VALUE 'S'.

       01 WS-EOF-CAL PIC X VALUE 'N'.
           88 FIM-CAL VALUE 'S'.
       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
       01 WS-EOF-FREQ PIC X VALUE 'N'.
           88 FIM-FREQ VALUE 'S'.

      *> Periodo conferido, obrigatorio, e a data de referencia dos
      *> prazos.
       01 WS-ANO-SEM-ALVO.
           05 WS-ANO-ALVO PIC X(4).
           05 WS-SEM-ALVO PIC X(1).
       01 WS-DATA-REF PIC X(8).
       01 WS-DATA-REF-NUM REDEFINES WS-DATA-REF PIC 9(8).
       01 WS-PRAZO-NUM PIC 9(8).

      *> Cursos do calendario no periodo, com o que foi achado de
      *> cada um: registros de nota no master, matriculas no FREQ.DAT
      *> e quantas dessas matriculas tem registro de nota.
       01 WS-CAL-QTDE PIC 9(3) VALUE ZERO.
       01 WS-CAL-IDX  PIC 9(3).
       01 WS-CAL-ACHADO PIC 9(3).
       01 WS-CAL-TAB.
           05 WS-CAL-ENT OCCURS 500 TIMES.
               10 WS-CAL-TURMA     PIC X(4).
               10 WS-CAL-DISC      PIC X(6).
               10 WS-CAL-PRAZO     PIC X(8).
               10 WS-CAL-NOTAS     PIC 9(5).
               10 WS-CAL-MATRIC    PIC 9(5).
               10 WS-CAL-CASADAS   PIC 9(5).

       01 WS-SEM-NOTA   PIC 9(5).
       01 WS-SEM-FREQ   PIC 9(5).
       01 WS-SITUACAO   PIC X(13).
       01 WS-CURSO-NOME      PIC X(30).
       01 WS-CURSO-PROFESSOR PIC X(30).

       01 WS-QTDE-LIDAS      PIC 9(5) VALUE ZERO.
       01 WS-QTDE-INVALIDAS  PIC 9(5) VALUE ZERO.
       01 WS-QTDE-POSTADOS   PIC 9(5) VALUE ZERO.
       01 WS-QTDE-PARCIAIS   PIC 9(5) VALUE ZERO.
       01 WS-QTDE-SEM-FREQ   PIC 9(5) VALUE ZERO.
       01 WS-QTDE-PENDENTES  PIC 9(5) VALUE ZERO.
       01 WS-QTDE-ATRASADOS  PIC 9(5) VALUE ZERO.

       01 WS-DATA-EDITADA.
           05 DE-DIA         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 DE-MES         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 DE-ANO         PIC X(4).

       01 WS-LINHA-TITULO.
           05 FILLER    PIC X(45)
               VALUE "Acompanhamento da entrega de notas - periodo ".
           05 LT-ANO    PIC X(4).
           05 FILLER    PIC X(1) VALUE "/".
           05 LT-SEM    PIC X(1).
           05 FILLER    PIC X(13) VALUE "  posicao em ".
           05 LT-DATA   PIC X(10).
       01 WS-LINHA-AVISO-FREQ PIC X(80) VALUE
           "FREQ.DAT ausente - parcial e sem freq. nao conferidos.".
       01 WS-LINHA-COLUNAS.
           05 FILLER PIC X(6)  VALUE "TURMA".
           05 FILLER PIC X(8)  VALUE "DISC.".
           05 FILLER PIC X(26) VALUE "NOME".
           05 FILLER PIC X(12) VALUE "PRAZO".
           05 FILLER PIC X(15) VALUE "SITUACAO".
           05 FILLER PIC X(7)  VALUE "NOTAS".
           05 FILLER PIC X(8)  VALUE "MATRIC.".
           05 FILLER PIC X(7)  VALUE "S/NOTA".
           05 FILLER PIC X(7)  VALUE "S/FREQ".
           05 FILLER PIC X(9)  VALUE "PROFESSOR".
       01 WS-LINHA-DETALHE.
           05 LD-TURMA     PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-DISC      PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-NOME      PIC X(24).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-PRAZO     PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-SITUACAO  PIC X(13).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-NOTAS     PIC ZZZZ9.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-MATRIC    PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-SEM-NOTA  PIC X(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-SEM-FREQ  PIC X(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-PROFESSOR PIC X(30).
       01 WS-ED-QTDE PIC ZZZZ9.
       01 WS-LINHA-RESUMO.
           05 LR-ROTULO PIC X(30).
           05 LR-QTDE   PIC ZZZZ9.
       01 WS-LINHA-BRANCO PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           PERFORM 200-CARREGAR-CALENDARIO.
           PERFORM 300-CONTAR-NOTAS.
           IF COM-FREQ
               PERFORM 400-CONTAR-FREQUENCIA
           END-IF.
           PERFORM 500-EMITIR-RELATORIO.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           ACCEPT WS-ANO-ALVO FROM ENVIRONMENT "ENT_ANO".
           ACCEPT WS-SEM-ALVO FROM ENVIRONMENT "ENT_SEMESTRE".
           IF WS-ANO-ALVO NOT NUMERIC
               OR (WS-SEM-ALVO NOT = "1" AND WS-SEM-ALVO NOT = "2")
               DISPLAY "Informe ENT_ANO e ENT_SEMESTRE (1 ou 2) do "
                   "periodo a conferir."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-REF FROM ENVIRONMENT "ENT_DATA".
           IF WS-DATA-REF = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF
           END-IF.
           IF WS-DATA-REF NOT NUMERIC
               DISPLAY "ENT_DATA invalida: " WS-DATA-REF
                   " - use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-REF-NUM)
               NOT = ZERO
               DISPLAY "ENT_DATA invalida: " WS-DATA-REF
                   " - use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo CALENDARIO.DAT. Status="
                   WS-CAL-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADES-MASTER.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo GRADES.MST. Status="
                   WS-MST-STATUS
               CLOSE CALENDARIO-FILE
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENTREGAS-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo ENTREGAS.RPT. Status="
                   WS-RPT-STATUS
               CLOSE CALENDARIO-FILE
               CLOSE GRADES-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FREQ-FILE.
           IF WS-FRQ-STATUS = "00"
               SET COM-FREQ TO TRUE
           ELSE
               DISPLAY "FREQ.DAT ausente (status " WS-FRQ-STATUS
                   ") - entrega conferida so pelas notas."
           END-IF.
           PERFORM 117-ABRIR-CATALOGO.

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
               DISPLAY "Catalogo de cursos ausente - relatorio sem "
                   "nome de disciplina e professor."
           END-IF.

      *> So as linhas do periodo conferido entram; linha com prazo
      *> ilegivel ou curso repetido e avisada e fica de fora.
       200-CARREGAR-CALENDARIO.
           PERFORM UNTIL FIM-CAL
               READ CALENDARIO-FILE
                   AT END SET FIM-CAL TO TRUE
               END-READ
               IF NOT FIM-CAL AND CALENDARIO-REC NOT = SPACES
                   AND CAL-ANO = WS-ANO-ALVO
                   AND CAL-SEMESTRE = WS-SEM-ALVO
                   ADD 1 TO WS-QTDE-LIDAS
                   PERFORM 210-GUARDAR-CURSO THRU 210-EXIT
               END-IF
           END-PERFORM.
           CLOSE CALENDARIO-FILE.

       210-GUARDAR-CURSO.
           IF CAL-PRAZO NOT NUMERIC
               GO TO 215-CURSO-INVALIDO
           END-IF.
           MOVE CAL-PRAZO TO WS-PRAZO-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PRAZO-NUM) NOT = ZERO
               GO TO 215-CURSO-INVALIDO
           END-IF.
           MOVE CAL-TURMA TO MST-TURMA.
           MOVE CAL-DISCIPLINA TO MST-DISCIPLINA.
           PERFORM 220-PROCURAR-CURSO.
           IF WS-CAL-ACHADO NOT = ZERO
               DISPLAY "Calendario: curso repetido turma " CAL-TURMA
                   " disciplina " CAL-DISCIPLINA " - vale a primeira "
                   "linha."
               ADD 1 TO WS-QTDE-INVALIDAS
               GO TO 210-EXIT
           END-IF.
           IF WS-CAL-QTDE = 500
               DISPLAY "Calendario com mais de 500 cursos no periodo "
                   "- turma " CAL-TURMA " disciplina " CAL-DISCIPLINA
                   " fica de fora."
               ADD 1 TO WS-QTDE-INVALIDAS
               GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-CAL-QTDE.
           MOVE CAL-TURMA      TO WS-CAL-TURMA (WS-CAL-QTDE).
           MOVE CAL-DISCIPLINA TO WS-CAL-DISC (WS-CAL-QTDE).
           MOVE CAL-PRAZO      TO WS-CAL-PRAZO (WS-CAL-QTDE).
           MOVE ZERO TO WS-CAL-NOTAS (WS-CAL-QTDE).
           MOVE ZERO TO WS-CAL-MATRIC (WS-CAL-QTDE).
           MOVE ZERO TO WS-CAL-CASADAS (WS-CAL-QTDE).
           GO TO 210-EXIT.
       215-CURSO-INVALIDO.
           DISPLAY "Calendario: prazo invalido '" CAL-PRAZO
               "' para turma " CAL-TURMA " disciplina "
               CAL-DISCIPLINA " - linha ignorada."
           ADD 1 TO WS-QTDE-INVALIDAS.
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

      *> Registros de nota do periodo por curso do calendario.
       300-CONTAR-NOTAS.
           MOVE LOW-VALUES TO MST-CHAVE.
           START GRADES-MASTER KEY NOT < MST-CHAVE
               INVALID KEY SET FIM-MST TO TRUE
           END-START.
           PERFORM UNTIL FIM-MST
               READ GRADES-MASTER NEXT
                   AT END SET FIM-MST TO TRUE
               END-READ
               IF NOT FIM-MST AND MST-ANO-SEM = WS-ANO-SEM-ALVO
                   PERFORM 220-PROCURAR-CURSO
                   IF WS-CAL-ACHADO NOT = ZERO
                       ADD 1 TO WS-CAL-NOTAS (WS-CAL-ACHADO)
                   END-IF
               END-IF
           END-PERFORM.

      *> Cada matricula do FREQ.DAT num curso do calendario e
      *> procurada no master pela chave completa do periodo: achada,
      *> a nota foi lancada; nao achada, a entrega esta incompleta.
       400-CONTAR-FREQUENCIA.
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
                       ADD 1 TO WS-CAL-MATRIC (WS-CAL-ACHADO)
                       READ GRADES-MASTER
                       IF WS-MST-STATUS = "00"
                           ADD 1 TO WS-CAL-CASADAS (WS-CAL-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       500-EMITIR-RELATORIO.
           MOVE WS-ANO-ALVO TO LT-ANO.
           MOVE WS-SEM-ALVO TO LT-SEM.
           MOVE WS-DATA-REF (7:2) TO DE-DIA.
           MOVE WS-DATA-REF (5:2) TO DE-MES.
           MOVE WS-DATA-REF (1:4) TO DE-ANO.
           MOVE WS-DATA-EDITADA TO LT-DATA.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-TITULO.
           IF NOT COM-FREQ
               WRITE ENTREGAS-RPT-REC FROM WS-LINHA-AVISO-FREQ
           END-IF.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-COLUNAS.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-QTDE
               PERFORM 510-CLASSIFICAR-CURSO
               PERFORM 520-IMPRIMIR-CURSO
           END-PERFORM.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE "Cursos no calendario:" TO LR-ROTULO.
           MOVE WS-CAL-QTDE TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Postados:" TO LR-ROTULO.
           MOVE WS-QTDE-POSTADOS TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Postados sem frequencia:" TO LR-ROTULO.
           MOVE WS-QTDE-SEM-FREQ TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Parciais no prazo:" TO LR-ROTULO.
           MOVE WS-QTDE-PARCIAIS TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Nao postados no prazo:" TO LR-ROTULO.
           MOVE WS-QTDE-PENDENTES TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Atrasados:" TO LR-ROTULO.
           MOVE WS-QTDE-ATRASADOS TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Calendario, linhas ignoradas:" TO LR-ROTULO.
           MOVE WS-QTDE-INVALIDAS TO LR-QTDE.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-RESUMO.

      *> Notas completas: ha registro de nota e toda matricula do
      *> FREQ.DAT tem o seu. Incompletas depois do prazo, o curso
      *> esta atrasado, tenha ou nao parte das notas lancada.
       510-CLASSIFICAR-CURSO.
           COMPUTE WS-SEM-NOTA = WS-CAL-MATRIC (WS-CAL-IDX)
               - WS-CAL-CASADAS (WS-CAL-IDX).
           COMPUTE WS-SEM-FREQ = WS-CAL-NOTAS (WS-CAL-IDX)
               - WS-CAL-CASADAS (WS-CAL-IDX).
           EVALUATE TRUE
               WHEN WS-CAL-NOTAS (WS-CAL-IDX) > ZERO
                   AND WS-SEM-NOTA = ZERO
                   IF COM-FREQ AND WS-SEM-FREQ > ZERO
                       MOVE "SEM FREQ." TO WS-SITUACAO
                       ADD 1 TO WS-QTDE-SEM-FREQ
                   ELSE
                       MOVE "POSTADO" TO WS-SITUACAO
                       ADD 1 TO WS-QTDE-POSTADOS
                   END-IF
               WHEN WS-CAL-PRAZO (WS-CAL-IDX) < WS-DATA-REF
                   MOVE "ATRASADO" TO WS-SITUACAO
                   ADD 1 TO WS-QTDE-ATRASADOS
               WHEN WS-CAL-NOTAS (WS-CAL-IDX) > ZERO
                   MOVE "PARCIAL" TO WS-SITUACAO
                   ADD 1 TO WS-QTDE-PARCIAIS
               WHEN OTHER
                   MOVE "NAO POSTADO" TO WS-SITUACAO
                   ADD 1 TO WS-QTDE-PENDENTES
           END-EVALUATE.

       520-IMPRIMIR-CURSO.
           MOVE WS-CAL-TURMA (WS-CAL-IDX) TO MST-TURMA.
           MOVE WS-CAL-DISC (WS-CAL-IDX)  TO MST-DISCIPLINA.
           PERFORM 530-CONSULTAR-CURSO.
           MOVE WS-CAL-TURMA (WS-CAL-IDX) TO LD-TURMA.
           MOVE WS-CAL-DISC (WS-CAL-IDX)  TO LD-DISC.
           MOVE WS-CURSO-NOME TO LD-NOME.
           MOVE WS-CAL-PRAZO (WS-CAL-IDX) (7:2) TO DE-DIA.
           MOVE WS-CAL-PRAZO (WS-CAL-IDX) (5:2) TO DE-MES.
           MOVE WS-CAL-PRAZO (WS-CAL-IDX) (1:4) TO DE-ANO.
           MOVE WS-DATA-EDITADA TO LD-PRAZO.
           MOVE WS-SITUACAO TO LD-SITUACAO.
           MOVE WS-CAL-NOTAS (WS-CAL-IDX) TO LD-NOTAS.
           IF COM-FREQ
               MOVE WS-CAL-MATRIC (WS-CAL-IDX) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO LD-MATRIC
               MOVE WS-SEM-NOTA TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO LD-SEM-NOTA
               MOVE WS-SEM-FREQ TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO LD-SEM-FREQ
           ELSE
               MOVE "    -" TO LD-MATRIC
               MOVE "    -" TO LD-SEM-NOTA
               MOVE "    -" TO LD-SEM-FREQ
           END-IF.
           MOVE WS-CURSO-PROFESSOR TO LD-PROFESSOR.
           WRITE ENTREGAS-RPT-REC FROM WS-LINHA-DETALHE.

      *> Nome e professor da turma (o responsavel pela disciplina
      *> quando a turma nao tem professor proprio).
       530-CONSULTAR-CURSO.
           MOVE SPACES TO WS-CURSO-NOME.
           MOVE SPACES TO WS-CURSO-PROFESSOR.
           IF COM-CATALOGO
               MOVE MST-DISCIPLINA TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS = "00"
                   MOVE DSC-NOME      TO WS-CURSO-NOME
                   MOVE DSC-PROFESSOR TO WS-CURSO-PROFESSOR
               END-IF
               MOVE MST-TURMA      TO TUR-TURMA
               MOVE MST-DISCIPLINA TO TUR-DISCIPLINA
               READ TURMA-FILE
               IF WS-TUR-STATUS = "00" AND TUR-PROFESSOR NOT = SPACES
                   MOVE TUR-PROFESSOR TO WS-CURSO-PROFESSOR
               END-IF
           END-IF.

       900-FINALIZAR.
           CLOSE GRADES-MASTER.
           CLOSE ENTREGAS-RPT.
           IF COM-FREQ
               CLOSE FREQ-FILE
           END-IF.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
               CLOSE TURMA-FILE
           END-IF.
           DISPLAY "Entrega de notas " WS-ANO-ALVO "/" WS-SEM-ALVO
               ": " WS-CAL-QTDE " cursos, " WS-QTDE-POSTADOS
               " postados, " WS-QTDE-ATRASADOS " atrasados (ver "
               "ENTREGAS.RPT).".
           IF WS-QTDE-ATRASADOS > ZERO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
