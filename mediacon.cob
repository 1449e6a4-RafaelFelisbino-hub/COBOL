      *> consolidacao inteira (RC 16, STUDENTS.DAT intocado): um
      *> arquivo truncado de uma secretaria nunca se dilui num roster
      *> combinado "valido".
      *> Cada linha de detalhe e ainda conferida contra o catalogo de
      *> cursos (DISCIPLINAS.MST/TURMAS.MST): turma/disciplina que o
      *> catalogo nao oferece, ou disciplina desativada, nao entra no
      *> STUDENTS.DAT - vai para CONSOL.REJ no layout do STUDENTS.REJ,
      *> com o motivo "CD" ou "DI" do programa de medias, e o trailer
      *> consolidado conta so as linhas que de fato entraram. O
      *> controle de cada extrato continua sobre todas as linhas que
      *> a secretaria mandou.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-OUT ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CONSOL.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
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
           SELECT SORT-WORK ASSIGN TO "CONSOL.SRT".
       DATA DIVISION.
       FILE SECTION.
           COPY "control.cpy".
       FD  STUDENT-OUT.
       01 STUDENT-OUT-REC PIC X(63).
       FD  REJECT-FILE.
           COPY "reject.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       SD  SORT-WORK.
       01 SORT-REC.
           05 SRT-TURMA    PIC X(4).
           05 SRT-DISC     PIC X(6).
           05 SRT-ALUNO    PIC X(6).
           05 SRT-REGISTRO PIC X(63).
           05 SRT-MOTIVO   PIC X(2).
       WORKING-STORAGE SECTION.
       01 WS-EXT-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-REJ-STATUS PIC XX.
       01 WS-DSC-STATUS PIC XX.
       01 WS-TUR-STATUS PIC XX.

       01 WS-EXT-NOME PIC X(64).
       01 WS-ENV-NOME PIC X(12).
       01 WS-HASH-ACUMULADO PIC 9(9)V99 VALUE ZERO.
       01 WS-TRL-QTDE       PIC 9(6)    VALUE ZERO.
       01 WS-TRL-HASH       PIC 9(9)V99 VALUE ZERO.
      *> O que do extrato passou pelo catalogo e vai para a saida.
       01 WS-QTDE-ACEITOS   PIC 9(6)    VALUE ZERO.
       01 WS-HASH-ACEITO    PIC 9(9)V99 VALUE ZERO.
       01 WS-HASH-LINHA     PIC 9(9)V99 VALUE ZERO.
       01 WS-QTDE-FORA      PIC 9(6)    VALUE ZERO.

      *> Ultimo curso consultado no catalogo e o veredicto dele:
      *> "CD" = turma/disciplina fora do catalogo, "DI" = disciplina
      *> desativada, spaces = curso valido.
       01 WS-CURSO-CHAVE  PIC X(10) VALUE LOW-VALUES.
       01 WS-CURSO-MOTIVO PIC X(2)  VALUE SPACES.

      *> Totais da saida consolidada e o veredicto do conjunto: um
      *> extrato invalido e nenhum STUDENTS.DAT sai.
       01 WS-TOT-DETALHES  PIC 9(6)    VALUE ZERO.
       01 WS-TOT-HASH      PIC 9(9)V99 VALUE ZERO.
       01 WS-QTDE-GRAVADOS PIC 9(6)    VALUE ZERO.
       01 WS-QTDE-REJ-CURSO PIC 9(6)   VALUE ZERO.

       01 WS-HDR-SAIDA.
           05 FILLER      PIC X(3) VALUE "HDR".

       100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HDR-S-DATA.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DISCIPLINAS.MST. Status="
                   WS-DSC-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TURMA-FILE.
           IF WS-TUR-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo TURMAS.MST. Status="
                   WS-TUR-STATUS
               CLOSE DISCIPLINA-FILE
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-LER-EXTRATOS.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
           MOVE ZERO TO WS-HASH-ACUMULADO.
           MOVE ZERO TO WS-TRL-QTDE.
           MOVE ZERO TO WS-TRL-HASH.
           MOVE ZERO TO WS-QTDE-ACEITOS.
           MOVE ZERO TO WS-HASH-ACEITO.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "Extrato nao lido: "
                       MOVE "N" TO WS-ARQ-VALIDO
                   END-IF
                   ADD 1 TO WS-QTDE-DETALHES
                   MOVE ZERO TO WS-HASH-LINHA
                   IF ALUNO-NUMERO1 NUMERIC
                       ADD ALUNO-NUMERO1 TO WS-HASH-LINHA
                   END-IF
                   IF ALUNO-NUMERO2 NUMERIC
                       ADD ALUNO-NUMERO2 TO WS-HASH-LINHA
                   END-IF
                   IF ALUNO-NUMERO3 NUMERIC
                       ADD ALUNO-NUMERO3 TO WS-HASH-LINHA
                   END-IF
                   ADD WS-HASH-LINHA TO WS-HASH-ACUMULADO
                   PERFORM 240-CONSULTAR-CURSO THRU 240-EXIT
                   IF WS-CURSO-MOTIVO = SPACES
                       ADD 1 TO WS-QTDE-ACEITOS
                       ADD WS-HASH-LINHA TO WS-HASH-ACEITO
                   END-IF
                   MOVE ALUNO-TURMA      TO SRT-TURMA
                   MOVE ALUNO-DISCIPLINA TO SRT-DISC
                   MOVE ALUNO-ID         TO SRT-ALUNO
                   MOVE STUDENT-REC      TO SRT-REGISTRO
                   MOVE WS-CURSO-MOTIVO  TO SRT-MOTIVO
                   RELEASE SORT-REC
           END-EVALUATE.

               END-IF
           END-IF.
           IF ARQ-VALIDO
               ADD WS-QTDE-ACEITOS TO WS-TOT-DETALHES
               ADD WS-HASH-ACEITO  TO WS-TOT-HASH
               DISPLAY "Extrato conferido: "
                   FUNCTION TRIM(WS-EXT-NOME) " ("
                   WS-QTDE-DETALHES " registros)."
               IF WS-QTDE-ACEITOS NOT = WS-QTDE-DETALHES
                   COMPUTE WS-QTDE-FORA =
                       WS-QTDE-DETALHES - WS-QTDE-ACEITOS
                   DISPLAY "  Linhas de curso fora do catalogo em "
                       FUNCTION TRIM(WS-EXT-NOME) ": "
                       WS-QTDE-FORA " - vao para CONSOL.REJ."
               END-IF
           ELSE
               MOVE "N" TO WS-TODOS-VALIDOS
           END-IF.

      *> Mesma regra de 118-CONSULTAR-CURSO do programa de medias: a
      *> turma tem de oferecer a disciplina em TURMAS.MST e a
      *> disciplina tem de estar ativa em DISCIPLINAS.MST. O extrato
      *> vem em qualquer ordem, mas as secoes chegam juntas, entao a
      *> consulta so se repete quando o curso muda.
       240-CONSULTAR-CURSO.
           IF WS-CURSO-CHAVE (1:4) = ALUNO-TURMA
               AND WS-CURSO-CHAVE (5:6) = ALUNO-DISCIPLINA
               GO TO 240-EXIT
           END-IF.
           MOVE ALUNO-TURMA      TO WS-CURSO-CHAVE (1:4).
           MOVE ALUNO-DISCIPLINA TO WS-CURSO-CHAVE (5:6).
           MOVE SPACES TO WS-CURSO-MOTIVO.
           MOVE ALUNO-DISCIPLINA TO DSC-DISCIPLINA.
           READ DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "23"
               MOVE "CD" TO WS-CURSO-MOTIVO
               GO TO 240-EXIT
           END-IF.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "Erro fatal lendo DISCIPLINAS.MST. Status="
                   WS-DSC-STATUS
               PERFORM 990-ABORTAR
           END-IF.
           MOVE ALUNO-TURMA      TO TUR-TURMA.
           MOVE ALUNO-DISCIPLINA TO TUR-DISCIPLINA.
           READ TURMA-FILE.
           IF WS-TUR-STATUS = "23"
               MOVE "CD" TO WS-CURSO-MOTIVO
               GO TO 240-EXIT
           END-IF.
           IF WS-TUR-STATUS NOT = "00"
               DISPLAY "Erro fatal lendo TURMAS.MST. Status="
                   WS-TUR-STATUS
               PERFORM 990-ABORTAR
           END-IF.
           IF NOT DSC-ATIVA-SIM
               MOVE "DI" TO WS-CURSO-MOTIVO
           END-IF.
       240-EXIT.
           EXIT.

      *> So grava STUDENTS.DAT quando todos os extratos passaram no
      *> proprio controle; senao os registros classificados sao
      *> drenados e descartados e o roster que estiver no disco fica
      *> como esta. O STUDENTS.DAT e o ultimo arquivo aberto, para
      *> que uma falha nas outras aberturas nao o deixe truncado.
       300-GRAVAR-CONSOLIDADO.
           IF NOT TODOS-VALIDOS
               PERFORM 320-DRENAR-CLASSIFICACAO
               GO TO 300-EXIT
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo CONSOL.REJ. Status="
                   WS-REJ-STATUS
               MOVE "N" TO WS-TODOS-VALIDOS
               PERFORM 320-DRENAR-CLASSIFICACAO
               GO TO 300-EXIT
           END-IF.
           OPEN OUTPUT STUDENT-OUT.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo STUDENTS.DAT. Status="
                   WS-OUT-STATUS
               CLOSE REJECT-FILE
               MOVE "N" TO WS-TODOS-VALIDOS
               PERFORM 320-DRENAR-CLASSIFICACAO
               GO TO 300-EXIT
                   AT END SET FIM-EXT TO TRUE
               END-RETURN
               IF NOT FIM-EXT
                   IF SRT-MOTIVO = SPACES
                       WRITE STUDENT-OUT-REC FROM SRT-REGISTRO
                       ADD 1 TO WS-QTDE-GRAVADOS
                   ELSE
                       PERFORM 310-GRAVAR-REJEITADO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TOT-DETALHES TO TRL-S-QTDE.
           MOVE WS-TOT-HASH     TO TRL-S-HASH.
           WRITE STUDENT-OUT-REC FROM WS-TRL-SAIDA.
           CLOSE STUDENT-OUT.
           CLOSE REJECT-FILE.
       300-EXIT.
           EXIT.

      *> A linha recusada sai com as notas sem motivo e o motivo de
      *> matricula preenchido, no layout do programa de medias, mas
      *> nenhum programa le o CONSOL.REJ: corrigido o catalogo, a
      *> linha tem de ser redigitada a mao no extrato da turma.
       310-GRAVAR-REJEITADO.
           MOVE SPACES       TO REJECT-REC.
           MOVE SRT-REGISTRO TO REJ-REGISTRO.
           MOVE SRT-MOTIVO   TO REJ-MOTIVO-MATRICULA.
           WRITE REJECT-REC.
           ADD 1 TO WS-QTDE-REJ-CURSO.

      *> Erro de leitura no catalogo durante a classificacao: nada
      *> foi gravado ainda, entao basta fechar e sair com 24.
       990-ABORTAR.
           CLOSE EXTRACT-FILE.
           CLOSE DISCIPLINA-FILE.
           CLOSE TURMA-FILE.
           MOVE 24 TO RETURN-CODE.
           STOP RUN.

       320-DRENAR-CLASSIFICACAO.
           MOVE "N" TO WS-EOF-EXT.
           PERFORM UNTIL FIM-EXT
           END-PERFORM.

       900-FINALIZAR.
           CLOSE DISCIPLINA-FILE.
           CLOSE TURMA-FILE.
           IF TODOS-VALIDOS
               DISPLAY "Consolidacao concluida: " WS-QTDE-GRAVADOS
                   " registros de " WS-QTDE-ARQS " extrato(s)."
               IF WS-QTDE-REJ-CURSO > ZERO
                   DISPLAY "Recusados por curso fora do catalogo: "
                       WS-QTDE-REJ-CURSO " (CONSOL.REJ) - redigite-os "
                       "a mao depois de corrigir o catalogo."
               END-IF
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "Consolidacao recusada - nenhum STUDENTS.DAT "
