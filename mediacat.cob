       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIACAT.
      *> Manutencao interativa do catalogo de cursos: DISCIPLINAS.MST
      *> (nome por extenso, carga horaria, professor responsavel e se
      *> a disciplina ainda e oferecida) e TURMAS.MST (as ofertas
      *> turma/disciplina com turno e professor da turma). O operador
      *> escolhe o arquivo, informa a chave, ve o registro com rotulos
      *> e altera campo a campo; uma chave desconhecida pode ser
      *> incluida na hora, e uma oferta de turma que deixou de existir
      *> pode ser excluida. Disciplina nao se exclui - desativa-se,
      *> para que os termos antigos continuem com nome. Cada registro
      *> so e gravado depois de confirmado, e cada campo que de fato
      *> mudou vira uma linha em CATALOGO.LOG - a mesma regra do
      *> ALUNOS.LOG: nada muda no catalogo sem deixar rastro, e nada
      *> vai para o log sem ter chegado ao catalogo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL HIST-FILE ASSIGN TO "CATALOGO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MEDIA.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  HIST-FILE.
       01 HIST-REC PIC X(134).
       FD  LOCK-FILE.
       01 LOCK-REC PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-DSC-STATUS  PIC XX.
       01 WS-TUR-STATUS  PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-LCK-STATUS  PIC XX.

      *> O catalogo e lido pelo programa de medias, pelo MEDIAPRM e
      *> pelo MEDIACON, entao a manutencao disputa a mesma trava
      *> MEDIA.LCK e falha rapido se outra execucao estiver com os
      *> arquivos.
       01 WS-RUN-ID PIC X(16).
       01 WS-LCK-NOME PIC X(12) VALUE "MEDIA.LCK".
       01 WS-TRAVA-OBTIDA PIC X VALUE 'N'.
           88 TRAVA-OBTIDA VALUE 'S'.

       01 WS-OPERADOR  PIC X(8).
       01 WS-DATA-HORA PIC X(26).

       01 WS-MENU-FIM PIC X VALUE 'N'.
           88 MENU-FIM VALUE 'S'.
       01 WS-INCLUSAO PIC X VALUE 'N'.
           88 INCLUSAO VALUE 'S'.
       01 WS-QTDE-GRAVADOS PIC 9(6) VALUE ZERO.

       01 WS-OPCAO    PIC X(6).
       01 WS-RESPOSTA PIC X(3).
       01 WS-ENTRADA  PIC X(30).
       01 WS-CAMPO-OK PIC X VALUE 'N'.
           88 CAMPO-OK VALUE 'S'.
       01 WS-ED-TURMA-CHAVE PIC X(4).
       01 WS-ED-DISC-CHAVE  PIC X(6).

      *> Registro como esta no catalogo (ou em branco, na inclusao) e
      *> os valores em edicao, comparados campo a campo na gravacao.
       01 WS-ANTERIOR-DSC.
           05 WS-ANT-NOME        PIC X(30).
           05 WS-ANT-CARGA       PIC 9(4).
           05 WS-ANT-PROFESSOR   PIC X(30).
           05 WS-ANT-ATIVA       PIC X(1).
       01 WS-EDICAO-DSC.
           05 WS-ED-NOME         PIC X(30).
           05 WS-ED-CARGA        PIC 9(4).
           05 WS-ED-PROFESSOR    PIC X(30).
           05 WS-ED-ATIVA        PIC X(1).
               88 ED-ATIVA-VALIDA    VALUE "S" "N".
       01 WS-ANTERIOR-TUR.
           05 WS-ANT-TURNO       PIC X(1).
           05 WS-ANT-PROF-TURMA  PIC X(30).
       01 WS-EDICAO-TUR.
           05 WS-ED-TURNO        PIC X(1).
               88 ED-TURNO-VALIDO    VALUE "M" "T" "N".
           05 WS-ED-PROF-TURMA   PIC X(30).

       01 WS-CARGA-EDIT PIC ZZZ9.

       01 WS-LINHA-DSC1.
           05 FILLER    PIC X(12) VALUE "Disciplina: ".
           05 LD-DISC   PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LD-NOME   PIC X(30).
           05 FILLER    PIC X(9)  VALUE "  Ativa: ".
           05 LD-ATIVA  PIC X(1).
       01 WS-LINHA-DSC2.
           05 FILLER    PIC X(15) VALUE "Carga horaria: ".
           05 LD-CARGA  PIC ZZZ9.
           05 FILLER    PIC X(15) VALUE "h  Professor: ".
           05 LD-PROF   PIC X(30).
       01 WS-LINHA-TUR.
           05 FILLER    PIC X(7)  VALUE "Turma: ".
           05 LT-TURMA  PIC X(4).
           05 FILLER    PIC X(14) VALUE "  Disciplina: ".
           05 LT-DISC   PIC X(6).
           05 FILLER    PIC X(9)  VALUE "  Turno: ".
           05 LT-TURNO  PIC X(1).
           05 FILLER    PIC X(13) VALUE "  Professor: ".
           05 LT-PROF   PIC X(30).

       01 WS-HIST-LINHA.
           05 HL-DATA-HORA PIC X(26).
           05 HL-OPERADOR  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 HL-CHAVE     PIC X(10).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 HL-CAMPO     PIC X(14).
           05 FILLER       PIC X(5) VALUE " de [".
           05 HL-DE        PIC X(30).
           05 FILLER       PIC X(8) VALUE "] para [".
           05 HL-PARA      PIC X(30).
           05 FILLER       PIC X(1) VALUE "]".

      *> Linhas de historia do registro em edicao: so vao para
      *> CATALOGO.LOG depois que o WRITE/REWRITE/DELETE passou.
       01 WS-HIST-QTDE PIC 9(2) VALUE ZERO.
       01 WS-HIST-IDX  PIC 9(2).
       01 WS-HIST-TAB.
           05 WS-HIST-PEND OCCURS 10 TIMES PIC X(134).

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           PERFORM 200-PROCESSAR-MENU.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (1:16) TO WS-RUN-ID.
           PERFORM 105-OBTER-TRAVA.
           PERFORM 110-ABRIR-CATALOGO.

       105-OBTER-TRAVA.
           OPEN INPUT LOCK-FILE.
           IF WS-LCK-STATUS = "00"
               READ LOCK-FILE
               DISPLAY "Execucao ja em andamento (MEDIA.LCK gravado "
                   "pela execucao " LOCK-REC "). Se for trava orfa "
                   "de um abend, remova MEDIA.LCK e reexecute."
               CLOSE LOCK-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LCK-STATUS = "00"
               MOVE WS-RUN-ID TO LOCK-REC
               WRITE LOCK-REC
               CLOSE LOCK-FILE
               SET TRAVA-OBTIDA TO TRUE
           ELSE
               DISPLAY "Aviso: nao foi possivel gravar MEDIA.LCK. "
                   "Status=" WS-LCK-STATUS
                   ". Prosseguindo sem trava."
           END-IF.

       920-LIBERAR-TRAVA.
           IF TRAVA-OBTIDA
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOME
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

      *> A primeira sessao cria os dois arquivos vazios (status 35 =
      *> arquivo ausente), como o MEDIAALU faz com o ALUNOS.MST.
       110-ABRIR-CATALOGO.
           OPEN I-O DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "35"
               OPEN OUTPUT DISCIPLINA-FILE
               CLOSE DISCIPLINA-FILE
               OPEN I-O DISCIPLINA-FILE
           END-IF.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DISCIPLINAS.MST. Status="
                   WS-DSC-STATUS
               PERFORM 920-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TURMA-FILE.
           IF WS-TUR-STATUS = "35"
               OPEN OUTPUT TURMA-FILE
               CLOSE TURMA-FILE
               OPEN I-O TURMA-FILE
           END-IF.
           IF WS-TUR-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo TURMAS.MST. Status="
                   WS-TUR-STATUS
               CLOSE DISCIPLINA-FILE
               PERFORM 920-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESSAR-MENU.
           PERFORM UNTIL MENU-FIM
               DISPLAY " "
               DISPLAY "D = disciplina, T = turma/disciplina, "
                   "FIM = sair:"
               ACCEPT WS-OPCAO
               PERFORM 230-TRATAR-OPCAO
           END-PERFORM.

       230-TRATAR-OPCAO.
           EVALUATE TRUE
               WHEN WS-OPCAO = "FIM" OR WS-OPCAO = "fim"
                   SET MENU-FIM TO TRUE
               WHEN WS-OPCAO = "D" OR WS-OPCAO = "d"
                   PERFORM 300-TRATAR-DISCIPLINA
               WHEN WS-OPCAO = "T" OR WS-OPCAO = "t"
                   PERFORM 400-TRATAR-TURMA THRU 400-EXIT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

      *> Disciplinas: le o codigo e, conforme o catalogo, inclui a
      *> disciplina nova ou altera a existente.
       300-TRATAR-DISCIPLINA.
           DISPLAY "Codigo da disciplina:".
           ACCEPT WS-ED-DISC-CHAVE.
           IF WS-ED-DISC-CHAVE = SPACES
               DISPLAY "Informe o codigo da disciplina."
           ELSE
               MOVE WS-ED-DISC-CHAVE TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               EVALUATE WS-DSC-STATUS
                   WHEN "00"
                       MOVE "N" TO WS-INCLUSAO
                       PERFORM 310-MOSTRAR-DISCIPLINA
                       PERFORM 330-EDITAR-DISCIPLINA
                   WHEN "23"
                       PERFORM 320-NOVA-DISCIPLINA
                   WHEN OTHER
                       DISPLAY "Erro lendo DISCIPLINAS.MST. Status="
                           WS-DSC-STATUS
               END-EVALUATE
           END-IF.

       310-MOSTRAR-DISCIPLINA.
           MOVE DSC-DISCIPLINA    TO LD-DISC.
           MOVE DSC-NOME          TO LD-NOME.
           MOVE DSC-ATIVA         TO LD-ATIVA.
           MOVE DSC-CARGA-HORARIA TO LD-CARGA.
           MOVE DSC-PROFESSOR     TO LD-PROF.
           DISPLAY WS-LINHA-DSC1.
           DISPLAY WS-LINHA-DSC2.

      *> Disciplina nova entra ativa; o operador ainda pode mudar na
      *> edicao que segue.
       320-NOVA-DISCIPLINA.
           DISPLAY "Disciplina " WS-ED-DISC-CHAVE
               " nao cadastrada. Incluir (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE "S" TO WS-INCLUSAO
               MOVE SPACES TO DISCIPLINA-REC
               MOVE WS-ED-DISC-CHAVE TO DSC-DISCIPLINA
               MOVE ZERO TO DSC-CARGA-HORARIA
               MOVE "S" TO DSC-ATIVA
               PERFORM 330-EDITAR-DISCIPLINA
           END-IF.

       330-EDITAR-DISCIPLINA.
           MOVE DSC-NOME          TO WS-ANT-NOME.
           MOVE DSC-CARGA-HORARIA TO WS-ANT-CARGA.
           MOVE DSC-PROFESSOR     TO WS-ANT-PROFESSOR.
           MOVE DSC-ATIVA         TO WS-ANT-ATIVA.
           MOVE WS-ANTERIOR-DSC TO WS-EDICAO-DSC.
           IF INCLUSAO
               MOVE SPACES TO WS-ANT-ATIVA
           END-IF.
           DISPLAY "Editando disciplina " DSC-DISCIPLINA
               " (branco mantem o valor atual).".
           PERFORM 331-EDITAR-NOME.
           PERFORM 332-EDITAR-CARGA.
           PERFORM 333-EDITAR-PROFESSOR.
           PERFORM 334-EDITAR-ATIVA.
           DISPLAY "Confirma a gravacao da disciplina " DSC-DISCIPLINA
               " (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               PERFORM 600-APLICAR-DISCIPLINA
           ELSE
               DISPLAY "Edicao descartada - catalogo mantido como "
                   "estava."
           END-IF.

      *> Nome e professor sao o que os relatorios imprimem ao lado do
      *> codigo: nunca ficam em branco.
       331-EDITAR-NOME.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Nome da disciplina [" WS-ED-NOME "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO WS-ED-NOME
               END-IF
               IF WS-ED-NOME = SPACES
                   DISPLAY "Nome obrigatorio."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

       332-EDITAR-CARGA.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               MOVE WS-ED-CARGA TO WS-CARGA-EDIT
               DISPLAY "Carga horaria em horas [" WS-CARGA-EDIT "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENTRADA) = ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) > ZERO
                       AND FUNCTION NUMVAL(WS-ENTRADA) < 10000
                       AND FUNCTION NUMVAL(WS-ENTRADA) =
                           FUNCTION INTEGER(FUNCTION NUMVAL(WS-ENTRADA))
                       MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-ED-CARGA
                   ELSE
                       DISPLAY "Carga horaria invalida (1 a 9999)."
                   END-IF
               END-IF
               IF WS-ED-CARGA > ZERO
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

       333-EDITAR-PROFESSOR.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Professor responsavel [" WS-ED-PROFESSOR "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO WS-ED-PROFESSOR
               END-IF
               IF WS-ED-PROFESSOR = SPACES
                   DISPLAY "Professor responsavel obrigatorio."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

       334-EDITAR-ATIVA.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Disciplina oferecida (S/N) [" WS-ED-ATIVA "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:1))
                       TO WS-ED-ATIVA
               END-IF
               IF ED-ATIVA-VALIDA
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "Responda S ou N."
                   MOVE DSC-ATIVA TO WS-ED-ATIVA
               END-IF
           END-PERFORM.

      *> Grava a disciplina e, so se o catalogo aceitou, a historia de
      *> cada campo que mudou.
       600-APLICAR-DISCIPLINA.
           MOVE ZERO TO WS-HIST-QTDE.
           MOVE SPACES TO HL-CHAVE.
           MOVE DSC-DISCIPLINA TO HL-CHAVE.
           PERFORM 710-PREPARAR-HISTORIA.
           IF INCLUSAO
               MOVE "INCLUSAO" TO HL-CAMPO
               MOVE SPACES TO HL-DE
               MOVE SPACES TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-NOME NOT = WS-ANT-NOME
               MOVE "NOME" TO HL-CAMPO
               MOVE WS-ANT-NOME TO HL-DE
               MOVE WS-ED-NOME TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-CARGA NOT = WS-ANT-CARGA
               MOVE "CARGA-HORARIA" TO HL-CAMPO
               MOVE WS-ANT-CARGA TO HL-DE
               MOVE WS-ED-CARGA TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-PROFESSOR NOT = WS-ANT-PROFESSOR
               MOVE "PROFESSOR" TO HL-CAMPO
               MOVE WS-ANT-PROFESSOR TO HL-DE
               MOVE WS-ED-PROFESSOR TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-ATIVA NOT = WS-ANT-ATIVA
               MOVE "ATIVA" TO HL-CAMPO
               MOVE WS-ANT-ATIVA TO HL-DE
               MOVE WS-ED-ATIVA TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-HIST-QTDE = ZERO
               DISPLAY "Nada alterado - disciplina mantida como "
                   "estava."
           ELSE
               MOVE WS-ED-NOME      TO DSC-NOME
               MOVE WS-ED-CARGA     TO DSC-CARGA-HORARIA
               MOVE WS-ED-PROFESSOR TO DSC-PROFESSOR
               MOVE WS-ED-ATIVA     TO DSC-ATIVA
               MOVE WS-DATA-HORA    TO DSC-ATUALIZACAO
               IF INCLUSAO
                   WRITE DISCIPLINA-REC
               ELSE
                   REWRITE DISCIPLINA-REC
               END-IF
               IF WS-DSC-STATUS = "00"
                   PERFORM 730-GRAVAR-HISTORIA
                   ADD 1 TO WS-QTDE-GRAVADOS
                   DISPLAY "Disciplina " DSC-DISCIPLINA " gravada."
               ELSE
                   DISPLAY "Erro gravando DISCIPLINAS.MST. Status="
                       WS-DSC-STATUS " - alteracao nao aplicada."
               END-IF
           END-IF.

      *> Ofertas turma/disciplina. Uma oferta so existe para
      *> disciplina do catalogo; incluir oferta nova exige ainda que a
      *> disciplina esteja ativa.
       400-TRATAR-TURMA.
           DISPLAY "Turma:".
           ACCEPT WS-ED-TURMA-CHAVE.
           DISPLAY "Disciplina:".
           ACCEPT WS-ED-DISC-CHAVE.
           IF WS-ED-TURMA-CHAVE = SPACES OR WS-ED-DISC-CHAVE = SPACES
               DISPLAY "Informe turma e disciplina."
               GO TO 400-EXIT
           END-IF.
           MOVE WS-ED-DISC-CHAVE TO DSC-DISCIPLINA.
           READ DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "23"
               DISPLAY "Disciplina " WS-ED-DISC-CHAVE
                   " nao cadastrada - inclua-a antes da oferta."
               GO TO 400-EXIT
           END-IF.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "Erro lendo DISCIPLINAS.MST. Status="
                   WS-DSC-STATUS
               GO TO 400-EXIT
           END-IF.
           MOVE WS-ED-TURMA-CHAVE TO TUR-TURMA.
           MOVE WS-ED-DISC-CHAVE  TO TUR-DISCIPLINA.
           READ TURMA-FILE.
           EVALUATE WS-TUR-STATUS
               WHEN "00"
                   MOVE "N" TO WS-INCLUSAO
                   PERFORM 410-MOSTRAR-TURMA
                   DISPLAY "A = alterar, E = excluir a oferta, "
                       "branco = voltar:"
                   ACCEPT WS-RESPOSTA
                   EVALUATE TRUE
                       WHEN WS-RESPOSTA = "A" OR WS-RESPOSTA = "a"
                           PERFORM 430-EDITAR-TURMA
                       WHEN WS-RESPOSTA = "E" OR WS-RESPOSTA = "e"
                           PERFORM 650-EXCLUIR-TURMA
                   END-EVALUATE
               WHEN "23"
                   IF NOT DSC-ATIVA-SIM
                       DISPLAY "Disciplina " WS-ED-DISC-CHAVE
                           " desativada - nova oferta recusada."
                   ELSE
                       PERFORM 420-NOVA-TURMA
                   END-IF
               WHEN OTHER
                   DISPLAY "Erro lendo TURMAS.MST. Status="
                       WS-TUR-STATUS
           END-EVALUATE.
       400-EXIT.
           EXIT.

       410-MOSTRAR-TURMA.
           MOVE TUR-TURMA      TO LT-TURMA.
           MOVE TUR-DISCIPLINA TO LT-DISC.
           MOVE TUR-TURNO      TO LT-TURNO.
           IF TUR-PROFESSOR = SPACES
               MOVE DSC-PROFESSOR TO LT-PROF
           ELSE
               MOVE TUR-PROFESSOR TO LT-PROF
           END-IF.
           DISPLAY WS-LINHA-TUR.
           DISPLAY "Disciplina: " DSC-NOME.

       420-NOVA-TURMA.
           DISPLAY "Turma " WS-ED-TURMA-CHAVE " nao oferece "
               WS-ED-DISC-CHAVE ". Incluir a oferta (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE "S" TO WS-INCLUSAO
               MOVE SPACES TO TURMA-REC
               MOVE WS-ED-TURMA-CHAVE TO TUR-TURMA
               MOVE WS-ED-DISC-CHAVE  TO TUR-DISCIPLINA
               PERFORM 430-EDITAR-TURMA
           END-IF.

       430-EDITAR-TURMA.
           MOVE TUR-TURNO     TO WS-ANT-TURNO.
           MOVE TUR-PROFESSOR TO WS-ANT-PROF-TURMA.
           MOVE WS-ANTERIOR-TUR TO WS-EDICAO-TUR.
           DISPLAY "Editando oferta " TUR-TURMA "/" TUR-DISCIPLINA
               " (branco mantem o valor atual).".
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Turno (M = manha, T = tarde, N = noite) ["
                   WS-ED-TURNO "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:1))
                       TO WS-ED-TURNO
               END-IF
               IF ED-TURNO-VALIDO
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "Turno invalido."
                   MOVE TUR-TURNO TO WS-ED-TURNO
               END-IF
           END-PERFORM.
      *> Professor em branco = o responsavel pela disciplina; "*"
      *> volta uma oferta ao responsavel.
           DISPLAY "Professor da turma, * = o responsavel "
               "(" FUNCTION TRIM(DSC-PROFESSOR) ") ["
               WS-ED-PROF-TURMA "]: ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = "*"
               MOVE SPACES TO WS-ED-PROF-TURMA
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO WS-ED-PROF-TURMA
               END-IF
           END-IF.
           DISPLAY "Confirma a gravacao da oferta " TUR-TURMA "/"
               TUR-DISCIPLINA " (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               PERFORM 640-APLICAR-TURMA
           ELSE
               DISPLAY "Edicao descartada - catalogo mantido como "
                   "estava."
           END-IF.

       640-APLICAR-TURMA.
           MOVE ZERO TO WS-HIST-QTDE.
           MOVE TUR-CHAVE TO HL-CHAVE.
           PERFORM 710-PREPARAR-HISTORIA.
           IF INCLUSAO
               MOVE "INCLUSAO" TO HL-CAMPO
               MOVE SPACES TO HL-DE
               MOVE SPACES TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-TURNO NOT = WS-ANT-TURNO
               MOVE "TURNO" TO HL-CAMPO
               MOVE WS-ANT-TURNO TO HL-DE
               MOVE WS-ED-TURNO TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-PROF-TURMA NOT = WS-ANT-PROF-TURMA
               MOVE "PROFESSOR" TO HL-CAMPO
               MOVE WS-ANT-PROF-TURMA TO HL-DE
               MOVE WS-ED-PROF-TURMA TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-HIST-QTDE = ZERO
               DISPLAY "Nada alterado - oferta mantida como estava."
           ELSE
               MOVE WS-ED-TURNO      TO TUR-TURNO
               MOVE WS-ED-PROF-TURMA TO TUR-PROFESSOR
               MOVE WS-DATA-HORA     TO TUR-ATUALIZACAO
               IF INCLUSAO
                   WRITE TURMA-REC
               ELSE
                   REWRITE TURMA-REC
               END-IF
               IF WS-TUR-STATUS = "00"
                   PERFORM 730-GRAVAR-HISTORIA
                   ADD 1 TO WS-QTDE-GRAVADOS
                   DISPLAY "Oferta " TUR-TURMA "/" TUR-DISCIPLINA
                       " gravada."
               ELSE
                   DISPLAY "Erro gravando TURMAS.MST. Status="
                       WS-TUR-STATUS " - alteracao nao aplicada."
               END-IF
           END-IF.

      *> A exclusao fica no log com turno e professor que tinha, para
      *> que a oferta possa ser refeita se foi engano.
       650-EXCLUIR-TURMA.
           DISPLAY "Confirma a exclusao da oferta " TUR-TURMA "/"
               TUR-DISCIPLINA " (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "Exclusao descartada - catalogo mantido como "
                   "estava."
           ELSE
               MOVE ZERO TO WS-HIST-QTDE
               MOVE TUR-CHAVE TO HL-CHAVE
               PERFORM 710-PREPARAR-HISTORIA
               MOVE "EXCLUSAO" TO HL-CAMPO
               MOVE SPACES TO HL-DE
               STRING "turno " TUR-TURNO " " TUR-PROFESSOR
                   DELIMITED BY SIZE INTO HL-DE
               MOVE SPACES TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
               DELETE TURMA-FILE
               IF WS-TUR-STATUS = "00"
                   PERFORM 730-GRAVAR-HISTORIA
                   ADD 1 TO WS-QTDE-GRAVADOS
                   DISPLAY "Oferta " TUR-TURMA "/" TUR-DISCIPLINA
                       " excluida."
               ELSE
                   DISPLAY "Erro excluindo de TURMAS.MST. Status="
                       WS-TUR-STATUS " - oferta mantida."
               END-IF
           END-IF.

       710-PREPARAR-HISTORIA.
           MOVE WS-DATA-HORA TO HL-DATA-HORA.
           MOVE WS-OPERADOR  TO HL-OPERADOR.

       720-GUARDAR-HISTORIA.
           ADD 1 TO WS-HIST-QTDE.
           MOVE WS-HIST-LINHA TO WS-HIST-PEND (WS-HIST-QTDE).

       730-GRAVAR-HISTORIA.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
               DISPLAY "Aviso: falha abrindo CATALOGO.LOG. Status="
                   WS-HIST-STATUS " - historia deste registro perdida."
           ELSE
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-QTDE
                   WRITE HIST-REC FROM WS-HIST-PEND (WS-HIST-IDX)
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       900-FINALIZAR.
           CLOSE DISCIPLINA-FILE.
           CLOSE TURMA-FILE.
           DISPLAY "Registros gravados nesta sessao: "
               WS-QTDE-GRAVADOS.
           PERFORM 920-LIBERAR-TRAVA.
           MOVE ZERO TO RETURN-CODE.
