      *> curso com rotulos, valida campo a campo na digitacao -
      *> limites entre 0 e 10 com aprovacao acima do exame, pesos
      *> somando 100, intervalo de checkpoint maior que zero,
      *> frequencia minima ate 100, curso existente no catalogo
      *> (DISCIPLINAS.MST/TURMAS.MST) - e so
      *> regrava o arquivo quando a tabela inteira passa. Cada
      *> alteracao aplicada vira uma linha em MEDIA.PRMLOG com quem
      *> mudou o que e quando, para a linha de corte nunca mais se
           SELECT OPTIONAL HIST-FILE ASSIGN TO "MEDIA.PRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
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
           SELECT LOCK-FILE ASSIGN TO "MEDIA.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
           COPY "parm.cpy".
       FD  HIST-FILE.
       01 HIST-REC PIC X(100).
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TURMA-FILE.
           COPY "turma.cpy".
       FD  LOCK-FILE.
       01 LOCK-REC PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-DSC-STATUS  PIC XX.
       01 WS-TUR-STATUS  PIC XX.
       01 WS-LCK-STATUS  PIC XX.

      *> A manutencao regrava MEDIA.PARM, que um run de notas pode
           88 MUDOU VALUE 'S'.
       01 WS-SOMA-PESOS PIC 9(4).

      *> Conferencia de um curso contra o catalogo: turma e
      *> disciplina em branco juntas sao o registro padrao e passam;
      *> fora isso a disciplina tem de estar em DISCIPLINAS.MST e,
      *> na digitacao, a turma tem de oferece-la em TURMAS.MST.
       01 WS-CC-TURMA  PIC X(4).
       01 WS-CC-DISC   PIC X(6).
       01 WS-CC-NOME   PIC X(30).
       01 WS-CC-PROF   PIC X(30).
       01 WS-CC-MOTIVO PIC X(50).
       01 WS-CC-OFERTA PIC X VALUE 'S'.
           88 CC-CONFERIR-OFERTA VALUE 'S'.
       01 WS-CURSO-OK PIC X VALUE 'N'.
           88 CURSO-OK VALUE 'S'.
      *> "*" na turma desiste da edicao do registro; tres cursos
      *> recusados seguidos tambem desistem, para que um terminal sem
      *> entrada nao prenda a sessao.
       01 WS-EDICAO-CANCELADA PIC X VALUE 'N'.
           88 EDICAO-CANCELADA VALUE 'S'.
       01 WS-CURSO-TENTATIVAS PIC 9 VALUE ZERO.

       01 WS-LINHA-LISTA.
           05 LL-IDX    PIC ZZ9.
           05 FILLER    PIC X(9)  VALUE ") Turma: ".
           05 LL-INTERV PIC ZZZ9.
           05 FILLER    PIC X(7)  VALUE " Freq: ".
           05 LL-FREQ   PIC ZZ9.
       01 WS-LINHA-LISTA2.
           05 FILLER    PIC X(5)  VALUE SPACES.
           05 LL-NOME   PIC X(30).
           05 FILLER    PIC X(9)  VALUE "  Prof.: ".
           05 LL-PROF   PIC X(30).

       01 WS-HIST-LINHA.
           05 HL-DATA-HORA PIC X(26).
      *> abandonada no meio nao deixa no historico mudancas que nunca
      *> chegaram ao MEDIA.PARM.
       01 WS-HIST-QTDE PIC 9(3) VALUE ZERO.
       01 WS-HIST-QTDE-ANT PIC 9(3).
       01 WS-HIST-IDX  PIC 9(3).
       01 WS-HIST-TAB.
           05 WS-HIST-PEND OCCURS 200 TIMES PIC X(100).
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (1:16) TO WS-RUN-ID.
           PERFORM 105-OBTER-TRAVA.
           PERFORM 107-ABRIR-CATALOGO.
           PERFORM 110-CARREGAR-PARAMETROS.

       105-OBTER-TRAVA.
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

      *> Sem o catalogo nao ha como saber se um curso existe, entao a
      *> sessao nem comeca: os cursos se cadastram antes, no MEDIACAT.
       107-ABRIR-CATALOGO.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DISCIPLINAS.MST. Status="
                   WS-DSC-STATUS " - cadastre os cursos no MEDIACAT "
                   "antes de manter MEDIA.PARM."
               PERFORM 920-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TURMA-FILE.
           IF WS-TUR-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo TURMAS.MST. Status="
                   WS-TUR-STATUS " - cadastre os cursos no MEDIACAT "
                   "antes de manter MEDIA.PARM."
               CLOSE DISCIPLINA-FILE
               PERFORM 920-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Carrega o arquivo como esta, inclusive registros tortos -
      *> este e o programa que existe para conserta-los. Um arquivo
      *> com mais registros que a tabela comporta encerra a sessao
                   MOVE ZERO TO LL-FREQ
               END-IF
               DISPLAY WS-LINHA-LISTA
               MOVE WS-PARM-TURMA (WS-PARM-IDX) TO WS-CC-TURMA
               MOVE WS-PARM-DISC (WS-PARM-IDX)  TO WS-CC-DISC
               MOVE "N" TO WS-CC-OFERTA
               PERFORM 330-CONFERIR-CURSO THRU 330-EXIT
               IF CURSO-OK
                   MOVE WS-CC-NOME TO LL-NOME
                   MOVE WS-CC-PROF TO LL-PROF
               ELSE
                   MOVE WS-CC-MOTIVO TO LL-NOME
                   MOVE SPACES TO LL-PROF
               END-IF
               DISPLAY WS-LINHA-LISTA2
           END-PERFORM.

       230-TRATAR-OPCAO.
                       IF WS-OPCAO-NUM >= 1
                           AND WS-OPCAO-NUM <= WS-PARM-QTDE
                           MOVE WS-OPCAO-NUM TO WS-REG-ATUAL
                           PERFORM 300-EDITAR-REGISTRO THRU 300-EXIT
                       ELSE
                           DISPLAY "Opcao fora da lista."
                       END-IF
               MOVE "INCLUSAO" TO HL-CAMPO
               MOVE SPACES TO HL-DE
               MOVE SPACES TO HL-PARA
               MOVE WS-HIST-QTDE TO WS-HIST-QTDE-ANT
               PERFORM 710-PREPARAR-HISTORIA
               PERFORM 720-GRAVAR-HISTORIA
               PERFORM 300-EDITAR-REGISTRO THRU 300-EXIT
               IF EDICAO-CANCELADA
                   MOVE WS-HIST-QTDE-ANT TO WS-HIST-QTDE
                   SUBTRACT 1 FROM WS-PARM-QTDE
                   DISPLAY "Inclusao cancelada."
               END-IF
           END-IF.

      *> So libera a gravacao quando a tabela inteira esta
                   "minima acima de 100 - corrija antes de gravar."
               MOVE "N" TO WS-MENU-FIM
           END-IF.
      *> Na saida so a disciplina e exigida no catalogo: uma oferta
      *> de turma retirada depois que o registro foi digitado nao
      *> prende a sessao, apenas fica avisada.
           MOVE WS-PARM-TURMA (WS-PARM-IDX) TO WS-CC-TURMA.
           MOVE WS-PARM-DISC (WS-PARM-IDX)  TO WS-CC-DISC.
           MOVE "N" TO WS-CC-OFERTA.
           PERFORM 330-CONFERIR-CURSO THRU 330-EXIT.
           IF NOT CURSO-OK
               DISPLAY "Registro " WS-PARM-IDX ": "
                   FUNCTION TRIM(WS-CC-MOTIVO)
                   " - corrija antes de gravar."
               MOVE "N" TO WS-MENU-FIM
           ELSE
               IF WS-CC-TURMA NOT = SPACES
                   MOVE "S" TO WS-CC-OFERTA
                   PERFORM 330-CONFERIR-CURSO THRU 330-EXIT
                   IF NOT CURSO-OK
                       DISPLAY "Aviso: registro " WS-PARM-IDX ": "
                           FUNCTION TRIM(WS-CC-MOTIVO) "."
                   END-IF
               END-IF
           END-IF.

       300-EDITAR-REGISTRO.
           DISPLAY "Editando registro " WS-REG-ATUAL
               " (branco mantem o valor atual).".
           PERFORM 305-EDITAR-CURSO.
           IF EDICAO-CANCELADA
               DISPLAY "Edicao cancelada - registro " WS-REG-ATUAL
                   " mantido como estava."
               GO TO 300-EXIT
           END-IF.
           PERFORM 310-EDITAR-LIMITES.
           PERFORM 320-EDITAR-PESOS.
           PERFORM 500-PEDIR-VALOR.
           MOVE WS-VALOR TO WS-ED-FREQ.
           PERFORM 600-APLICAR-EDICAO.
       300-EXIT.
           EXIT.

      *> Turma e disciplina saem validadas em conjunto contra o
      *> catalogo; um curso que nao existe e pedido de novo. Ambos em
      *> branco continuam sendo o registro padrao. "*" na turma, ou a
      *> terceira recusa seguida, desiste e devolve turma e disciplina
      *> do registro.
       305-EDITAR-CURSO.
           MOVE "N" TO WS-CURSO-OK.
           MOVE "N" TO WS-EDICAO-CANCELADA.
           MOVE ZERO TO WS-CURSO-TENTATIVAS.
           PERFORM UNTIL CURSO-OK OR EDICAO-CANCELADA
               DISPLAY "Turma [" WS-PARM-TURMA (WS-REG-ATUAL)
                   "] (* desiste): "
               ACCEPT WS-ED-TEXTO
               IF WS-ED-TEXTO = "*"
                   SET EDICAO-CANCELADA TO TRUE
               ELSE
                   PERFORM 306-PEDIR-CURSO
               END-IF
           END-PERFORM.
           IF EDICAO-CANCELADA
               MOVE WS-PARM-TURMA (WS-REG-ATUAL) TO WS-ED-TURMA
               MOVE WS-PARM-DISC (WS-REG-ATUAL)  TO WS-ED-DISC
           END-IF.

      *> Resto de uma tentativa: a turma ja digitada em WS-ED-TEXTO,
      *> pede a disciplina e confere o par.
       306-PEDIR-CURSO.
           IF WS-ED-TEXTO NOT = SPACES
               MOVE WS-ED-TEXTO TO WS-ED-TURMA
           ELSE
               MOVE WS-PARM-TURMA (WS-REG-ATUAL) TO WS-ED-TURMA
           END-IF.
           DISPLAY "Disciplina [" WS-PARM-DISC (WS-REG-ATUAL) "]: ".
           ACCEPT WS-ED-TEXTO.
           IF WS-ED-TEXTO NOT = SPACES
               MOVE WS-ED-TEXTO TO WS-ED-DISC
           ELSE
               MOVE WS-PARM-DISC (WS-REG-ATUAL) TO WS-ED-DISC
           END-IF.
           MOVE WS-ED-TURMA TO WS-CC-TURMA.
           MOVE WS-ED-DISC  TO WS-CC-DISC.
           MOVE "S" TO WS-CC-OFERTA.
           PERFORM 330-CONFERIR-CURSO THRU 330-EXIT.
           IF CURSO-OK
               DISPLAY "Curso: " FUNCTION TRIM(WS-CC-NOME)
                   " - Prof. " FUNCTION TRIM(WS-CC-PROF)
           ELSE
               ADD 1 TO WS-CURSO-TENTATIVAS
               IF WS-CURSO-TENTATIVAS < 3
                   DISPLAY FUNCTION TRIM(WS-CC-MOTIVO)
                       ". Informe turma e disciplina de novo."
               ELSE
                   DISPLAY FUNCTION TRIM(WS-CC-MOTIVO)
                       ". Terceira recusa - edicao abandonada."
                   SET EDICAO-CANCELADA TO TRUE
               END-IF
           END-IF.

       330-CONFERIR-CURSO.
           MOVE "S" TO WS-CURSO-OK.
           MOVE SPACES TO WS-CC-MOTIVO.
           MOVE SPACES TO WS-CC-PROF.
           IF WS-CC-TURMA = SPACES AND WS-CC-DISC = SPACES
               MOVE "(padrao dos cursos sem registro)" TO WS-CC-NOME
               GO TO 330-EXIT
           END-IF.
           MOVE SPACES TO WS-CC-NOME.
           MOVE WS-CC-DISC TO DSC-DISCIPLINA.
           READ DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "23"
               MOVE "N" TO WS-CURSO-OK
               STRING "Disciplina " WS-CC-DISC
                   " nao cadastrada no catalogo"
                   DELIMITED BY SIZE INTO WS-CC-MOTIVO
               GO TO 330-EXIT
           END-IF.
           IF WS-DSC-STATUS NOT = "00"
               MOVE "N" TO WS-CURSO-OK
               STRING "Erro lendo DISCIPLINAS.MST, status "
                   WS-DSC-STATUS DELIMITED BY SIZE INTO WS-CC-MOTIVO
               GO TO 330-EXIT
           END-IF.
           MOVE DSC-NOME      TO WS-CC-NOME.
           MOVE DSC-PROFESSOR TO WS-CC-PROF.
           IF NOT CC-CONFERIR-OFERTA
               GO TO 330-EXIT
           END-IF.
           MOVE WS-CC-TURMA TO TUR-TURMA.
           MOVE WS-CC-DISC  TO TUR-DISCIPLINA.
           READ TURMA-FILE.
           EVALUATE WS-TUR-STATUS
               WHEN "00"
                   IF TUR-PROFESSOR NOT = SPACES
                       MOVE TUR-PROFESSOR TO WS-CC-PROF
                   END-IF
               WHEN "23"
                   MOVE "N" TO WS-CURSO-OK
                   STRING "Turma " WS-CC-TURMA " nao oferece "
                       WS-CC-DISC " em TURMAS.MST"
                       DELIMITED BY SIZE INTO WS-CC-MOTIVO
               WHEN OTHER
                   MOVE "N" TO WS-CURSO-OK
                   STRING "Erro lendo TURMAS.MST, status "
                       WS-TUR-STATUS DELIMITED BY SIZE
                       INTO WS-CC-MOTIVO
           END-EVALUATE.
       330-EXIT.
           EXIT.

      *> Os dois limites saem validados em conjunto: cada um entre 0
      *> e 10, e a aprovacao estritamente acima do exame, senao o par
                   "estava."
           END-IF
           END-IF.
           CLOSE DISCIPLINA-FILE.
           CLOSE TURMA-FILE.
           PERFORM 920-LIBERAR-TRAVA.
           MOVE ZERO TO RETURN-CODE.

