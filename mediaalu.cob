       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAALU.
      *> Manutencao interativa do cadastro de alunos ALUNOS.MST: o
      *> operador informa o ALUNO-ID, ve o registro com rotulos e
      *> altera campo a campo - nome, nascimento, responsavel e
      *> contato, situacao (ATIVO, TRANCADO, TRANSFERIDO, FORMADO) e a
      *> data em que a situacao passou a valer. Um ID desconhecido
      *> pode ser incluido na hora. Cada registro so e gravado depois
      *> de confirmado, e cada campo que de fato mudou vira uma linha
      *> em ALUNOS.LOG com quem mudou o que e quando - a mesma regra
      *> do MEDIA.PRMLOG: nada muda no cadastro sem deixar rastro, e
      *> nada vai para o log sem ter chegado ao cadastro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILE ASSIGN TO "ALUNOS.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ALUNO-ID
               FILE STATUS IS WS-CAD-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "ALUNOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MEDIA.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  HIST-FILE.
       01 HIST-REC PIC X(130).
       FD  LOCK-FILE.
       01 LOCK-REC PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-CAD-STATUS  PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-LCK-STATUS  PIC XX.

      *> O cadastro e lido pelo programa de medias a cada run de
      *> notas, entao a manutencao disputa a mesma trava MEDIA.LCK e
      *> falha rapido se outra execucao estiver com os arquivos.
       01 WS-RUN-ID PIC X(16).
       01 WS-LCK-NOME PIC X(12) VALUE "MEDIA.LCK".
       01 WS-TRAVA-OBTIDA PIC X VALUE 'N'.
           88 TRAVA-OBTIDA VALUE 'S'.

       01 WS-OPERADOR  PIC X(8).
       01 WS-DATA-HORA PIC X(26).
       01 WS-HOJE      PIC X(8).

       01 WS-MENU-FIM PIC X VALUE 'N'.
           88 MENU-FIM VALUE 'S'.
       01 WS-INCLUSAO PIC X VALUE 'N'.
           88 INCLUSAO VALUE 'S'.
       01 WS-QTDE-GRAVADOS PIC 9(6) VALUE ZERO.

       01 WS-OPCAO   PIC X(6).
       01 WS-RESPOSTA PIC X(3).
       01 WS-ENTRADA PIC X(30).
       01 WS-CAMPO-OK PIC X VALUE 'N'.
           88 CAMPO-OK VALUE 'S'.

      *> Registro como esta no cadastro (ou em branco, na inclusao) e
      *> os valores em edicao, comparados campo a campo na gravacao.
       01 WS-ANTERIOR.
           05 WS-ANT-NOME        PIC X(30).
           05 WS-ANT-NASCIMENTO  PIC X(8).
           05 WS-ANT-RESPONSAVEL PIC X(30).
           05 WS-ANT-CONTATO     PIC X(30).
           05 WS-ANT-SITUACAO    PIC X(11).
           05 WS-ANT-DATA-SIT    PIC X(8).
       01 WS-EDICAO.
           05 WS-ED-NOME         PIC X(30).
           05 WS-ED-NASCIMENTO   PIC X(8).
           05 WS-ED-RESPONSAVEL  PIC X(30).
           05 WS-ED-CONTATO      PIC X(30).
           05 WS-ED-SITUACAO     PIC X(11).
               88 ED-SITUACAO-VALIDA VALUE "ATIVO" "TRANCADO"
                                      "TRANSFERIDO" "FORMADO".
           05 WS-ED-DATA-SIT     PIC X(8).

       01 WS-LINHA-LISTA1.
           05 FILLER    PIC X(7)  VALUE "Aluno: ".
           05 LL-ID     PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LL-NOME   PIC X(30).
           05 FILLER    PIC X(13) VALUE "  Nascimento ".
           05 LL-NASC   PIC X(8).
       01 WS-LINHA-LISTA2.
           05 FILLER    PIC X(13) VALUE "Responsavel: ".
           05 LL-RESP   PIC X(30).
           05 FILLER    PIC X(11) VALUE "  Contato: ".
           05 LL-CONT   PIC X(30).
       01 WS-LINHA-LISTA3.
           05 FILLER    PIC X(10) VALUE "Situacao: ".
           05 LL-SIT    PIC X(11).
           05 FILLER    PIC X(8)  VALUE " desde: ".
           05 LL-DATA   PIC X(8).

       01 WS-HIST-LINHA.
           05 HL-DATA-HORA PIC X(26).
           05 HL-OPERADOR  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 HL-ALUNO-ID  PIC X(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 HL-CAMPO     PIC X(14).
           05 FILLER       PIC X(5) VALUE " de [".
           05 HL-DE        PIC X(30).
           05 FILLER       PIC X(8) VALUE "] para [".
           05 HL-PARA      PIC X(30).
           05 FILLER       PIC X(1) VALUE "]".

      *> Linhas de historia do registro em edicao: so vao para
      *> ALUNOS.LOG depois que o WRITE/REWRITE do cadastro passou.
       01 WS-HIST-QTDE PIC 9(2) VALUE ZERO.
       01 WS-HIST-IDX  PIC 9(2).
       01 WS-HIST-TAB.
           05 WS-HIST-PEND OCCURS 10 TIMES PIC X(130).

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
           MOVE WS-DATA-HORA (1:8) TO WS-HOJE.
           PERFORM 105-OBTER-TRAVA.
           PERFORM 110-ABRIR-CADASTRO.

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

      *> A primeira sessao cria o cadastro vazio (status 35 = arquivo
      *> ausente), como o programa de medias faz com o GRADES.MST.
       110-ABRIR-CADASTRO.
           OPEN I-O CADASTRO-FILE.
           IF WS-CAD-STATUS = "35"
               OPEN OUTPUT CADASTRO-FILE
               CLOSE CADASTRO-FILE
               OPEN I-O CADASTRO-FILE
           END-IF.
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo ALUNOS.MST. Status="
                   WS-CAD-STATUS
               PERFORM 920-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESSAR-MENU.
           PERFORM UNTIL MENU-FIM
               DISPLAY " "
               DISPLAY "ALUNO-ID a incluir ou alterar, FIM = sair:"
               ACCEPT WS-OPCAO
               PERFORM 230-TRATAR-OPCAO
           END-PERFORM.

       230-TRATAR-OPCAO.
           EVALUATE TRUE
               WHEN WS-OPCAO = "FIM" OR WS-OPCAO = "fim"
                   SET MENU-FIM TO TRUE
               WHEN WS-OPCAO = SPACES
                   DISPLAY "Informe um ALUNO-ID."
               WHEN OTHER
                   MOVE WS-OPCAO TO CAD-ALUNO-ID
                   READ CADASTRO-FILE
                   EVALUATE WS-CAD-STATUS
                       WHEN "00"
                           MOVE "N" TO WS-INCLUSAO
                           PERFORM 210-MOSTRAR-REGISTRO
                           PERFORM 300-EDITAR-REGISTRO
                       WHEN "23"
                           PERFORM 220-NOVO-REGISTRO
                       WHEN OTHER
                           DISPLAY "Erro lendo ALUNOS.MST. Status="
                               WS-CAD-STATUS
                   END-EVALUATE
           END-EVALUATE.

       210-MOSTRAR-REGISTRO.
           MOVE CAD-ALUNO-ID      TO LL-ID.
           MOVE CAD-NOME          TO LL-NOME.
           MOVE CAD-NASCIMENTO    TO LL-NASC.
           MOVE CAD-RESPONSAVEL   TO LL-RESP.
           MOVE CAD-CONTATO       TO LL-CONT.
           MOVE CAD-SITUACAO      TO LL-SIT.
           MOVE CAD-DATA-SITUACAO TO LL-DATA.
           DISPLAY WS-LINHA-LISTA1.
           DISPLAY WS-LINHA-LISTA2.
           DISPLAY WS-LINHA-LISTA3.

      *> Aluno novo entra ATIVO a partir de hoje; o operador ainda
      *> pode mudar ambos na edicao que segue.
       220-NOVO-REGISTRO.
           DISPLAY "Aluno " WS-OPCAO " nao cadastrado. Incluir (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE "S" TO WS-INCLUSAO
               MOVE SPACES TO CADASTRO-REC
               MOVE WS-OPCAO TO CAD-ALUNO-ID
               MOVE "ATIVO"  TO CAD-SITUACAO
               MOVE WS-HOJE  TO CAD-DATA-SITUACAO
               PERFORM 300-EDITAR-REGISTRO
           END-IF.

       300-EDITAR-REGISTRO.
           MOVE CAD-NOME          TO WS-ANT-NOME.
           MOVE CAD-NASCIMENTO    TO WS-ANT-NASCIMENTO.
           MOVE CAD-RESPONSAVEL   TO WS-ANT-RESPONSAVEL.
           MOVE CAD-CONTATO       TO WS-ANT-CONTATO.
           MOVE CAD-SITUACAO      TO WS-ANT-SITUACAO.
           MOVE CAD-DATA-SITUACAO TO WS-ANT-DATA-SIT.
           MOVE WS-ANTERIOR TO WS-EDICAO.
           IF INCLUSAO
               MOVE SPACES TO WS-ANT-SITUACAO
               MOVE SPACES TO WS-ANT-DATA-SIT
           END-IF.
           DISPLAY "Editando aluno " CAD-ALUNO-ID
               " (branco mantem o valor atual).".
           PERFORM 310-EDITAR-NOME.
           PERFORM 320-EDITAR-NASCIMENTO.
           DISPLAY "Responsavel [" WS-ED-RESPONSAVEL "]: ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-ED-RESPONSAVEL
           END-IF.
           DISPLAY "Contato do responsavel [" WS-ED-CONTATO "]: ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-ED-CONTATO
           END-IF.
           PERFORM 330-EDITAR-SITUACAO.
           DISPLAY "Confirma a gravacao do aluno " CAD-ALUNO-ID
               " (S/N)?".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               PERFORM 600-APLICAR-EDICAO
           ELSE
               DISPLAY "Edicao descartada - cadastro mantido como "
                   "estava."
           END-IF.

      *> O nome e o que todo relatorio imprime: nunca fica em branco.
       310-EDITAR-NOME.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Nome [" WS-ED-NOME "]: "
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

       320-EDITAR-NASCIMENTO.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Data de nascimento AAAAMMDD ["
                   WS-ED-NASCIMENTO "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO WS-ED-NASCIMENTO
               END-IF
               IF WS-ED-NASCIMENTO = SPACES
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   IF WS-ED-NASCIMENTO NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(WS-ED-NASCIMENTO)) = ZERO
                       AND WS-ED-NASCIMENTO NOT > WS-HOJE
                       MOVE "S" TO WS-CAMPO-OK
                   ELSE
                       DISPLAY "Data invalida."
                       MOVE WS-ANT-NASCIMENTO TO WS-ED-NASCIMENTO
                   END-IF
               END-IF
           END-PERFORM.

      *> Situacao so entre as quatro previstas. Mudou a situacao, a
      *> data sugerida passa a ser hoje; o operador pode informar a
      *> data real do trancamento, transferencia ou formatura.
       330-EDITAR-SITUACAO.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Situacao (ATIVO, TRANCADO, TRANSFERIDO, "
                   "FORMADO) [" WS-ED-SITUACAO "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA)
                       TO WS-ED-SITUACAO
               END-IF
               IF ED-SITUACAO-VALIDA
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "Situacao invalida."
                   MOVE CAD-SITUACAO TO WS-ED-SITUACAO
               END-IF
           END-PERFORM.
           IF WS-ED-SITUACAO NOT = CAD-SITUACAO
               MOVE WS-HOJE TO WS-ED-DATA-SIT
           END-IF.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM UNTIL CAMPO-OK
               DISPLAY "Situacao valida desde AAAAMMDD ["
                   WS-ED-DATA-SIT "]: "
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   IF WS-ENTRADA (1:8) NUMERIC
                       AND WS-ENTRADA (9:) = SPACES
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(WS-ENTRADA (1:8))) = ZERO
                       MOVE WS-ENTRADA TO WS-ED-DATA-SIT
                       MOVE "S" TO WS-CAMPO-OK
                   ELSE
                       DISPLAY "Data invalida."
                   END-IF
               END-IF
           END-PERFORM.

      *> Grava o registro e, so se o cadastro aceitou, a historia de
      *> cada campo que mudou.
       600-APLICAR-EDICAO.
           MOVE ZERO TO WS-HIST-QTDE.
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
           IF WS-ED-NASCIMENTO NOT = WS-ANT-NASCIMENTO
               MOVE "NASCIMENTO" TO HL-CAMPO
               MOVE WS-ANT-NASCIMENTO TO HL-DE
               MOVE WS-ED-NASCIMENTO TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-RESPONSAVEL NOT = WS-ANT-RESPONSAVEL
               MOVE "RESPONSAVEL" TO HL-CAMPO
               MOVE WS-ANT-RESPONSAVEL TO HL-DE
               MOVE WS-ED-RESPONSAVEL TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-CONTATO NOT = WS-ANT-CONTATO
               MOVE "CONTATO" TO HL-CAMPO
               MOVE WS-ANT-CONTATO TO HL-DE
               MOVE WS-ED-CONTATO TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-SITUACAO NOT = WS-ANT-SITUACAO
               MOVE "SITUACAO" TO HL-CAMPO
               MOVE WS-ANT-SITUACAO TO HL-DE
               MOVE WS-ED-SITUACAO TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-ED-DATA-SIT NOT = WS-ANT-DATA-SIT
               MOVE "DATA-SITUACAO" TO HL-CAMPO
               MOVE WS-ANT-DATA-SIT TO HL-DE
               MOVE WS-ED-DATA-SIT TO HL-PARA
               PERFORM 720-GUARDAR-HISTORIA
           END-IF.
           IF WS-HIST-QTDE = ZERO
               DISPLAY "Nada alterado - aluno mantido como estava."
           ELSE
               MOVE WS-ED-NOME        TO CAD-NOME
               MOVE WS-ED-NASCIMENTO  TO CAD-NASCIMENTO
               MOVE WS-ED-RESPONSAVEL TO CAD-RESPONSAVEL
               MOVE WS-ED-CONTATO     TO CAD-CONTATO
               MOVE WS-ED-SITUACAO    TO CAD-SITUACAO
               MOVE WS-ED-DATA-SIT    TO CAD-DATA-SITUACAO
               MOVE WS-DATA-HORA      TO CAD-ATUALIZACAO
               IF INCLUSAO
                   WRITE CADASTRO-REC
               ELSE
                   REWRITE CADASTRO-REC
               END-IF
               IF WS-CAD-STATUS = "00"
                   PERFORM 730-GRAVAR-HISTORIA
                   ADD 1 TO WS-QTDE-GRAVADOS
                   DISPLAY "Aluno " CAD-ALUNO-ID " gravado."
               ELSE
                   DISPLAY "Erro gravando ALUNOS.MST. Status="
                       WS-CAD-STATUS " - alteracao nao aplicada."
               END-IF
           END-IF.

       710-PREPARAR-HISTORIA.
           MOVE WS-DATA-HORA TO HL-DATA-HORA.
           MOVE WS-OPERADOR  TO HL-OPERADOR.
           MOVE CAD-ALUNO-ID TO HL-ALUNO-ID.

       720-GUARDAR-HISTORIA.
           ADD 1 TO WS-HIST-QTDE.
           MOVE WS-HIST-LINHA TO WS-HIST-PEND (WS-HIST-QTDE).

       730-GRAVAR-HISTORIA.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
               DISPLAY "Aviso: falha abrindo ALUNOS.LOG. Status="
                   WS-HIST-STATUS " - historia deste aluno perdida."
           ELSE
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-QTDE
                   WRITE HIST-REC FROM WS-HIST-PEND (WS-HIST-IDX)
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       900-FINALIZAR.
           CLOSE CADASTRO-FILE.
           DISPLAY "Alunos gravados nesta sessao: " WS-QTDE-GRAVADOS.
           PERFORM 920-LIBERAR-TRAVA.
           MOVE ZERO TO RETURN-CODE.
