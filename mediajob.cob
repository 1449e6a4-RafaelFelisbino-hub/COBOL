       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIAJOB.
      *> Controlador da cadeia noturna: le a definicao JOBDEF.DAT -
      *> os passos em ordem, com o MEDIA_MODO, BKP_FUNC e FEC_ANO /
      *> FEC_SEMESTRE de cada um e o maior codigo de retorno que o
      *> passo pode devolver sem parar a cadeia - e roda um passo
      *> depois do outro. Cada passo fica no livro JOBLOG.DAT com
      *> inicio, fim, codigo de retorno e o RUN-ID da noite. Passo
      *> que estoura o limite para a cadeia ali, limpo: o livro
      *> registra a falha, o resumo sai e o codigo de retorno do
      *> passo volta para quem chamou. A proxima chamada acha a noite
      *> em aberto no livro, mantem o RUN-ID e retoma no passo que
      *> falhou, sem repetir os que ja terminaram bem. JOB_NOVA=S
      *> abandona a noite em aberto e comeca outra. Os passos
      *> marcados so para fechamento (MEDIABKP UNLOAD, MEDIAFEC) so
      *> rodam com JOB_FECHAMENTO=S; numa noite normal ficam no livro
      *> como pulados. JOBRESUMO.RPT traz o resumo da noite inteira,
      *> somando as chamadas que ela levou, para a equipe da manha.
      *> Nao toca master: cada passo toma a MEDIA.LCK que precisar;
      *> o controlador so guarda a propria trava JOB.LCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEF-FILE ASSIGN TO "JOBDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JDF-STATUS.
           SELECT OPTIONAL JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLG-STATUS.
           SELECT RESUMO-RPT ASSIGN TO "JOBRESUMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LOCK-FILE ASSIGN TO "JOB.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBDEF-FILE.
           COPY "jobdef.cpy".
       FD  JOBLOG-FILE.
           COPY "joblog.cpy".
       FD  RESUMO-RPT.
       01 RESUMO-RPT-REC PIC X(100).
       FD  LOCK-FILE.
       01 LOCK-REC PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-JDF-STATUS PIC XX.
       01 WS-JLG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-LCK-STATUS PIC XX.

       01 WS-RUN-ID PIC X(16).
       01 WS-LCK-NOME PIC X(12) VALUE "JOB.LCK".
       01 WS-TRAVA-OBTIDA PIC X VALUE 'N'.
           88 TRAVA-OBTIDA VALUE 'S'.
       01 WS-DATA-HORA PIC X(26).

       01 WS-PARM-FECHAMENTO PIC X(1).
       01 WS-PARM-NOVA PIC X(1).
       01 WS-FECHAMENTO PIC X VALUE 'N'.
           88 NOITE-FECHAMENTO VALUE 'S'.
       01 WS-RETOMADA PIC X VALUE 'N'.
           88 RETOMADA VALUE 'S'.
       01 WS-CADEIA-PARADA PIC X VALUE 'N'.
           88 CADEIA-PARADA VALUE 'S'.
       01 WS-DEF-INVALIDA PIC X VALUE 'N'.
           88 DEF-INVALIDA VALUE 'S'.

       01 WS-EOF-JDF PIC X VALUE 'N'.
           88 FIM-JDF VALUE 'S'.
       01 WS-EOF-JLG PIC X VALUE 'N'.
           88 FIM-JLG VALUE 'S'.

      *> Passos da definicao, na ordem em que rodam. WS-DEF-FEITO
      *> fica "S" quando o passo ja terminou bem (ou foi pulado)
      *> nesta noite, nesta chamada ou numa anterior.
       01 WS-DEF-QTDE PIC 9(2) VALUE ZERO.
       01 WS-DEF-IDX  PIC 9(2).
       01 WS-DEF-LINHA PIC 9(3) VALUE ZERO.
       01 WS-PASSO-ANTERIOR PIC 9(2) VALUE ZERO.
       01 WS-DEF-TAB.
           05 WS-DEF-ENT OCCURS 50 TIMES.
               10 WS-DEF-PASSO     PIC 9(2).
               10 WS-DEF-PROGRAMA  PIC X(8).
               10 WS-DEF-NOITE     PIC X(1).
               10 WS-DEF-MODO      PIC X(10).
               10 WS-DEF-BKP       PIC X(8).
               10 WS-DEF-FEC-ANO   PIC X(4).
               10 WS-DEF-FEC-SEM   PIC X(1).
               10 WS-DEF-RC-MAX    PIC 9(2).
               10 WS-DEF-COMANDO   PIC X(60).
               10 WS-DEF-FEITO     PIC X(1).

      *> Leitura do livro: a ultima noite aberta e os passos que ela
      *> ja completou, pelo numero do passo.
       01 WS-ULT-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-ULT-FECHAMENTO PIC X(1) VALUE SPACES.
       01 WS-ULT-CONCLUIDA PIC X VALUE 'N'.
           88 ULT-CONCLUIDA VALUE 'S'.
       01 WS-PASSOS-FEITOS.
           05 WS-PASSO-FEITO OCCURS 99 TIMES PIC X(1).

      *> Execucao de um passo. O SYSTEM devolve o status de espera
      *> do processo: o codigo de retorno vem no byte alto, e um
      *> resto diferente de zero e termino anormal (sinal).
       01 WS-COMANDO PIC X(60).
       01 WS-STATUS-SISTEMA PIC S9(9) COMP-5.
       01 WS-RC-BRUTO PIC 9(5).
       01 WS-RC-RESTO PIC 9(5).
       01 WS-RC-PASSO PIC 9(2).
       01 WS-ANORMAL PIC X VALUE 'N'.
           88 TERMINO-ANORMAL VALUE 'S'.
       01 WS-INICIO-PASSO PIC X(14).
       01 WS-FIM-PASSO PIC X(14).
       01 WS-RC-FINAL PIC 9(2) VALUE ZERO.
       01 WS-PASSO-PARADA PIC 9(2) VALUE ZERO.
       01 WS-PROGRAMA-PARADA PIC X(8) VALUE SPACES.

       01 WS-QTDE-EXECUTADOS PIC 9(3) VALUE ZERO.
       01 WS-QTDE-JA-FEITOS  PIC 9(3) VALUE ZERO.

      *> Resumo da manha: contagem da noite inteira, tirada do livro.
       01 WS-PENDENTE PIC X VALUE 'N'.
           88 HA-PENDENTE VALUE 'S'.
       01 WS-PEND-PASSO    PIC 9(2).
       01 WS-PEND-PROGRAMA PIC X(8).
       01 WS-PEND-INICIO   PIC X(14).
       01 WS-QTDE-OK         PIC 9(3) VALUE ZERO.
       01 WS-QTDE-FALHAS     PIC 9(3) VALUE ZERO.
       01 WS-QTDE-PULADOS    PIC 9(3) VALUE ZERO.
       01 WS-QTDE-INTERROMP  PIC 9(3) VALUE ZERO.
       01 WS-QTDE-CHAMADAS   PIC 9(3) VALUE ZERO.
       01 WS-QTDE-PENDENTES  PIC 9(3) VALUE ZERO.

       01 WS-DH-ENTRADA PIC X(14).
       01 WS-DH-EDITADA.
           05 DH-DIA   PIC X(2).
           05 FILLER   PIC X(1) VALUE "/".
           05 DH-MES   PIC X(2).
           05 FILLER   PIC X(1) VALUE "/".
           05 DH-ANO   PIC X(4).
           05 FILLER   PIC X(1) VALUE SPACE.
           05 DH-HORA  PIC X(2).
           05 FILLER   PIC X(1) VALUE ":".
           05 DH-MIN   PIC X(2).
           05 FILLER   PIC X(1) VALUE ":".
           05 DH-SEG   PIC X(2).

       01 WS-LINHA-TITULO.
           05 FILLER    PIC X(36)
               VALUE "Resumo da cadeia noturna - execucao ".
           05 LT-RUN-ID PIC X(16).
           05 FILLER    PIC X(2) VALUE SPACES.
           05 LT-NOITE  PIC X(20).
       01 WS-LINHA-CHAMADA.
           05 LC-TEXTO  PIC X(22).
           05 LC-DATA   PIC X(19).
       01 WS-LINHA-COLUNAS.
           05 FILLER PIC X(7)  VALUE "PASSO".
           05 FILLER PIC X(10) VALUE "PROGRAMA".
           05 FILLER PIC X(12) VALUE "SITUACAO".
           05 FILLER PIC X(21) VALUE "INICIO".
           05 FILLER PIC X(21) VALUE "FIM".
           05 FILLER PIC X(4)  VALUE "RC".
           05 FILLER PIC X(6)  VALUE "LIMITE".
       01 WS-LINHA-DETALHE.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-PASSO     PIC 9(2).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LD-PROGRAMA  PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-SITUACAO  PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-INICIO    PIC X(19).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-FIM       PIC X(19).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-RC        PIC X(2).
           05 FILLER       PIC X(4) VALUE SPACES.
           05 LD-RC-MAX    PIC X(2).
       01 WS-LINHA-DESFECHO.
           05 LF-TEXTO     PIC X(23).
           05 LF-PASSO     PIC 9(2).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LF-PROGRAMA  PIC X(8).
           05 LF-COMPL     PIC X(40).
       01 WS-LINHA-RESUMO.
           05 LR-ROTULO PIC X(30).
           05 LR-QTDE   PIC ZZ9.
       01 WS-LINHA-BRANCO PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           PERFORM 200-CARREGAR-DEFINICAO.
           PERFORM 300-LER-LIVRO.
           PERFORM 400-EXECUTAR-CADEIA.
           PERFORM 800-EMITIR-RESUMO THRU 800-EXIT.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (1:16) TO WS-RUN-ID.
           ACCEPT WS-PARM-FECHAMENTO FROM ENVIRONMENT "JOB_FECHAMENTO".
           IF WS-PARM-FECHAMENTO NOT = SPACE
               AND WS-PARM-FECHAMENTO NOT = "S"
               AND WS-PARM-FECHAMENTO NOT = "N"
               DISPLAY "JOB_FECHAMENTO deve ser S (noite de "
                   "fechamento) ou N."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-PARM-NOVA FROM ENVIRONMENT "JOB_NOVA".
           IF WS-PARM-NOVA NOT = SPACE
               AND WS-PARM-NOVA NOT = "S"
               AND WS-PARM-NOVA NOT = "N"
               DISPLAY "JOB_NOVA deve ser S (abandonar a noite em "
                   "aberto) ou N."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 105-OBTER-TRAVA.

       105-OBTER-TRAVA.
           OPEN INPUT LOCK-FILE.
           IF WS-LCK-STATUS = "00"
               READ LOCK-FILE
               DISPLAY "Cadeia ja em andamento (JOB.LCK gravado "
                   "pela execucao " LOCK-REC "). Se for trava orfa "
                   "de um abend, remova JOB.LCK e reexecute."
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
               DISPLAY "Aviso: nao foi possivel gravar JOB.LCK. "
                   "Status=" WS-LCK-STATUS
                   ". Prosseguindo sem trava."
           END-IF.

      *> A definicao inteira e conferida antes de rodar qualquer
      *> passo: uma linha ruim para tudo com codigo 8, para a cadeia
      *> nao morrer no meio da noite por erro de digitacao.
       200-CARREGAR-DEFINICAO.
           OPEN INPUT JOBDEF-FILE.
           IF WS-JDF-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo JOBDEF.DAT. Status="
                   WS-JDF-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-JDF
               READ JOBDEF-FILE
                   AT END SET FIM-JDF TO TRUE
               END-READ
               IF NOT FIM-JDF
                   ADD 1 TO WS-DEF-LINHA
                   IF JOBDEF-REC NOT = SPACES
                       PERFORM 210-GUARDAR-PASSO THRU 210-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOBDEF-FILE.
           IF WS-DEF-QTDE = ZERO AND NOT DEF-INVALIDA
               DISPLAY "JOBDEF.DAT sem nenhum passo."
               SET DEF-INVALIDA TO TRUE
           END-IF.
           IF DEF-INVALIDA
               DISPLAY "Definicao da cadeia invalida - nenhum passo "
                   "executado."
               PERFORM 910-LIBERAR-TRAVA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       210-GUARDAR-PASSO.
           IF JDF-PASSO NOT NUMERIC OR JDF-PASSO = "00"
               DISPLAY "JOBDEF.DAT linha " WS-DEF-LINHA
                   ": numero de passo invalido '" JDF-PASSO "'."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           IF WS-DEF-QTDE > ZERO
               AND JDF-PASSO NOT > WS-PASSO-ANTERIOR
               DISPLAY "JOBDEF.DAT linha " WS-DEF-LINHA
                   ": passo " JDF-PASSO " fora de ordem."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           IF JDF-PROGRAMA = SPACES OR JDF-COMANDO = SPACES
               DISPLAY "JOBDEF.DAT linha " WS-DEF-LINHA
                   ": passo " JDF-PASSO " sem programa ou comando."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           IF JDF-NOITE NOT = SPACE AND JDF-NOITE NOT = "F"
               DISPLAY "JOBDEF.DAT linha " WS-DEF-LINHA
                   ": passo " JDF-PASSO " com noite '" JDF-NOITE
                   "' - use F ou branco."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           IF JDF-RC-MAX = SPACES
               MOVE "00" TO JDF-RC-MAX
           END-IF.
           IF JDF-RC-MAX NOT NUMERIC
               DISPLAY "JOBDEF.DAT linha " WS-DEF-LINHA
                   ": passo " JDF-PASSO " com limite de retorno "
                   "invalido '" JDF-RC-MAX "'."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           IF (JDF-FEC-ANO NOT = SPACES AND JDF-FEC-ANO NOT NUMERIC)
               OR (JDF-FEC-SEMESTRE NOT = SPACE
                   AND JDF-FEC-SEMESTRE NOT = "1"
                   AND JDF-FEC-SEMESTRE NOT = "2")
               DISPLAY "JOBDEF.DAT linha " WS-DEF-LINHA
                   ": passo " JDF-PASSO " com FEC_ANO/FEC_SEMESTRE "
                   "invalido."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           IF WS-DEF-QTDE = 50
               DISPLAY "JOBDEF.DAT com mais de 50 passos."
               GO TO 215-PASSO-INVALIDO
           END-IF.
           ADD 1 TO WS-DEF-QTDE.
           MOVE JDF-PASSO        TO WS-DEF-PASSO (WS-DEF-QTDE).
           MOVE JDF-PROGRAMA     TO WS-DEF-PROGRAMA (WS-DEF-QTDE).
           MOVE JDF-NOITE        TO WS-DEF-NOITE (WS-DEF-QTDE).
           MOVE JDF-MEDIA-MODO   TO WS-DEF-MODO (WS-DEF-QTDE).
           MOVE JDF-BKP-FUNC     TO WS-DEF-BKP (WS-DEF-QTDE).
           MOVE JDF-FEC-ANO      TO WS-DEF-FEC-ANO (WS-DEF-QTDE).
           MOVE JDF-FEC-SEMESTRE TO WS-DEF-FEC-SEM (WS-DEF-QTDE).
           MOVE JDF-RC-MAX       TO WS-DEF-RC-MAX (WS-DEF-QTDE).
           MOVE JDF-COMANDO      TO WS-DEF-COMANDO (WS-DEF-QTDE).
           MOVE "N"              TO WS-DEF-FEITO (WS-DEF-QTDE).
           MOVE JDF-PASSO        TO WS-PASSO-ANTERIOR.
           GO TO 210-EXIT.
       215-PASSO-INVALIDO.
           SET DEF-INVALIDA TO TRUE.
       210-EXIT.
           EXIT.

      *> A noite em aberto e a da ultima ABERTURA no livro que nao
      *> chegou a CONCLUIDA. Ela e retomada com o mesmo RUN-ID e o
      *> mesmo tipo de noite com que comecou; os passos que ela ja
      *> completou ficam marcados para nao rodar de novo.
       300-LER-LIVRO.
           MOVE ALL "N" TO WS-PASSOS-FEITOS.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JLG-STATUS NOT = "00" AND WS-JLG-STATUS NOT = "05"
               DISPLAY "Erro fatal abrindo JOBLOG.DAT. Status="
                   WS-JLG-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-JLG
               READ JOBLOG-FILE
                   AT END SET FIM-JLG TO TRUE
               END-READ
               IF NOT FIM-JLG AND JLG-PASSO NUMERIC
                   PERFORM 310-ANOTAR-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE JOBLOG-FILE.
           IF WS-ULT-RUN-ID = SPACES OR ULT-CONCLUIDA
               PERFORM 320-ABRIR-NOITE
           ELSE
               IF WS-PARM-NOVA = "S"
                   DISPLAY "Noite " WS-ULT-RUN-ID " abandonada em "
                       "aberto (JOB_NOVA=S)."
                   PERFORM 320-ABRIR-NOITE
               ELSE
                   PERFORM 330-RETOMAR-NOITE
               END-IF
           END-IF.

       310-ANOTAR-REGISTRO.
           IF JLG-PASSO = ZERO
               EVALUATE JLG-EVENTO
                   WHEN "ABERTURA"
                       MOVE JLG-RUN-ID TO WS-ULT-RUN-ID
                       MOVE JLG-FECHAMENTO TO WS-ULT-FECHAMENTO
                       MOVE "N" TO WS-ULT-CONCLUIDA
                       MOVE ALL "N" TO WS-PASSOS-FEITOS
                   WHEN "CONCLUIDA"
                       IF JLG-RUN-ID = WS-ULT-RUN-ID
                           SET ULT-CONCLUIDA TO TRUE
                       END-IF
               END-EVALUATE
           ELSE
               IF JLG-RUN-ID = WS-ULT-RUN-ID
                   IF JLG-EVENTO = "OK" OR JLG-EVENTO = "PULADO"
                       MOVE "S" TO WS-PASSO-FEITO (JLG-PASSO)
                   ELSE
                       MOVE "N" TO WS-PASSO-FEITO (JLG-PASSO)
                   END-IF
               END-IF
           END-IF.

       320-ABRIR-NOITE.
           MOVE ALL "N" TO WS-PASSOS-FEITOS.
           IF WS-PARM-FECHAMENTO = "S"
               SET NOITE-FECHAMENTO TO TRUE
           END-IF.
           DISPLAY "Cadeia noturna " WS-RUN-ID " aberta.".

       330-RETOMAR-NOITE.
           SET RETOMADA TO TRUE.
           MOVE WS-ULT-RUN-ID TO WS-RUN-ID.
           MOVE WS-ULT-FECHAMENTO TO WS-FECHAMENTO.
           IF WS-PARM-FECHAMENTO NOT = SPACE
               AND WS-PARM-FECHAMENTO NOT = WS-FECHAMENTO
               DISPLAY "Aviso: JOB_FECHAMENTO ignorado - a noite "
                   WS-RUN-ID " continua com o tipo com que abriu."
           END-IF.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
               UNTIL WS-DEF-IDX > WS-DEF-QTDE
               MOVE WS-PASSO-FEITO (WS-DEF-PASSO (WS-DEF-IDX))
                   TO WS-DEF-FEITO (WS-DEF-IDX)
           END-PERFORM.
           DISPLAY "Cadeia noturna " WS-RUN-ID " retomada.".

       400-EXECUTAR-CADEIA.
           MOVE ZERO TO JLG-PASSO.
           MOVE SPACES TO JLG-PROGRAMA.
           IF RETOMADA
               MOVE "RETOMADA" TO JLG-EVENTO
           ELSE
               MOVE "ABERTURA" TO JLG-EVENTO
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JLG-INICIO.
           MOVE SPACES TO JLG-FIM.
           MOVE ZERO TO JLG-RC.
           MOVE ZERO TO JLG-RC-MAX.
           PERFORM 700-GRAVAR-LIVRO.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
               UNTIL WS-DEF-IDX > WS-DEF-QTDE OR CADEIA-PARADA
               PERFORM 410-EXECUTAR-PASSO THRU 410-EXIT
           END-PERFORM.
           MOVE ZERO TO JLG-PASSO.
           MOVE SPACES TO JLG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JLG-FIM.
           MOVE ZERO TO JLG-RC-MAX.
           IF CADEIA-PARADA
               MOVE "PARADA" TO JLG-EVENTO
               MOVE WS-PROGRAMA-PARADA TO JLG-PROGRAMA
               MOVE WS-RC-FINAL TO JLG-RC
           ELSE
               MOVE "CONCLUIDA" TO JLG-EVENTO
               MOVE SPACES TO JLG-PROGRAMA
               MOVE ZERO TO JLG-RC
           END-IF.
           PERFORM 700-GRAVAR-LIVRO.

       410-EXECUTAR-PASSO.
           IF WS-DEF-FEITO (WS-DEF-IDX) = "S"
               DISPLAY "Passo " WS-DEF-PASSO (WS-DEF-IDX) " "
                   WS-DEF-PROGRAMA (WS-DEF-IDX)
                   " ja concluido nesta noite - nao reexecutado."
               ADD 1 TO WS-QTDE-JA-FEITOS
               GO TO 410-EXIT
           END-IF.
           MOVE WS-DEF-PASSO (WS-DEF-IDX)    TO JLG-PASSO.
           MOVE WS-DEF-PROGRAMA (WS-DEF-IDX) TO JLG-PROGRAMA.
           MOVE WS-DEF-RC-MAX (WS-DEF-IDX)   TO JLG-RC-MAX.
           MOVE ZERO TO JLG-RC.
           IF WS-DEF-NOITE (WS-DEF-IDX) = "F" AND NOT NOITE-FECHAMENTO
               MOVE "PULADO" TO JLG-EVENTO
               MOVE FUNCTION CURRENT-DATE (1:14) TO JLG-INICIO
               MOVE JLG-INICIO TO JLG-FIM
               PERFORM 700-GRAVAR-LIVRO
               MOVE "S" TO WS-DEF-FEITO (WS-DEF-IDX)
               GO TO 410-EXIT
           END-IF.
           PERFORM 420-PREPARAR-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-INICIO-PASSO.
           MOVE "INICIO" TO JLG-EVENTO.
           MOVE WS-INICIO-PASSO TO JLG-INICIO.
           MOVE SPACES TO JLG-FIM.
           PERFORM 700-GRAVAR-LIVRO.
           MOVE WS-DEF-COMANDO (WS-DEF-IDX) TO WS-COMANDO.
           DISPLAY "Passo " WS-DEF-PASSO (WS-DEF-IDX) " "
               WS-DEF-PROGRAMA (WS-DEF-IDX) ": "
               FUNCTION TRIM (WS-COMANDO).
           CALL "SYSTEM" USING WS-COMANDO
               RETURNING WS-STATUS-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-FIM-PASSO.
           ADD 1 TO WS-QTDE-EXECUTADOS.
           PERFORM 430-APURAR-RETORNO.
           MOVE WS-DEF-PASSO (WS-DEF-IDX)    TO JLG-PASSO.
           MOVE WS-DEF-PROGRAMA (WS-DEF-IDX) TO JLG-PROGRAMA.
           MOVE WS-DEF-RC-MAX (WS-DEF-IDX)   TO JLG-RC-MAX.
           MOVE WS-INICIO-PASSO TO JLG-INICIO.
           MOVE WS-FIM-PASSO    TO JLG-FIM.
           MOVE WS-RC-PASSO     TO JLG-RC.
           IF TERMINO-ANORMAL
               OR WS-RC-PASSO > WS-DEF-RC-MAX (WS-DEF-IDX)
               MOVE "FALHA" TO JLG-EVENTO
               PERFORM 700-GRAVAR-LIVRO
               SET CADEIA-PARADA TO TRUE
               MOVE WS-RC-PASSO TO WS-RC-FINAL
               MOVE WS-DEF-PASSO (WS-DEF-IDX) TO WS-PASSO-PARADA
               MOVE WS-DEF-PROGRAMA (WS-DEF-IDX)
                   TO WS-PROGRAMA-PARADA
               DISPLAY "Passo " WS-DEF-PASSO (WS-DEF-IDX) " "
                   WS-DEF-PROGRAMA (WS-DEF-IDX) " terminou com "
                   WS-RC-PASSO " (limite " WS-DEF-RC-MAX (WS-DEF-IDX)
                   ") - cadeia parada; a proxima execucao retoma "
                   "deste passo."
           ELSE
               MOVE "OK" TO JLG-EVENTO
               PERFORM 700-GRAVAR-LIVRO
               MOVE "S" TO WS-DEF-FEITO (WS-DEF-IDX)
               DISPLAY "Passo " WS-DEF-PASSO (WS-DEF-IDX) " "
                   WS-DEF-PROGRAMA (WS-DEF-IDX) " terminou com "
                   WS-RC-PASSO "."
           END-IF.
       410-EXIT.
           EXIT.

      *> MEDIA_MODO e BKP_FUNC valem so para o passo: em branco na
      *> definicao, sao limpos, para o modo de um passo anterior nao
      *> vazar para o seguinte. FEC_ANO/FEC_SEMESTRE em branco ficam
      *> como o operador deixou no ambiente.
       420-PREPARAR-AMBIENTE.
           DISPLAY "MEDIA_MODO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DEF-MODO (WS-DEF-IDX) UPON ENVIRONMENT-VALUE.
           DISPLAY "BKP_FUNC" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DEF-BKP (WS-DEF-IDX) UPON ENVIRONMENT-VALUE.
           IF WS-DEF-FEC-ANO (WS-DEF-IDX) NOT = SPACES
               DISPLAY "FEC_ANO" UPON ENVIRONMENT-NAME
               DISPLAY WS-DEF-FEC-ANO (WS-DEF-IDX)
                   UPON ENVIRONMENT-VALUE
           END-IF.
           IF WS-DEF-FEC-SEM (WS-DEF-IDX) NOT = SPACE
               DISPLAY "FEC_SEMESTRE" UPON ENVIRONMENT-NAME
               DISPLAY WS-DEF-FEC-SEM (WS-DEF-IDX)
                   UPON ENVIRONMENT-VALUE
           END-IF.

      *> Passo que nem chegou a terminar normalmente (comando que nao
      *> sobe, processo derrubado por sinal - o shell devolve esses
      *> como 126, 127 e 128 mais o sinal, fora da faixa dos nossos
      *> codigos) conta como falha fatal, codigo 24, qualquer que
      *> seja o limite do passo.
       430-APURAR-RETORNO.
           MOVE "N" TO WS-ANORMAL.
           IF WS-STATUS-SISTEMA < ZERO
               SET TERMINO-ANORMAL TO TRUE
           ELSE
               DIVIDE WS-STATUS-SISTEMA BY 256
                   GIVING WS-RC-BRUTO REMAINDER WS-RC-RESTO
               IF WS-RC-RESTO NOT = ZERO OR WS-RC-BRUTO > 99
                   SET TERMINO-ANORMAL TO TRUE
               END-IF
           END-IF.
           IF TERMINO-ANORMAL
               DISPLAY "Passo " WS-DEF-PASSO (WS-DEF-IDX) " "
                   WS-DEF-PROGRAMA (WS-DEF-IDX)
                   " terminou anormalmente (status "
                   WS-STATUS-SISTEMA ")."
               MOVE 24 TO WS-RC-PASSO
           ELSE
               MOVE WS-RC-BRUTO TO WS-RC-PASSO
           END-IF.

      *> Cada linha do livro e gravada e fechada na hora, para o
      *> INICIO de um passo estar em disco antes de o passo rodar.
       700-GRAVAR-LIVRO.
           MOVE WS-RUN-ID TO JLG-RUN-ID.
           MOVE WS-FECHAMENTO TO JLG-FECHAMENTO.
           OPEN EXTEND JOBLOG-FILE.
           IF WS-JLG-STATUS NOT = "00" AND WS-JLG-STATUS NOT = "05"
               DISPLAY "Erro fatal gravando JOBLOG.DAT. Status="
                   WS-JLG-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE JOBLOG-REC.
           CLOSE JOBLOG-FILE.

      *> O resumo le de volta do livro tudo o que a noite fez,
      *> inclusive as chamadas anteriores de uma noite retomada.
       800-EMITIR-RESUMO.
           OPEN OUTPUT RESUMO-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erro abrindo JOBRESUMO.RPT. Status="
                   WS-RPT-STATUS
               IF WS-RC-FINAL = ZERO
                   MOVE 12 TO WS-RC-FINAL
               END-IF
               GO TO 800-EXIT
           END-IF.
           MOVE WS-RUN-ID TO LT-RUN-ID.
           IF NOITE-FECHAMENTO
               MOVE "Noite de fechamento" TO LT-NOITE
           ELSE
               MOVE "Noite normal" TO LT-NOITE
           END-IF.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-TITULO.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-COLUNAS.
           MOVE 'N' TO WS-EOF-JLG.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JLG-STATUS NOT = "00"
               DISPLAY "Erro relendo JOBLOG.DAT. Status="
                   WS-JLG-STATUS
               CLOSE RESUMO-RPT
               IF WS-RC-FINAL = ZERO
                   MOVE 24 TO WS-RC-FINAL
               END-IF
               GO TO 800-EXIT
           END-IF.
           PERFORM UNTIL FIM-JLG
               READ JOBLOG-FILE
                   AT END SET FIM-JLG TO TRUE
               END-READ
               IF NOT FIM-JLG AND JLG-RUN-ID = WS-RUN-ID
                   AND JLG-PASSO NUMERIC
                   PERFORM 810-RESUMIR-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE JOBLOG-FILE.
           IF HA-PENDENTE
               PERFORM 830-IMPRIMIR-INTERROMPIDO
           END-IF.
           PERFORM 840-IMPRIMIR-DESFECHO.
           CLOSE RESUMO-RPT.
       800-EXIT.
           EXIT.

       810-RESUMIR-REGISTRO.
           IF JLG-PASSO = ZERO
               IF HA-PENDENTE
                   PERFORM 830-IMPRIMIR-INTERROMPIDO
               END-IF
               IF JLG-EVENTO = "ABERTURA" OR JLG-EVENTO = "RETOMADA"
                   ADD 1 TO WS-QTDE-CHAMADAS
                   IF JLG-EVENTO = "ABERTURA"
                       MOVE "Cadeia aberta em" TO LC-TEXTO
                   ELSE
                       MOVE "Cadeia retomada em" TO LC-TEXTO
                   END-IF
                   MOVE JLG-INICIO TO WS-DH-ENTRADA
                   PERFORM 850-EDITAR-DATA-HORA
                   MOVE WS-DH-EDITADA TO LC-DATA
                   WRITE RESUMO-RPT-REC FROM WS-LINHA-CHAMADA
               END-IF
           ELSE
               IF JLG-EVENTO = "INICIO"
                   IF HA-PENDENTE
                       PERFORM 830-IMPRIMIR-INTERROMPIDO
                   END-IF
                   SET HA-PENDENTE TO TRUE
                   MOVE JLG-PASSO    TO WS-PEND-PASSO
                   MOVE JLG-PROGRAMA TO WS-PEND-PROGRAMA
                   MOVE JLG-INICIO   TO WS-PEND-INICIO
               ELSE
                   MOVE "N" TO WS-PENDENTE
                   PERFORM 820-IMPRIMIR-PASSO
               END-IF
           END-IF.

       820-IMPRIMIR-PASSO.
           MOVE JLG-PASSO    TO LD-PASSO.
           MOVE JLG-PROGRAMA TO LD-PROGRAMA.
           MOVE JLG-EVENTO   TO LD-SITUACAO.
           EVALUATE JLG-EVENTO
               WHEN "OK"
                   ADD 1 TO WS-QTDE-OK
               WHEN "FALHA"
                   ADD 1 TO WS-QTDE-FALHAS
               WHEN "PULADO"
                   ADD 1 TO WS-QTDE-PULADOS
           END-EVALUATE.
           IF JLG-EVENTO = "PULADO"
               MOVE SPACES TO LD-INICIO
               MOVE SPACES TO LD-FIM
               MOVE SPACES TO LD-RC
               MOVE SPACES TO LD-RC-MAX
           ELSE
               MOVE JLG-INICIO TO WS-DH-ENTRADA
               PERFORM 850-EDITAR-DATA-HORA
               MOVE WS-DH-EDITADA TO LD-INICIO
               MOVE JLG-FIM TO WS-DH-ENTRADA
               PERFORM 850-EDITAR-DATA-HORA
               MOVE WS-DH-EDITADA TO LD-FIM
               MOVE JLG-RC TO LD-RC
               MOVE JLG-RC-MAX TO LD-RC-MAX
           END-IF.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-DETALHE.

      *> INICIO sem fim no livro: a chamada que rodava o passo caiu
      *> junto com ele. O passo volta a rodar na retomada.
       830-IMPRIMIR-INTERROMPIDO.
           MOVE WS-PEND-PASSO    TO LD-PASSO.
           MOVE WS-PEND-PROGRAMA TO LD-PROGRAMA.
           MOVE "INTERROMP." TO LD-SITUACAO.
           MOVE WS-PEND-INICIO TO WS-DH-ENTRADA.
           PERFORM 850-EDITAR-DATA-HORA.
           MOVE WS-DH-EDITADA TO LD-INICIO.
           MOVE SPACES TO LD-FIM.
           MOVE SPACES TO LD-RC.
           MOVE SPACES TO LD-RC-MAX.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-QTDE-INTERROMP.
           MOVE "N" TO WS-PENDENTE.

       840-IMPRIMIR-DESFECHO.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
               UNTIL WS-DEF-IDX > WS-DEF-QTDE
               IF WS-DEF-FEITO (WS-DEF-IDX) NOT = "S"
                   ADD 1 TO WS-QTDE-PENDENTES
               END-IF
           END-PERFORM.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE SPACES TO WS-LINHA-DESFECHO.
           IF CADEIA-PARADA
               MOVE "Cadeia PARADA no passo" TO LF-TEXTO
               MOVE WS-PASSO-PARADA TO LF-PASSO
               MOVE WS-PROGRAMA-PARADA TO LF-PROGRAMA
               MOVE "- a proxima execucao retoma dele."
                   TO LF-COMPL
               WRITE RESUMO-RPT-REC FROM WS-LINHA-DESFECHO
           ELSE
               MOVE "Cadeia CONCLUIDA." TO RESUMO-RPT-REC
               WRITE RESUMO-RPT-REC
           END-IF.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE "Chamadas do controlador:" TO LR-ROTULO.
           MOVE WS-QTDE-CHAMADAS TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Passos na definicao:" TO LR-ROTULO.
           MOVE WS-DEF-QTDE TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Terminados bem:" TO LR-ROTULO.
           MOVE WS-QTDE-OK TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Pulados (so fechamento):" TO LR-ROTULO.
           MOVE WS-QTDE-PULADOS TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Falhas:" TO LR-ROTULO.
           MOVE WS-QTDE-FALHAS TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Interrompidos:" TO LR-ROTULO.
           MOVE WS-QTDE-INTERROMP TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "  Ainda por rodar:" TO LR-ROTULO.
           MOVE WS-QTDE-PENDENTES TO LR-QTDE.
           WRITE RESUMO-RPT-REC FROM WS-LINHA-RESUMO.

      *> AAAAMMDDHHMMSS para DD/MM/AAAA HH:MM:SS.
       850-EDITAR-DATA-HORA.
           MOVE WS-DH-ENTRADA (7:2)  TO DH-DIA.
           MOVE WS-DH-ENTRADA (5:2)  TO DH-MES.
           MOVE WS-DH-ENTRADA (1:4)  TO DH-ANO.
           MOVE WS-DH-ENTRADA (9:2)  TO DH-HORA.
           MOVE WS-DH-ENTRADA (11:2) TO DH-MIN.
           MOVE WS-DH-ENTRADA (13:2) TO DH-SEG.

       900-FINALIZAR.
           PERFORM 910-LIBERAR-TRAVA.
           IF CADEIA-PARADA
               DISPLAY "Cadeia " WS-RUN-ID " parada no passo "
                   WS-PASSO-PARADA " "
                   FUNCTION TRIM (WS-PROGRAMA-PARADA)
                   ". Veja JOBRESUMO.RPT."
           ELSE
               DISPLAY "Cadeia " WS-RUN-ID " concluida: "
                   WS-QTDE-EXECUTADOS " passos rodados nesta "
                   "chamada, " WS-QTDE-JA-FEITOS " ja concluidos "
                   "antes."
           END-IF.
           MOVE WS-RC-FINAL TO RETURN-CODE.

       910-LIBERAR-TRAVA.
           IF TRAVA-OBTIDA
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOME
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.
