       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIADCL.
      *> Declaracoes da secretaria: le um lote de pedidos (DECLARA.DAT,
      *> ou o arquivo em DCL_ENTRADA) - aluno, tipo e periodo - e
      *> emite em DECLARA.TXT cada declaracao de matricula no periodo
      *> ou de aprovacao numa disciplina, montada do GRADES.MST ou,
      *> para um periodo ja fechado, do GRADES.HIS. Cada documento
      *> recebe um numero sequencial e um codigo de verificacao
      *> calculado sobre o conteudo, e fica gravado no registro
      *> DECLARA.REG com a data, o operador e o resumo do que
      *> declarou. Pedido que nao pode ser atendido - aluno sem
      *> matricula no periodo, curso ainda em "Exame", aluno nao
      *> aprovado - vai para DECLARA.EXC com o motivo.
      *> DCL_MODO=VERIFICA confere documentos apresentados: le pares
      *> numero/codigo (CONFERE.DAT, ou DCL_ENTRADA) e diz em
      *> DECLARA.VER se cada um e autentico e o que declarou.
      *> A emissao toma a trava MEDIA.LCK: numera documentos e le o
      *> master, que nao pode estar sendo regravado no meio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE ASSIGN USING WS-ENTRADA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "DECLARA.REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-NUMERO
               FILE STATUS IS WS-REG-STATUS.
           SELECT GRADES-MASTER ASSIGN TO "GRADES.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL HIST-GRADES ASSIGN TO "GRADES.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
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
           SELECT DECLARA-TXT ASSIGN TO "DECLARA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.
           SELECT DECLARA-EXC ASSIGN TO "DECLARA.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT DECLARA-VER ASSIGN TO "DECLARA.VER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MEDIA.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY "declara.cpy".
       01 CONFERE-REC.
           05 CNF-NUMERO         PIC X(8).
           05 CNF-CODIGO         PIC X(6).
       FD  REGISTRO-FILE.
           COPY "declreg.cpy".
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  HIST-GRADES.
       01 HIST-GRADES-REC PIC X(120).
       FD  CADASTRO-FILE.
           COPY "aluno.cpy".
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  DECLARA-TXT.
       01 DECLARA-TXT-REC PIC X(80).
       FD  DECLARA-EXC.
       01 DECLARA-EXC-REC PIC X(100).
       FD  DECLARA-VER.
       01 DECLARA-VER-REC PIC X(110).
       FD  LOCK-FILE.
       01 LOCK-REC PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-PED-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-MST-STATUS PIC XX.
       01 WS-HIS-STATUS PIC XX.
       01 WS-CAD-STATUS PIC XX.
       01 WS-DSC-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-EXC-STATUS PIC XX.
       01 WS-VER-STATUS PIC XX.
       01 WS-LCK-STATUS PIC XX.

       01 WS-LCK-NOME PIC X(12) VALUE "MEDIA.LCK".
       01 WS-TRAVA-OBTIDA PIC X VALUE 'N'.
           88 TRAVA-OBTIDA VALUE 'S'.
       01 WS-RUN-ID PIC X(16).
       01 WS-DATA-HORA PIC X(26).
       01 WS-OPERADOR  PIC X(8).

      *> DCL_MODO em branco emite; VERIFICA confere. DCL_ENTRADA
      *> troca o arquivo de entrada do modo em uso.
       01 WS-MODO PIC X(8).
           88 MODO-VERIFICA VALUE "VERIFICA".
       01 WS-ENTRADA-NOME PIC X(60).

       01 WS-COM-CADASTRO PIC X VALUE 'N'.
           88 COM-CADASTRO VALUE 'S'.
       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.

       01 WS-EOF-PED PIC X VALUE 'N'.
           88 FIM-PED VALUE 'S'.
       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
       01 WS-EOF-HIS PIC X VALUE 'N'.
           88 FIM-HIS VALUE 'S'.

      *> Matricula arquivada lida do GRADES.HIS, que guarda a imagem
      *> integral do registro do master.
           COPY "master.cpy" REPLACING ==MASTER-REC== BY ==HIS-REC==
               LEADING ==MST-== BY ==HIS-==.

      *> Matriculas do aluno no periodo pedido, do master ou do
      *> historico - nunca dos dois: o fechamento tira do master o
      *> periodo que arquiva.
       01 WS-ORIGEM PIC X(3).
       01 WS-MAT-QTDE PIC 9(2) VALUE ZERO.
       01 WS-MAT-IDX  PIC 9(2).
       01 WS-MAT-ACHADA PIC 9(2).
       01 WS-MAT-EXCEDEU PIC X VALUE 'N'.
           88 MAT-EXCEDEU VALUE 'S'.
       01 WS-MAT-TAB.
           05 WS-MAT-ENT OCCURS 30 TIMES.
               10 WS-MAT-TURMA      PIC X(4).
               10 WS-MAT-DISC       PIC X(6).
               10 WS-MAT-SITUACAO   PIC X(9).
               10 WS-MAT-MEDIA      PIC 9(2)V99.
               10 WS-MAT-EXAME      PIC 9(2)V99.
               10 WS-MAT-FINAL      PIC 9(2)V99.
       01 WS-ALUNO-NOME  PIC X(30).
       01 WS-DISC-NOME   PIC X(30).
       01 WS-MEDIA-DECL  PIC 9(2)V99.
       01 WS-MOTIVO      PIC X(50).

      *> Codigo de verificacao: hash polinomial do conteudo gravado
      *> no registro, reduzido a seis digitos.
       01 WS-CODIGO-BASE.
           05 CB-NUMERO      PIC 9(8).
           05 CB-ALUNO-ID    PIC X(6).
           05 CB-TIPO        PIC X(1).
           05 CB-ANO         PIC X(4).
           05 CB-SEMESTRE    PIC X(1).
           05 CB-DISCIPLINA  PIC X(6).
           05 CB-DATA        PIC X(8).
           05 CB-HORA        PIC X(6).
           05 CB-RESUMO      PIC X(80).
       01 WS-CB-POS   PIC 9(3).
       01 WS-HASH     PIC 9(9).
       01 WS-QUOCIENTE PIC 9(9).
       01 WS-CODIGO   PIC 9(6).

       01 WS-PROX-NUMERO PIC 9(8).
       01 WS-RESUMO      PIC X(80).
       01 WS-RESUMO-POS  PIC 9(3).

       01 WS-QTDE-PEDIDOS   PIC 9(6) VALUE ZERO.
       01 WS-QTDE-EMITIDAS  PIC 9(6) VALUE ZERO.
       01 WS-QTDE-RECUSADAS PIC 9(6) VALUE ZERO.
       01 WS-QTDE-CONFERIDAS PIC 9(6) VALUE ZERO.
       01 WS-QTDE-AUTENTICAS PIC 9(6) VALUE ZERO.

       01 WS-HOJE-EDITADO.
           05 HE-DIA         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-MES         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-ANO         PIC X(4).
       01 WS-ED-NOTA         PIC Z9.99.

      *> Documento: oitenta colunas, um separador entre declaracoes.
       01 WS-LINHA-DOC       PIC X(80).
       01 WS-LINHA-SEPARADOR PIC X(80) VALUE ALL "=".
       01 WS-LINHA-BRANCO    PIC X(1)  VALUE SPACE.
       01 WS-LINHA-DOC-TITULO.
           05 LDT-TITULO  PIC X(50).
           05 FILLER      PIC X(20) VALUE "        Numero: ".
           05 LDT-NUMERO  PIC 9(8).
       01 WS-LINHA-DOC-CODIGO.
           05 FILLER      PIC X(50) VALUE SPACES.
           05 FILLER      PIC X(22) VALUE "Codigo verificacao: ".
           05 LDC-CODIGO  PIC 9(6).
       01 WS-LINHA-DOC-DISC.
           05 FILLER      PIC X(6) VALUE SPACES.
           05 LDD-DISC    PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LDD-NOME    PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FILLER      PIC X(6) VALUE "turma ".
           05 LDD-TURMA   PIC X(4).

       01 WS-LINHA-EXCECAO.
           05 LE-ALUNO-ID  PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-TIPO      PIC X(1).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-ANO       PIC X(4).
           05 FILLER       PIC X(1) VALUE "/".
           05 LE-SEMESTRE  PIC X(1).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-DISC      PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-MOTIVO    PIC X(50).
       01 WS-LINHA-EXC-TITULO PIC X(60) VALUE
           "Pedidos de declaracao nao atendidos".
       01 WS-LINHA-EXC-COLUNAS.
           05 FILLER PIC X(8)  VALUE "ALUNO".
           05 FILLER PIC X(3)  VALUE "T".
           05 FILLER PIC X(8)  VALUE "PERIODO".
           05 FILLER PIC X(8)  VALUE "DISC.".
           05 FILLER PIC X(6)  VALUE "MOTIVO".

       01 WS-LINHA-VER-TITULO PIC X(60) VALUE
           "Conferencia de declaracoes apresentadas".
       01 WS-LINHA-VERIFICACAO.
           05 LV-NUMERO    PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LV-CODIGO    PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LV-VEREDITO  PIC X(40).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LV-EMISSAO   PIC X(50).
       01 WS-LINHA-VER-RESUMO.
           05 FILLER       PIC X(18) VALUE SPACES.
           05 FILLER       PIC X(11) VALUE "Declarou: ".
           05 LVR-RESUMO   PIC X(80).

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           IF MODO-VERIFICA
               PERFORM 600-CONFERIR-DOCUMENTOS
           ELSE
               PERFORM 200-EMITIR-DECLARACOES
           END-IF.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (1:16) TO WS-RUN-ID.
           MOVE WS-DATA-HORA (7:2) TO HE-DIA.
           MOVE WS-DATA-HORA (5:2) TO HE-MES.
           MOVE WS-DATA-HORA (1:4) TO HE-ANO.
           ACCEPT WS-MODO FROM ENVIRONMENT "DCL_MODO".
           IF WS-MODO NOT = SPACES AND NOT MODO-VERIFICA
               DISPLAY "DCL_MODO invalido: " WS-MODO
                   " - use VERIFICA ou deixe em branco para emitir."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-ENTRADA-NOME FROM ENVIRONMENT "DCL_ENTRADA".
           IF WS-ENTRADA-NOME = SPACES
               IF MODO-VERIFICA
                   MOVE "CONFERE.DAT" TO WS-ENTRADA-NOME
               ELSE
                   MOVE "DECLARA.DAT" TO WS-ENTRADA-NOME
               END-IF
           END-IF.
           IF MODO-VERIFICA
               PERFORM 150-ABRIR-CONFERENCIA
           ELSE
               PERFORM 105-OBTER-TRAVA
               PERFORM 110-ABRIR-EMISSAO
           END-IF.

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

      *> O primeiro lote cria o registro vazio (status 35 = arquivo
      *> ausente) com o registro de controle zerado.
       110-ABRIR-EMISSAO.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PED-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo os pedidos "
                   FUNCTION TRIM(WS-ENTRADA-NOME) ". Status="
                   WS-PED-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REGISTRO-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTRO-FILE
               CLOSE REGISTRO-FILE
               OPEN I-O REGISTRO-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DECLARA.REG. Status="
                   WS-REG-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO DRC-NUMERO.
           READ REGISTRO-FILE.
           IF WS-REG-STATUS = "23"
               MOVE SPACES TO DECLREG-CTL-REC
               MOVE ZERO TO DRC-NUMERO
               MOVE ZERO TO DRC-ULTIMO
               WRITE DECLREG-CTL-REC
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erro fatal lendo o controle do DECLARA.REG. "
                   "Status=" WS-REG-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADES-MASTER.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo GRADES.MST. Status="
                   WS-MST-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DECLARA-TXT.
           IF WS-TXT-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DECLARA.TXT. Status="
                   WS-TXT-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DECLARA-EXC.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DECLARA.EXC. Status="
                   WS-EXC-STATUS
               PERFORM 910-LIBERAR-TRAVA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE DECLARA-EXC-REC FROM WS-LINHA-EXC-TITULO.
           WRITE DECLARA-EXC-REC FROM WS-LINHA-EXC-COLUNAS.
           PERFORM 120-ABRIR-AUXILIARES.

      *> O nome declarado vem do cadastro de alunos e o nome da
      *> disciplina do catalogo; sem eles valem a copia do master e
      *> so o codigo da disciplina.
       120-ABRIR-AUXILIARES.
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
                   WS-DSC-STATUS ") - declaracoes so com o codigo "
                   "da disciplina."
           END-IF.

      *> A conferencia so le o registro: nao toma trava.
       150-ABRIR-CONFERENCIA.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PED-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo "
                   FUNCTION TRIM(WS-ENTRADA-NOME) ". Status="
                   WS-PED-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REGISTRO-FILE.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DECLARA.REG. Status="
                   WS-REG-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DECLARA-VER.
           IF WS-VER-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo DECLARA.VER. Status="
                   WS-VER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE DECLARA-VER-REC FROM WS-LINHA-VER-TITULO.

       200-EMITIR-DECLARACOES.
           PERFORM UNTIL FIM-PED
               READ PEDIDO-FILE
                   AT END SET FIM-PED TO TRUE
               END-READ
               IF NOT FIM-PED AND DECLARA-REC NOT = SPACES
                   ADD 1 TO WS-QTDE-PEDIDOS
                   PERFORM 210-TRATAR-PEDIDO THRU 210-EXIT
               END-IF
           END-PERFORM.

      *> Um pedido: validado, as matriculas do periodo localizadas,
      *> a regra do tipo de declaracao conferida; so entao o numero
      *> e tirado, de modo que pedido recusado nao gasta numero.
       210-TRATAR-PEDIDO.
           IF NOT DCL-TIPO-VALIDO
               MOVE "tipo de declaracao invalido (use M ou A)"
                   TO WS-MOTIVO
               GO TO 290-RECUSAR
           END-IF.
           IF DCL-ANO NOT NUMERIC
               OR (DCL-SEMESTRE NOT = "1" AND DCL-SEMESTRE NOT = "2")
               MOVE "periodo invalido" TO WS-MOTIVO
               GO TO 290-RECUSAR
           END-IF.
           IF DCL-TIPO-APROVACAO AND DCL-DISCIPLINA = SPACES
               MOVE "disciplina nao informada para aprovacao"
                   TO WS-MOTIVO
               GO TO 290-RECUSAR
           END-IF.
           PERFORM 220-LOCALIZAR-MATRICULAS.
           IF MAT-EXCEDEU
               MOVE "mais de 30 matriculas no periodo" TO WS-MOTIVO
               GO TO 290-RECUSAR
           END-IF.
           IF WS-MAT-QTDE = ZERO
               MOVE "aluno sem matricula no periodo" TO WS-MOTIVO
               GO TO 290-RECUSAR
           END-IF.
           IF COM-CADASTRO
               MOVE DCL-ALUNO-ID TO CAD-ALUNO-ID
               READ CADASTRO-FILE
               IF WS-CAD-STATUS NOT = "00"
                   MOVE "aluno ausente do cadastro ALUNOS.MST"
                       TO WS-MOTIVO
                   GO TO 290-RECUSAR
               END-IF
               MOVE CAD-NOME TO WS-ALUNO-NOME
           END-IF.
           IF DCL-TIPO-APROVACAO
               PERFORM 230-CONFERIR-APROVACAO
               IF WS-MOTIVO NOT = SPACES
                   GO TO 290-RECUSAR
               END-IF
           END-IF.
           PERFORM 240-MONTAR-RESUMO.
           PERFORM 250-REGISTRAR.
           IF DCL-TIPO-MATRICULA
               PERFORM 260-IMPRIMIR-MATRICULA
           ELSE
               PERFORM 270-IMPRIMIR-APROVACAO
           END-IF.
           ADD 1 TO WS-QTDE-EMITIDAS.
           GO TO 210-EXIT.
       290-RECUSAR.
           MOVE DCL-ALUNO-ID   TO LE-ALUNO-ID.
           MOVE DCL-TIPO       TO LE-TIPO.
           MOVE DCL-ANO        TO LE-ANO.
           MOVE DCL-SEMESTRE   TO LE-SEMESTRE.
           MOVE DCL-DISCIPLINA TO LE-DISC.
           MOVE WS-MOTIVO      TO LE-MOTIVO.
           WRITE DECLARA-EXC-REC FROM WS-LINHA-EXCECAO.
           ADD 1 TO WS-QTDE-RECUSADAS.
       210-EXIT.
           EXIT.

      *> Matriculas do aluno no periodo: primeiro o master, posicionado
      *> na primeira chave do aluno; nada la, o historico do periodo
      *> fechado, lido do inicio a cada pedido - o lote do balcao e
      *> pequeno. Mais matriculas que a tabela comporta recusam o
      *> pedido: declaracao oficial incompleta nao se emite.
       220-LOCALIZAR-MATRICULAS.
           MOVE ZERO TO WS-MAT-QTDE.
           MOVE "N" TO WS-MAT-EXCEDEU.
           MOVE SPACES TO WS-ALUNO-NOME.
           MOVE "MST" TO WS-ORIGEM.
           MOVE "N" TO WS-EOF-MST.
           MOVE DCL-ALUNO-ID TO MST-ALUNO-ID.
           MOVE LOW-VALUES TO MST-TURMA.
           MOVE LOW-VALUES TO MST-DISCIPLINA.
           MOVE LOW-VALUES TO MST-ANO-SEM.
           START GRADES-MASTER KEY NOT < MST-CHAVE
               INVALID KEY SET FIM-MST TO TRUE
           END-START.
           PERFORM UNTIL FIM-MST
               READ GRADES-MASTER NEXT
                   AT END SET FIM-MST TO TRUE
               END-READ
               IF NOT FIM-MST
                   IF MST-ALUNO-ID NOT = DCL-ALUNO-ID
                       SET FIM-MST TO TRUE
                   ELSE
                       IF MST-ANO = DCL-ANO
                           AND MST-SEMESTRE = DCL-SEMESTRE
                           AND WS-MAT-QTDE NOT < 30
                           SET MAT-EXCEDEU TO TRUE
                           SET FIM-MST TO TRUE
                       END-IF
                       IF MST-ANO = DCL-ANO
                           AND MST-SEMESTRE = DCL-SEMESTRE
                           AND NOT MAT-EXCEDEU
                           ADD 1 TO WS-MAT-QTDE
                           MOVE MST-TURMA
                               TO WS-MAT-TURMA (WS-MAT-QTDE)
                           MOVE MST-DISCIPLINA
                               TO WS-MAT-DISC (WS-MAT-QTDE)
                           MOVE MST-SITUACAO
                               TO WS-MAT-SITUACAO (WS-MAT-QTDE)
                           MOVE MST-MEDIA
                               TO WS-MAT-MEDIA (WS-MAT-QTDE)
                           MOVE MST-NOTA-EXAME
                               TO WS-MAT-EXAME (WS-MAT-QTDE)
                           MOVE MST-MEDIA-FINAL
                               TO WS-MAT-FINAL (WS-MAT-QTDE)
                           MOVE MST-ALUNO-NOME TO WS-ALUNO-NOME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAT-QTDE = ZERO AND NOT MAT-EXCEDEU
               PERFORM 225-LOCALIZAR-HISTORICO THRU 225-EXIT
           END-IF.

       225-LOCALIZAR-HISTORICO.
           MOVE "HIS" TO WS-ORIGEM.
           MOVE "N" TO WS-EOF-HIS.
           OPEN INPUT HIST-GRADES.
           IF WS-HIS-STATUS NOT = "00" AND WS-HIS-STATUS NOT = "05"
               GO TO 225-EXIT
           END-IF.
           PERFORM UNTIL FIM-HIS
               READ HIST-GRADES INTO HIS-REC
                   AT END SET FIM-HIS TO TRUE
               END-READ
               IF NOT FIM-HIS
                   AND HIS-ALUNO-ID = DCL-ALUNO-ID
                   AND HIS-ANO = DCL-ANO
                   AND HIS-SEMESTRE = DCL-SEMESTRE
                   AND WS-MAT-QTDE NOT < 30
                   SET MAT-EXCEDEU TO TRUE
                   SET FIM-HIS TO TRUE
               END-IF
               IF NOT FIM-HIS
                   AND HIS-ALUNO-ID = DCL-ALUNO-ID
                   AND HIS-ANO = DCL-ANO
                   AND HIS-SEMESTRE = DCL-SEMESTRE
                   ADD 1 TO WS-MAT-QTDE
                   MOVE HIS-TURMA      TO WS-MAT-TURMA (WS-MAT-QTDE)
                   MOVE HIS-DISCIPLINA TO WS-MAT-DISC (WS-MAT-QTDE)
                   MOVE HIS-SITUACAO
                       TO WS-MAT-SITUACAO (WS-MAT-QTDE)
                   MOVE HIS-MEDIA      TO WS-MAT-MEDIA (WS-MAT-QTDE)
                   MOVE HIS-NOTA-EXAME TO WS-MAT-EXAME (WS-MAT-QTDE)
                   MOVE HIS-MEDIA-FINAL
                       TO WS-MAT-FINAL (WS-MAT-QTDE)
                   MOVE HIS-ALUNO-NOME TO WS-ALUNO-NOME
               END-IF
           END-PERFORM.
           CLOSE HIST-GRADES.
       225-EXIT.
           EXIT.

      *> Aprovacao so se declara com veredito final: o curso ainda em
      *> "Exame" espera o exame, e qualquer outra situacao nao e
      *> aprovacao. Uma disciplina cursada em duas turmas no periodo
      *> vale pela turma em que o aluno foi aprovado.
       230-CONFERIR-APROVACAO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO TO WS-MAT-ACHADA.
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > WS-MAT-QTDE
               IF WS-MAT-DISC (WS-MAT-IDX) = DCL-DISCIPLINA
                   IF WS-MAT-ACHADA = ZERO
                       OR WS-MAT-SITUACAO (WS-MAT-IDX) = "Aprovado"
                       MOVE WS-MAT-IDX TO WS-MAT-ACHADA
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MAT-ACHADA = ZERO
                   MOVE "aluno sem matricula na disciplina no periodo"
                       TO WS-MOTIVO
               WHEN WS-MAT-SITUACAO (WS-MAT-ACHADA) = "Exame"
                   MOVE "curso ainda em Exame - aguarde o exame"
                       TO WS-MOTIVO
               WHEN WS-MAT-SITUACAO (WS-MAT-ACHADA) NOT = "Aprovado"
                   STRING "aluno nao aprovado na disciplina ("
                       WS-MAT-SITUACAO (WS-MAT-ACHADA)
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 235-FECHAR-MOTIVO
               WHEN OTHER
                   IF WS-MAT-EXAME (WS-MAT-ACHADA) NOT = ZERO
                       OR WS-MAT-FINAL (WS-MAT-ACHADA) NOT = ZERO
                       MOVE WS-MAT-FINAL (WS-MAT-ACHADA)
                           TO WS-MEDIA-DECL
                   ELSE
                       MOVE WS-MAT-MEDIA (WS-MAT-ACHADA)
                           TO WS-MEDIA-DECL
                   END-IF
           END-EVALUATE.

       235-FECHAR-MOTIVO.
           PERFORM VARYING WS-RESUMO-POS FROM 50 BY -1
               UNTIL WS-RESUMO-POS = ZERO
               OR WS-MOTIVO (WS-RESUMO-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-RESUMO-POS < 50
               ADD 1 TO WS-RESUMO-POS
               MOVE ")" TO WS-MOTIVO (WS-RESUMO-POS:1)
           END-IF.

      *> O resumo que fica no registro e o que a conferencia mostra:
      *> o que o documento declarou, em uma linha.
       240-MONTAR-RESUMO.
           MOVE SPACES TO WS-RESUMO.
           IF DCL-TIPO-APROVACAO
               MOVE WS-MEDIA-DECL TO WS-ED-NOTA
               STRING "APROVACAO " DCL-DISCIPLINA " turma "
                   WS-MAT-TURMA (WS-MAT-ACHADA) " periodo "
                   DCL-ANO "/" DCL-SEMESTRE " media " WS-ED-NOTA
                   DELIMITED BY SIZE INTO WS-RESUMO
               IF WS-MAT-EXAME (WS-MAT-ACHADA) NOT = ZERO
                   OR WS-MAT-FINAL (WS-MAT-ACHADA) NOT = ZERO
                   MOVE " (com exame)" TO WS-RESUMO (55:12)
               END-IF
           ELSE
               STRING "MATRICULA periodo " DCL-ANO "/" DCL-SEMESTRE
                   ":"
                   DELIMITED BY SIZE INTO WS-RESUMO
               MOVE 27 TO WS-RESUMO-POS
               PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-MAT-QTDE
                   OR WS-RESUMO-POS > 74
                   MOVE WS-MAT-DISC (WS-MAT-IDX)
                       TO WS-RESUMO (WS-RESUMO-POS:6)
                   ADD 7 TO WS-RESUMO-POS
               END-PERFORM
               IF WS-MAT-IDX NOT > WS-MAT-QTDE
                   MOVE "..." TO WS-RESUMO (78:3)
               END-IF
           END-IF.

      *> Tira o proximo numero, calcula o codigo sobre o conteudo e
      *> grava o registro antes de imprimir: documento que nao esta
      *> no registro nao pode sair. O controle e regravado primeiro;
      *> uma falha depois dele deixa um numero sem uso, nunca dois
      *> documentos com o mesmo numero.
       250-REGISTRAR.
           MOVE ZERO TO DRC-NUMERO.
           READ REGISTRO-FILE.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erro fatal lendo o controle do DECLARA.REG. "
                   "Status=" WS-REG-STATUS
               PERFORM 990-ABORTAR
           END-IF.
           ADD 1 TO DRC-ULTIMO.
           MOVE DRC-ULTIMO TO WS-PROX-NUMERO.
           REWRITE DECLREG-CTL-REC.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erro fatal regravando o controle do "
                   "DECLARA.REG. Status=" WS-REG-STATUS
               PERFORM 990-ABORTAR
           END-IF.
           MOVE WS-PROX-NUMERO      TO CB-NUMERO.
           MOVE DCL-ALUNO-ID        TO CB-ALUNO-ID.
           MOVE DCL-TIPO            TO CB-TIPO.
           MOVE DCL-ANO             TO CB-ANO.
           MOVE DCL-SEMESTRE        TO CB-SEMESTRE.
           IF DCL-TIPO-APROVACAO
               MOVE DCL-DISCIPLINA  TO CB-DISCIPLINA
           ELSE
               MOVE SPACES          TO CB-DISCIPLINA
           END-IF.
           MOVE WS-DATA-HORA (1:8)  TO CB-DATA.
           MOVE WS-DATA-HORA (9:6)  TO CB-HORA.
           MOVE WS-RESUMO           TO CB-RESUMO.
           PERFORM 280-CALCULAR-CODIGO.
           MOVE SPACES TO DECLREG-REC.
           MOVE CB-NUMERO     TO DRG-NUMERO.
           MOVE WS-CODIGO     TO DRG-CODIGO.
           MOVE CB-DATA       TO DRG-DATA.
           MOVE CB-HORA       TO DRG-HORA.
           MOVE WS-OPERADOR   TO DRG-OPERADOR.
           MOVE CB-ALUNO-ID   TO DRG-ALUNO-ID.
           MOVE CB-TIPO       TO DRG-TIPO.
           MOVE CB-ANO        TO DRG-ANO.
           MOVE CB-SEMESTRE   TO DRG-SEMESTRE.
           MOVE CB-DISCIPLINA TO DRG-DISCIPLINA.
           MOVE WS-ORIGEM     TO DRG-ORIGEM.
           MOVE CB-RESUMO     TO DRG-RESUMO.
           WRITE DECLREG-REC.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erro fatal gravando a declaracao "
                   WS-PROX-NUMERO " no DECLARA.REG. Status="
                   WS-REG-STATUS
               PERFORM 990-ABORTAR
           END-IF.

      *> Declaracao de matricula: as disciplinas do periodo, com o
      *> nome do catalogo quando houver.
       260-IMPRIMIR-MATRICULA.
           MOVE "DECLARACAO DE MATRICULA" TO LDT-TITULO.
           PERFORM 275-IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-LINHA-DOC.
           STRING "esta matriculado(a) no periodo " DCL-ANO "/"
               DCL-SEMESTRE " nas disciplinas abaixo:"
               DELIMITED BY SIZE INTO WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-BRANCO.
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > WS-MAT-QTDE
               MOVE WS-MAT-DISC (WS-MAT-IDX) TO LDD-DISC
               PERFORM 285-NOME-DISCIPLINA
               MOVE WS-DISC-NOME TO LDD-NOME
               MOVE WS-MAT-TURMA (WS-MAT-IDX) TO LDD-TURMA
               WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC-DISC
           END-PERFORM.
           PERFORM 277-IMPRIMIR-RODAPE.

       270-IMPRIMIR-APROVACAO.
           MOVE "DECLARACAO DE APROVACAO" TO LDT-TITULO.
           PERFORM 275-IMPRIMIR-CABECALHO.
           MOVE DCL-DISCIPLINA TO LDD-DISC.
           PERFORM 285-NOME-DISCIPLINA.
           MOVE SPACES TO WS-LINHA-DOC.
           STRING "foi aprovado(a) na disciplina " DCL-DISCIPLINA
               DELIMITED BY SIZE INTO WS-LINHA-DOC.
           IF WS-DISC-NOME NOT = SPACES
               MOVE " -" TO WS-LINHA-DOC (37:2)
               MOVE WS-DISC-NOME TO WS-LINHA-DOC (40:30)
           END-IF.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           MOVE WS-MEDIA-DECL TO WS-ED-NOTA.
           MOVE SPACES TO WS-LINHA-DOC.
           IF WS-MAT-EXAME (WS-MAT-ACHADA) NOT = ZERO
               OR WS-MAT-FINAL (WS-MAT-ACHADA) NOT = ZERO
               STRING "turma " WS-MAT-TURMA (WS-MAT-ACHADA)
                   ", no periodo " DCL-ANO "/" DCL-SEMESTRE
                   ", com media final " WS-ED-NOTA
                   " apos exame de recuperacao."
                   DELIMITED BY SIZE INTO WS-LINHA-DOC
           ELSE
               STRING "turma " WS-MAT-TURMA (WS-MAT-ACHADA)
                   ", no periodo " DCL-ANO "/" DCL-SEMESTRE
                   ", com media final " WS-ED-NOTA "."
                   DELIMITED BY SIZE INTO WS-LINHA-DOC
           END-IF.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           PERFORM 277-IMPRIMIR-RODAPE.

       275-IMPRIMIR-CABECALHO.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-SEPARADOR.
           MOVE WS-PROX-NUMERO TO LDT-NUMERO.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC-TITULO.
           MOVE WS-CODIGO TO LDC-CODIGO.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC-CODIGO.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-BRANCO.
           MOVE "Declaramos, para os devidos fins, que o(a) aluno(a)"
               TO WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           MOVE SPACES TO WS-LINHA-DOC.
           STRING WS-ALUNO-NOME " (codigo " DCL-ALUNO-ID ")"
               DELIMITED BY SIZE INTO WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.

       277-IMPRIMIR-RODAPE.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-BRANCO.
           MOVE SPACES TO WS-LINHA-DOC.
           STRING "Emitida em " WS-HOJE-EDITADO " por " WS-OPERADOR
               "."
               DELIMITED BY SIZE INTO WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           MOVE "A autenticidade pode ser conferida na secretaria "
               TO WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           MOVE "pelo numero e pelo codigo de verificacao acima."
               TO WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-DOC.
           WRITE DECLARA-TXT-REC FROM WS-LINHA-BRANCO.

      *> Hash polinomial (base 31, modulo 999983) de todos os campos
      *> gravados: qualquer campo do registro alterado depois muda o
      *> codigo, e a conferencia acusa.
       280-CALCULAR-CODIGO.
           MOVE ZERO TO WS-HASH.
           PERFORM VARYING WS-CB-POS FROM 1 BY 1
               UNTIL WS-CB-POS > LENGTH OF WS-CODIGO-BASE
               COMPUTE WS-HASH = WS-HASH * 31
                   + FUNCTION ORD (WS-CODIGO-BASE (WS-CB-POS:1))
               DIVIDE WS-HASH BY 999983 GIVING WS-QUOCIENTE
                   REMAINDER WS-HASH
           END-PERFORM.
           MOVE WS-HASH TO WS-CODIGO.

       285-NOME-DISCIPLINA.
           MOVE SPACES TO WS-DISC-NOME.
           IF COM-CATALOGO
               MOVE LDD-DISC TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS = "00"
                   MOVE DSC-NOME TO WS-DISC-NOME
               END-IF
           END-IF.

      *> Conferencia: o numero tem de estar no registro, o codigo
      *> apresentado tem de ser o gravado, e o codigo gravado tem de
      *> ainda bater com o conteudo do registro.
       600-CONFERIR-DOCUMENTOS.
           PERFORM UNTIL FIM-PED
               READ PEDIDO-FILE
                   AT END SET FIM-PED TO TRUE
               END-READ
               IF NOT FIM-PED AND CONFERE-REC NOT = SPACES
                   ADD 1 TO WS-QTDE-CONFERIDAS
                   PERFORM 610-CONFERIR-DOCUMENTO THRU 610-EXIT
               END-IF
           END-PERFORM.

       610-CONFERIR-DOCUMENTO.
           MOVE CNF-NUMERO TO LV-NUMERO.
           MOVE CNF-CODIGO TO LV-CODIGO.
           MOVE SPACES     TO LV-EMISSAO.
           IF CNF-NUMERO NOT NUMERIC OR CNF-NUMERO = ZERO
               MOVE "INVALIDA - numero mal formado" TO LV-VEREDITO
               WRITE DECLARA-VER-REC FROM WS-LINHA-VERIFICACAO
               GO TO 610-EXIT
           END-IF.
           MOVE CNF-NUMERO TO DRG-NUMERO.
           READ REGISTRO-FILE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "INEXISTENTE - numero fora do registro"
                   TO LV-VEREDITO
               WRITE DECLARA-VER-REC FROM WS-LINHA-VERIFICACAO
               GO TO 610-EXIT
           END-IF.
           MOVE DRG-DATA (7:2) TO HE-DIA.
           MOVE DRG-DATA (5:2) TO HE-MES.
           MOVE DRG-DATA (1:4) TO HE-ANO.
           STRING "emitida " WS-HOJE-EDITADO " por " DRG-OPERADOR
               " aluno " DRG-ALUNO-ID
               DELIMITED BY SIZE INTO LV-EMISSAO.
           MOVE DRG-NUMERO     TO CB-NUMERO.
           MOVE DRG-ALUNO-ID   TO CB-ALUNO-ID.
           MOVE DRG-TIPO       TO CB-TIPO.
           MOVE DRG-ANO        TO CB-ANO.
           MOVE DRG-SEMESTRE   TO CB-SEMESTRE.
           MOVE DRG-DISCIPLINA TO CB-DISCIPLINA.
           MOVE DRG-DATA       TO CB-DATA.
           MOVE DRG-HORA       TO CB-HORA.
           MOVE DRG-RESUMO     TO CB-RESUMO.
           PERFORM 280-CALCULAR-CODIGO.
           EVALUATE TRUE
               WHEN CNF-CODIGO NOT = DRG-CODIGO
                   MOVE "NAO CONFERE - codigo nao e o do documento"
                       TO LV-VEREDITO
               WHEN WS-CODIGO NOT = DRG-CODIGO
                   MOVE "REGISTRO ALTERADO - codigo nao bate"
                       TO LV-VEREDITO
               WHEN OTHER
                   MOVE "AUTENTICA" TO LV-VEREDITO
                   ADD 1 TO WS-QTDE-AUTENTICAS
           END-EVALUATE.
           WRITE DECLARA-VER-REC FROM WS-LINHA-VERIFICACAO.
           IF LV-VEREDITO = "AUTENTICA"
               MOVE DRG-RESUMO TO LVR-RESUMO
               WRITE DECLARA-VER-REC FROM WS-LINHA-VER-RESUMO
           END-IF.
       610-EXIT.
           EXIT.

       900-FINALIZAR.
           IF MODO-VERIFICA
               CLOSE PEDIDO-FILE
               CLOSE REGISTRO-FILE
               CLOSE DECLARA-VER
               DISPLAY "Conferencia de declaracoes: "
                   WS-QTDE-CONFERIDAS " conferidas, "
                   WS-QTDE-AUTENTICAS " autenticas (DECLARA.VER)."
           ELSE
               CLOSE PEDIDO-FILE
               CLOSE REGISTRO-FILE
               CLOSE GRADES-MASTER
               CLOSE DECLARA-TXT
               CLOSE DECLARA-EXC
               IF COM-CADASTRO
                   CLOSE CADASTRO-FILE
               END-IF
               IF COM-CATALOGO
                   CLOSE DISCIPLINA-FILE
               END-IF
               PERFORM 910-LIBERAR-TRAVA
               DISPLAY "Declaracoes: " WS-QTDE-PEDIDOS " pedidos, "
                   WS-QTDE-EMITIDAS " emitidas (DECLARA.TXT), "
                   WS-QTDE-RECUSADAS " recusadas (DECLARA.EXC)."
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       910-LIBERAR-TRAVA.
           IF TRAVA-OBTIDA
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOME
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

      *> Falha de gravacao no registro: nada mais e emitido, e o que
      *> ja saiu esta gravado.
       990-ABORTAR.
           CLOSE PEDIDO-FILE.
           CLOSE REGISTRO-FILE.
           CLOSE GRADES-MASTER.
           CLOSE DECLARA-TXT.
           CLOSE DECLARA-EXC.
           PERFORM 910-LIBERAR-TRAVA.
           MOVE 24 TO RETURN-CODE.
           STOP RUN.
