       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIATND.
      *> Tendencia entre periodos: le as matriculas arquivadas no
      *> GRADES.HIS e as do periodo aberto no GRADES.MST, dentro da
      *> faixa TND_ANO_INI/TND_SEM_INI a TND_ANO_FIM/TND_SEM_FIM (sem
      *> faixa, todos os periodos), e mostra periodo a periodo, por
      *> disciplina e depois por turma, as taxas de aprovacao, de
      *> exame e de reprovacao por falta e a MEDIA media. O periodo
      *> que se afasta do anterior da mesma serie mais do que a
      *> tolerancia - TND_TOLERANCIA pontos percentuais nas taxas
      *> (padrao 10.00), TND_TOL_MEDIA na media (padrao 1.00) - sai
      *> marcado com as variacoes. O periodo em que o MEDIA.PRMLOG
      *> registra mudanca de limite, peso ou frequencia minima do
      *> curso (ou da entrada geral em branco) sai com a marca PARM,
      *> para a coordenacao ver se a mudanca mexeu no resultado; a
      *> mudanca conta no periodo da data em que foi feita (janeiro
      *> a junho no 1o semestre). Saem TENDENCIA.RPT e
      *> TENDENCIA.CSV, este separado por ponto e virgula no mesmo
      *> formato do STUDENTS.CSV (H, linhas D, T com a contagem).
      *> Matricula de antes do periodo existir no registro (ano e
      *> semestre em branco) fica fora da serie.
      *> So leitura: nao toca master nem trava.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-MASTER ASSIGN TO "GRADES.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL HIST-GRADES ASSIGN TO "GRADES.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT OPTIONAL PRMLOG-FILE ASSIGN TO "MEDIA.PRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRL-STATUS.
           SELECT DISCIPLINA-FILE ASSIGN TO "DISCIPLINAS.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-DISCIPLINA
               FILE STATUS IS WS-DSC-STATUS.
           SELECT TENDENCIA-RPT ASSIGN TO "TENDENCIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TENDENCIA-CSV ASSIGN TO "TENDENCIA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT SORT-TND ASSIGN TO "TENDENCIA.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-MASTER.
           COPY "master.cpy".
       FD  HIST-GRADES.
       01 HIST-GRADES-REC PIC X(120).
      *> Linha de historia do MEDIAPRM: quando, quem, o curso e o
      *> campo alterado. Numa troca de chave (TURMA/DISCIPLINA) o
      *> curso da linha ja e o novo e o valor antigo vem em PRL-DE.
       FD  PRMLOG-FILE.
       01 PRMLOG-REC.
           05 PRL-DATA-HORA      PIC X(26).
           05 PRL-OPERADOR       PIC X(8).
           05 FILLER             PIC X(1).
           05 PRL-TURMA          PIC X(4).
           05 FILLER             PIC X(1).
           05 PRL-DISC           PIC X(6).
           05 FILLER             PIC X(1).
           05 PRL-CAMPO          PIC X(14).
               88 PRL-CAMPO-RESULTADO VALUE "LIMITE-APROVA"
                   "LIMITE-EXAME" "PESO1" "PESO2" "PESO3"
                   "FREQ-MIN" "INCLUSAO" "TURMA" "DISCIPLINA".
               88 PRL-CAMPO-TURMA VALUE "TURMA".
               88 PRL-CAMPO-DISCIPLINA VALUE "DISCIPLINA".
           05 FILLER             PIC X(5).
           05 PRL-DE             PIC X(8).
           05 FILLER             PIC X(26).
       FD  DISCIPLINA-FILE.
           COPY "disciplina.cpy".
       FD  TENDENCIA-RPT.
       01 TENDENCIA-RPT-REC PIC X(132).
       FD  TENDENCIA-CSV.
       01 TENDENCIA-CSV-REC PIC X(120).
       SD  SORT-TND.
       01 SRT-REC.
           05 SRT-DISC           PIC X(6).
           05 SRT-TURMA          PIC X(4).
           05 SRT-ANO-SEM.
               10 SRT-ANO        PIC X(4).
               10 SRT-SEMESTRE   PIC X(1).
           05 SRT-SITUACAO       PIC X(9).
           05 SRT-MEDIA          PIC 9(2)V99.
           05 SRT-FOI-EXAME      PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.
       01 WS-HIS-STATUS PIC XX.
       01 WS-PRL-STATUS PIC XX.
       01 WS-DSC-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-CSV-STATUS PIC XX.

       01 WS-COM-CATALOGO PIC X VALUE 'N'.
           88 COM-CATALOGO VALUE 'S'.

       01 WS-EOF-MST PIC X VALUE 'N'.
           88 FIM-MST VALUE 'S'.
       01 WS-EOF-HIS PIC X VALUE 'N'.
           88 FIM-HIS VALUE 'S'.
       01 WS-EOF-PRL PIC X VALUE 'N'.
           88 FIM-PRL VALUE 'S'.
       01 WS-EOF-SRT PIC X VALUE 'N'.
           88 FIM-SRT VALUE 'S'.

      *> Matricula arquivada lida do GRADES.HIS, que guarda a imagem
      *> integral do registro do master.
           COPY "master.cpy" REPLACING ==MASTER-REC== BY ==HIS-REC==
               LEADING ==MST-== BY ==HIS-==.

       01 WS-DATA-HORA PIC X(26).
       01 WS-HOJE-EDITADO.
           05 HE-DIA         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-MES         PIC X(2).
           05 FILLER         PIC X(1) VALUE "/".
           05 HE-ANO         PIC X(4).

      *> Faixa de periodos; em branco, sem limite daquele lado.
       01 WS-PERIODO-INI.
           05 WS-ANO-INI PIC X(4).
           05 WS-SEM-INI PIC X(1).
       01 WS-PERIODO-FIM.
           05 WS-ANO-FIM PIC X(4).
           05 WS-SEM-FIM PIC X(1).

      *> Tolerancias, ajustaveis por ambiente a cada execucao.
       01 WS-PARAM-ENTRADA PIC X(6).
       01 WS-PARAM-NUMVAL  PIC S9(4)V99.
       01 WS-TOLERANCIA    PIC 9(3)V99 VALUE 10.00.
       01 WS-TOL-MEDIA     PIC 9(2)V99 VALUE 1.00.

      *> Nivel da passada: D agrega a disciplina (turma em branco no
      *> registro ordenado), T cada turma.
       01 WS-NIVEL PIC X VALUE 'D'.
           88 NIVEL-DISCIPLINA VALUE 'D'.
           88 NIVEL-TURMA      VALUE 'T'.

      *> Mudancas de parametro que mexem no resultado, com o periodo
      *> em que foram feitas.
       01 WS-PRL-QTDE PIC 9(3) VALUE ZERO.
       01 WS-PRL-IDX  PIC 9(3).
       01 WS-PRL-TAB.
           05 WS-PRL-ENT OCCURS 500 TIMES.
               10 WS-PRL-TURMA    PIC X(4).
               10 WS-PRL-DISC     PIC X(6).
               10 WS-PRL-ANO-SEM  PIC X(5).
       01 WS-PRL-MES PIC 9(2).
       01 WS-PRL-CH-TURMA PIC X(4).
       01 WS-PRL-CH-DISC  PIC X(6).
      *> Troca de turma mais recente, para a linha de DISCIPLINA da
      *> mesma gravacao marcar tambem a chave original inteira.
       01 WS-PRL-TROCA-DH    PIC X(26) VALUE SPACES.
       01 WS-PRL-TROCA-TURMA PIC X(4).
       01 WS-PARM-MUDOU PIC X VALUE 'N'.
           88 PARM-MUDOU VALUE 'S'.

      *> Serie aberta (disciplina, ou disciplina e turma) e periodo
      *> aberto dentro dela.
       01 WS-GRUPO-ATUAL.
           05 WS-DISC-ATUAL  PIC X(6) VALUE SPACES.
           05 WS-TURMA-ATUAL PIC X(4) VALUE SPACES.
       01 WS-PERIODO-ATUAL.
           05 WS-ANO-ATUAL   PIC X(4).
           05 WS-SEM-ATUAL   PIC X(1).
       01 WS-GRUPO-ABERTO PIC X VALUE 'N'.
           88 GRUPO-ABERTO VALUE 'S'.
       01 WS-DISC-NOME PIC X(30).

       01 WS-PER-CONTADORES.
           05 WS-PER-MATRIC    PIC 9(5).
           05 WS-PER-APROV     PIC 9(5).
           05 WS-PER-EXAME     PIC 9(5).
           05 WS-PER-FALTA     PIC 9(5).
           05 WS-PER-REPROV    PIC 9(5).
           05 WS-PER-SOMA      PIC 9(7)V99.
       01 WS-CALCULO PIC 9(9).
       01 WS-PCT-APROV  PIC 9(3)V99.
       01 WS-PCT-EXAME  PIC 9(3)V99.
       01 WS-PCT-FALTA  PIC 9(3)V99.
       01 WS-PCT-REPROV PIC 9(3)V99.
       01 WS-MEDIA-PER  PIC 9(2)V99.

      *> O periodo anterior da mesma serie, base da comparacao.
       01 WS-ANT-EXISTE PIC X VALUE 'N'.
           88 ANT-EXISTE VALUE 'S'.
       01 WS-ANT-APROV  PIC 9(3)V99.
       01 WS-ANT-EXAME  PIC 9(3)V99.
       01 WS-ANT-FALTA  PIC 9(3)V99.
       01 WS-ANT-MEDIA  PIC 9(2)V99.

       01 WS-DIF       PIC S9(3)V99.
       01 WS-DIF-ABS   PIC 9(3)V99.
       01 WS-ED-DIF    PIC +++9.99.
       01 WS-ROTULO    PIC X(4).
       01 WS-LIMITE    PIC 9(3)V99.
       01 WS-VARIACAO  PIC X(48).
       01 WS-VAR-POS   PIC 9(3).

       01 WS-QTDE-SEM-PERIODO PIC 9(6) VALUE ZERO.
       01 WS-QTDE-SELEC       PIC 9(6) VALUE ZERO.
       01 WS-QTDE-SERIES      PIC 9(5) VALUE ZERO.
       01 WS-QTDE-MARCADOS    PIC 9(5) VALUE ZERO.
       01 WS-QTDE-CSV         PIC 9(6) VALUE ZERO.
       01 WS-CSV-TRL-QTDE     PIC 9(6).

       01 WS-CSV-PCT1  PIC 999.99.
       01 WS-CSV-PCT2  PIC 999.99.
       01 WS-CSV-PCT3  PIC 999.99.
       01 WS-CSV-PCT4  PIC 999.99.
       01 WS-CSV-MEDIA PIC 99.99.
       01 WS-CSV-MATRIC PIC 9(5).
       01 WS-CSV-MARCA  PIC X(1).
       01 WS-CSV-PARM   PIC X(4).

       01 WS-LINHA-TITULO.
           05 FILLER    PIC X(41)
               VALUE "Tendencia de resultados entre periodos - ".
           05 LT-FAIXA  PIC X(24).
           05 FILLER    PIC X(12) VALUE " emitido em ".
           05 LT-DATA   PIC X(10).
       01 WS-LINHA-CRITERIO.
           05 FILLER    PIC X(29) VALUE "Tolerancia nas taxas (p.p.):".
           05 LCR-TOL   PIC ZZ9.99.
           05 FILLER    PIC X(20) VALUE "   Tolerancia media:".
           05 LCR-TOL-MEDIA PIC Z9.99.
       01 WS-LINHA-SECAO PIC X(60).
       01 WS-LINHA-CAB-GRUPO.
           05 FILLER    PIC X(12) VALUE "Disciplina: ".
           05 LCG-DISC  PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 LCG-NOME  PIC X(30).
           05 LCG-ROT-TURMA PIC X(9).
           05 LCG-TURMA PIC X(4).
       01 WS-LINHA-COLUNAS.
           05 FILLER PIC X(9)  VALUE "PERIODO".
           05 FILLER PIC X(8)  VALUE "MATRIC.".
           05 FILLER PIC X(9)  VALUE " APROV.%".
           05 FILLER PIC X(9)  VALUE " EXAME %".
           05 FILLER PIC X(9)  VALUE " FALTA %".
           05 FILLER PIC X(9)  VALUE "REPROV.%".
           05 FILLER PIC X(8)  VALUE " MEDIA".
           05 FILLER PIC X(5)  VALUE "PARM".
           05 FILLER PIC X(30) VALUE "VARIACAO SOBRE O ANTERIOR".
       01 WS-LINHA-DETALHE.
           05 LD-ANO       PIC X(4).
           05 LD-BARRA     PIC X(1).
           05 LD-SEM       PIC X(1).
           05 FILLER       PIC X(4) VALUE SPACES.
           05 LD-MATRIC    PIC ZZZZ9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LD-APROV     PIC ZZ9.99.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LD-EXAME     PIC ZZ9.99.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LD-FALTA     PIC ZZ9.99.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LD-REPROV    PIC ZZ9.99.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LD-MEDIA     PIC Z9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LD-PARM      PIC X(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LD-MARCA     PIC X(2).
           05 LD-VARIACAO  PIC X(48).
       01 WS-LINHA-RESUMO.
           05 LR-ROTULO PIC X(40).
           05 LR-QTDE   PIC ZZZZZ9.
       01 WS-LINHA-BRANCO PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       DIS.
           PERFORM 100-INICIALIZAR.
           MOVE "Por disciplina" TO WS-LINHA-SECAO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-SECAO.
           SET NIVEL-DISCIPLINA TO TRUE.
           SORT SORT-TND
               ON ASCENDING KEY SRT-DISC
               ON ASCENDING KEY SRT-TURMA
               ON ASCENDING KEY SRT-ANO-SEM
               INPUT PROCEDURE IS 200-SELECIONAR
                   THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-ACUMULAR
                   THRU 300-EXIT.
           MOVE "Por turma" TO WS-LINHA-SECAO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-SECAO.
           SET NIVEL-TURMA TO TRUE.
           SORT SORT-TND
               ON ASCENDING KEY SRT-DISC
               ON ASCENDING KEY SRT-TURMA
               ON ASCENDING KEY SRT-ANO-SEM
               INPUT PROCEDURE IS 200-SELECIONAR
                   THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-ACUMULAR
                   THRU 300-EXIT.
           PERFORM 900-FINALIZAR.
           STOP RUN.

       100-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA (7:2) TO HE-DIA.
           MOVE WS-DATA-HORA (5:2) TO HE-MES.
           MOVE WS-DATA-HORA (1:4) TO HE-ANO.
           PERFORM 105-LER-CRITERIOS.
           PERFORM 110-LER-FAIXA.
           OPEN INPUT GRADES-MASTER.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo GRADES.MST. Status="
                   WS-MST-STATUS
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TENDENCIA-RPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo TENDENCIA.RPT. Status="
                   WS-RPT-STATUS
               CLOSE GRADES-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TENDENCIA-CSV.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "Erro fatal abrindo TENDENCIA.CSV. Status="
                   WS-CSV-STATUS
               CLOSE GRADES-MASTER
               CLOSE TENDENCIA-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TENDENCIA-CSV-REC.
           STRING "H;" WS-DATA-HORA (1:8)
               DELIMITED BY SIZE INTO TENDENCIA-CSV-REC.
           WRITE TENDENCIA-CSV-REC.
           PERFORM 115-CARREGAR-PRMLOG.
           PERFORM 117-ABRIR-CATALOGO.
           MOVE SPACES TO LT-FAIXA.
           EVALUATE TRUE
               WHEN WS-PERIODO-INI = SPACES
                   AND WS-PERIODO-FIM = SPACES
                   MOVE "todos os periodos" TO LT-FAIXA
               WHEN WS-PERIODO-FIM = SPACES
                   STRING "de " WS-ANO-INI "/" WS-SEM-INI
                       " em diante" DELIMITED BY SIZE INTO LT-FAIXA
               WHEN WS-PERIODO-INI = SPACES
                   STRING "ate " WS-ANO-FIM "/" WS-SEM-FIM
                       DELIMITED BY SIZE INTO LT-FAIXA
               WHEN OTHER
                   STRING "de " WS-ANO-INI "/" WS-SEM-INI " a "
                       WS-ANO-FIM "/" WS-SEM-FIM
                       DELIMITED BY SIZE INTO LT-FAIXA
           END-EVALUATE.
           MOVE WS-HOJE-EDITADO TO LT-DATA.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-TITULO.
           MOVE WS-TOLERANCIA TO LCR-TOL.
           MOVE WS-TOL-MEDIA  TO LCR-TOL-MEDIA.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-CRITERIO.

      *> TND_TOLERANCIA e TND_TOL_MEDIA: em branco valem os padroes;
      *> um valor ilegivel para a execucao com o codigo de parametro.
       105-LER-CRITERIOS.
           MOVE SPACES TO WS-PARAM-ENTRADA.
           ACCEPT WS-PARAM-ENTRADA FROM ENVIRONMENT "TND_TOLERANCIA".
           IF WS-PARAM-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARAM-ENTRADA) NOT = ZERO
                   DISPLAY "TND_TOLERANCIA invalida: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PARAM-NUMVAL ROUNDED =
                   FUNCTION NUMVAL(WS-PARAM-ENTRADA)
               IF WS-PARAM-NUMVAL < ZERO OR WS-PARAM-NUMVAL > 100.00
                   DISPLAY "TND_TOLERANCIA fora de 0 a 100: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARAM-NUMVAL TO WS-TOLERANCIA
           END-IF.
           MOVE SPACES TO WS-PARAM-ENTRADA.
           ACCEPT WS-PARAM-ENTRADA FROM ENVIRONMENT "TND_TOL_MEDIA".
           IF WS-PARAM-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARAM-ENTRADA) NOT = ZERO
                   DISPLAY "TND_TOL_MEDIA invalida: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PARAM-NUMVAL ROUNDED =
                   FUNCTION NUMVAL(WS-PARAM-ENTRADA)
               IF WS-PARAM-NUMVAL < ZERO OR WS-PARAM-NUMVAL > 10.00
                   DISPLAY "TND_TOL_MEDIA fora de 0 a 10: "
                       WS-PARAM-ENTRADA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARAM-NUMVAL TO WS-TOL-MEDIA
           END-IF.

      *> Cada ponta da faixa vem com ano e semestre juntos, ou nao
      *> vem.
       110-LER-FAIXA.
           ACCEPT WS-ANO-INI FROM ENVIRONMENT "TND_ANO_INI".
           ACCEPT WS-SEM-INI FROM ENVIRONMENT "TND_SEM_INI".
           ACCEPT WS-ANO-FIM FROM ENVIRONMENT "TND_ANO_FIM".
           ACCEPT WS-SEM-FIM FROM ENVIRONMENT "TND_SEM_FIM".
           IF WS-PERIODO-INI NOT = SPACES
               IF WS-ANO-INI NOT NUMERIC
                   OR (WS-SEM-INI NOT = "1" AND WS-SEM-INI NOT = "2")
                   DISPLAY "TND_ANO_INI/TND_SEM_INI invalidos: "
                       WS-ANO-INI "/" WS-SEM-INI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PERIODO-FIM NOT = SPACES
               IF WS-ANO-FIM NOT NUMERIC
                   OR (WS-SEM-FIM NOT = "1" AND WS-SEM-FIM NOT = "2")
                   DISPLAY "TND_ANO_FIM/TND_SEM_FIM invalidos: "
                       WS-ANO-FIM "/" WS-SEM-FIM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PERIODO-INI NOT = SPACES
               AND WS-PERIODO-FIM NOT = SPACES
               AND WS-PERIODO-INI > WS-PERIODO-FIM
               DISPLAY "Faixa de periodos invertida: "
                   WS-ANO-INI "/" WS-SEM-INI " a "
                   WS-ANO-FIM "/" WS-SEM-FIM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Sem MEDIA.PRMLOG nenhum periodo sai com a marca PARM.
       115-CARREGAR-PRMLOG.
           OPEN INPUT PRMLOG-FILE.
           IF WS-PRL-STATUS NOT = "00" AND WS-PRL-STATUS NOT = "05"
               DISPLAY "MEDIA.PRMLOG ilegivel (status " WS-PRL-STATUS
                   ") - mudancas de parametro nao marcadas."
               SET FIM-PRL TO TRUE
           END-IF.
           PERFORM UNTIL FIM-PRL
               READ PRMLOG-FILE
                   AT END SET FIM-PRL TO TRUE
               END-READ
               IF NOT FIM-PRL AND PRL-CAMPO-RESULTADO
                   AND PRL-DATA-HORA (1:6) NUMERIC
                   MOVE PRL-TURMA TO WS-PRL-CH-TURMA
                   MOVE PRL-DISC  TO WS-PRL-CH-DISC
                   PERFORM 116-GUARDAR-MUDANCA
                   IF PRL-CAMPO-TURMA
                       MOVE PRL-DE (1:4) TO WS-PRL-CH-TURMA
                       PERFORM 116-GUARDAR-MUDANCA
                       MOVE PRL-DATA-HORA TO WS-PRL-TROCA-DH
                       MOVE PRL-DE (1:4) TO WS-PRL-TROCA-TURMA
                   END-IF
                   IF PRL-CAMPO-DISCIPLINA
                       MOVE PRL-DE (1:6) TO WS-PRL-CH-DISC
                       PERFORM 116-GUARDAR-MUDANCA
                       IF PRL-DATA-HORA = WS-PRL-TROCA-DH
                           MOVE WS-PRL-TROCA-TURMA TO WS-PRL-CH-TURMA
                           PERFORM 116-GUARDAR-MUDANCA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRL-STATUS = "00" OR WS-PRL-STATUS = "10"
               CLOSE PRMLOG-FILE
           END-IF.

      *> Uma chave de curso marcada no periodo da data da mudanca.
      *> Troca de turma ou disciplina marca a chave velha e a nova: o
      *> resultado muda nas duas.
       116-GUARDAR-MUDANCA.
           IF WS-PRL-QTDE < 500
               ADD 1 TO WS-PRL-QTDE
               MOVE WS-PRL-CH-TURMA TO WS-PRL-TURMA (WS-PRL-QTDE)
               MOVE WS-PRL-CH-DISC  TO WS-PRL-DISC (WS-PRL-QTDE)
               MOVE PRL-DATA-HORA (1:4)
                   TO WS-PRL-ANO-SEM (WS-PRL-QTDE) (1:4)
               MOVE PRL-DATA-HORA (5:2) TO WS-PRL-MES
               IF WS-PRL-MES < 7
                   MOVE "1" TO WS-PRL-ANO-SEM (WS-PRL-QTDE) (5:1)
               ELSE
                   MOVE "2" TO WS-PRL-ANO-SEM (WS-PRL-QTDE) (5:1)
               END-IF
           ELSE
               IF NOT FIM-PRL
                   DISPLAY "Aviso: mais de 500 mudancas no "
                       "MEDIA.PRMLOG; as demais nao marcadas."
                   SET FIM-PRL TO TRUE
               END-IF
           END-IF.

       117-ABRIR-CATALOGO.
           OPEN INPUT DISCIPLINA-FILE.
           IF WS-DSC-STATUS = "00"
               SET COM-CATALOGO TO TRUE
           ELSE
               DISPLAY "DISCIPLINAS.MST ausente (status "
                   WS-DSC-STATUS ") - relatorio sem nome de "
                   "disciplina."
           END-IF.

      *> Passada de entrada: o historico e o master vivo, dentro da
      *> faixa. O fechamento tira do master o periodo que arquiva,
      *> entao nenhuma matricula entra duas vezes.
       200-SELECIONAR.
           MOVE "N" TO WS-EOF-HIS.
           OPEN INPUT HIST-GRADES.
           IF WS-HIS-STATUS NOT = "00" AND WS-HIS-STATUS NOT = "05"
               DISPLAY "GRADES.HIS ilegivel (status " WS-HIS-STATUS
                   ") - tendencia so com o periodo aberto."
               SET FIM-HIS TO TRUE
           END-IF.
           PERFORM UNTIL FIM-HIS
               READ HIST-GRADES INTO HIS-REC
                   AT END SET FIM-HIS TO TRUE
               END-READ
               IF NOT FIM-HIS
                   MOVE HIS-REC TO MASTER-REC
                   PERFORM 210-LIBERAR-MATRICULA
               END-IF
           END-PERFORM.
           IF WS-HIS-STATUS = "00" OR WS-HIS-STATUS = "10"
               CLOSE HIST-GRADES
           END-IF.
           MOVE "N" TO WS-EOF-MST.
           MOVE LOW-VALUES TO MST-CHAVE.
           START GRADES-MASTER KEY NOT < MST-CHAVE
               INVALID KEY SET FIM-MST TO TRUE
           END-START.
           PERFORM UNTIL FIM-MST
               READ GRADES-MASTER NEXT
                   AT END SET FIM-MST TO TRUE
               END-READ
               IF NOT FIM-MST
                   PERFORM 210-LIBERAR-MATRICULA
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

      *> Libera para a ordenacao a matricula em MASTER-REC. Foi a
      *> exame quem tem nota de exame aplicada ou ainda o espera.
       210-LIBERAR-MATRICULA.
           IF MST-ANO-SEM = SPACES
               IF NIVEL-DISCIPLINA
                   ADD 1 TO WS-QTDE-SEM-PERIODO
               END-IF
           ELSE
               IF (WS-PERIODO-INI = SPACES
                       OR MST-ANO-SEM NOT < WS-PERIODO-INI)
                   AND (WS-PERIODO-FIM = SPACES
                       OR MST-ANO-SEM NOT > WS-PERIODO-FIM)
                   MOVE MST-DISCIPLINA TO SRT-DISC
                   IF NIVEL-DISCIPLINA
                       MOVE SPACES TO SRT-TURMA
                       ADD 1 TO WS-QTDE-SELEC
                   ELSE
                       MOVE MST-TURMA TO SRT-TURMA
                   END-IF
                   MOVE MST-ANO-SEM  TO SRT-ANO-SEM
                   MOVE MST-SITUACAO TO SRT-SITUACAO
                   MOVE MST-MEDIA    TO SRT-MEDIA
                   IF MST-SITUACAO = "Exame"
                       OR MST-NOTA-EXAME NOT = ZERO
                       OR MST-MEDIA-FINAL NOT = ZERO
                       MOVE "S" TO SRT-FOI-EXAME
                   ELSE
                       MOVE "N" TO SRT-FOI-EXAME
                   END-IF
                   RELEASE SRT-REC
               END-IF
           END-IF.

      *> Passada de saida: quebra por serie (disciplina, ou
      *> disciplina e turma) e por periodo dentro da serie.
       300-ACUMULAR.
           MOVE "N" TO WS-EOF-SRT.
           MOVE "N" TO WS-GRUPO-ABERTO.
           MOVE SPACES TO WS-GRUPO-ATUAL.
           PERFORM UNTIL FIM-SRT
               RETURN SORT-TND
                   AT END SET FIM-SRT TO TRUE
               END-RETURN
               IF NOT FIM-SRT
                   IF NOT GRUPO-ABERTO
                       OR SRT-DISC NOT = WS-DISC-ATUAL
                       OR SRT-TURMA NOT = WS-TURMA-ATUAL
                       IF GRUPO-ABERTO
                           PERFORM 320-FECHAR-PERIODO
                       END-IF
                       PERFORM 310-ABRIR-GRUPO
                   ELSE
                       IF SRT-ANO-SEM NOT = WS-PERIODO-ATUAL
                           PERFORM 320-FECHAR-PERIODO
                           PERFORM 315-ABRIR-PERIODO
                       END-IF
                   END-IF
                   ADD 1 TO WS-PER-MATRIC
                   ADD SRT-MEDIA TO WS-PER-SOMA
                   EVALUATE SRT-SITUACAO
                       WHEN "Aprovado"
                           ADD 1 TO WS-PER-APROV
                       WHEN "Rep.Falta"
                           ADD 1 TO WS-PER-FALTA
                       WHEN "Reprovado"
                           ADD 1 TO WS-PER-REPROV
                   END-EVALUATE
                   IF SRT-FOI-EXAME = "S"
                       ADD 1 TO WS-PER-EXAME
                   END-IF
               END-IF
           END-PERFORM.
           IF GRUPO-ABERTO
               PERFORM 320-FECHAR-PERIODO
           END-IF.
       300-EXIT.
           EXIT.

       310-ABRIR-GRUPO.
           SET GRUPO-ABERTO TO TRUE.
           MOVE SRT-DISC  TO WS-DISC-ATUAL.
           MOVE SRT-TURMA TO WS-TURMA-ATUAL.
           MOVE "N" TO WS-ANT-EXISTE.
           ADD 1 TO WS-QTDE-SERIES.
           MOVE SPACES TO WS-DISC-NOME.
           IF COM-CATALOGO
               MOVE SRT-DISC TO DSC-DISCIPLINA
               READ DISCIPLINA-FILE
               IF WS-DSC-STATUS = "00"
                   MOVE DSC-NOME TO WS-DISC-NOME
               END-IF
           END-IF.
           MOVE SRT-DISC     TO LCG-DISC.
           MOVE WS-DISC-NOME TO LCG-NOME.
           IF NIVEL-TURMA
               MOVE "  Turma: " TO LCG-ROT-TURMA
               MOVE SRT-TURMA   TO LCG-TURMA
           ELSE
               MOVE SPACES TO LCG-ROT-TURMA
               MOVE SPACES TO LCG-TURMA
           END-IF.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-BRANCO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-CAB-GRUPO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-COLUNAS.
           PERFORM 315-ABRIR-PERIODO.

       315-ABRIR-PERIODO.
           MOVE SRT-ANO-SEM TO WS-PERIODO-ATUAL.
           MOVE ZERO TO WS-PER-MATRIC.
           MOVE ZERO TO WS-PER-APROV.
           MOVE ZERO TO WS-PER-EXAME.
           MOVE ZERO TO WS-PER-FALTA.
           MOVE ZERO TO WS-PER-REPROV.
           MOVE ZERO TO WS-PER-SOMA.

      *> Taxas do periodo que fecha, comparacao com o anterior da
      *> serie, marca de mudanca de parametro, linha do relatorio e
      *> linha do CSV. Cada taxa e calculada em dois passos para nao
      *> perder as casas no intermediario.
       320-FECHAR-PERIODO.
           MULTIPLY WS-PER-APROV BY 100 GIVING WS-CALCULO.
           COMPUTE WS-PCT-APROV ROUNDED = WS-CALCULO / WS-PER-MATRIC.
           MULTIPLY WS-PER-EXAME BY 100 GIVING WS-CALCULO.
           COMPUTE WS-PCT-EXAME ROUNDED = WS-CALCULO / WS-PER-MATRIC.
           MULTIPLY WS-PER-FALTA BY 100 GIVING WS-CALCULO.
           COMPUTE WS-PCT-FALTA ROUNDED = WS-CALCULO / WS-PER-MATRIC.
           MULTIPLY WS-PER-REPROV BY 100 GIVING WS-CALCULO.
           COMPUTE WS-PCT-REPROV ROUNDED =
               WS-CALCULO / WS-PER-MATRIC.
           COMPUTE WS-MEDIA-PER ROUNDED = WS-PER-SOMA / WS-PER-MATRIC.
           MOVE SPACES TO WS-VARIACAO.
           MOVE 1 TO WS-VAR-POS.
           IF ANT-EXISTE
               MOVE WS-TOLERANCIA TO WS-LIMITE
               MOVE "APR " TO WS-ROTULO
               COMPUTE WS-DIF = WS-PCT-APROV - WS-ANT-APROV
               PERFORM 330-COMPARAR
               MOVE "EXA " TO WS-ROTULO
               COMPUTE WS-DIF = WS-PCT-EXAME - WS-ANT-EXAME
               PERFORM 330-COMPARAR
               MOVE "FAL " TO WS-ROTULO
               COMPUTE WS-DIF = WS-PCT-FALTA - WS-ANT-FALTA
               PERFORM 330-COMPARAR
               MOVE WS-TOL-MEDIA TO WS-LIMITE
               MOVE "MED " TO WS-ROTULO
               COMPUTE WS-DIF = WS-MEDIA-PER - WS-ANT-MEDIA
               PERFORM 330-COMPARAR
           END-IF.
           PERFORM 340-CONFERIR-PARM.
           MOVE WS-ANO-ATUAL  TO LD-ANO.
           MOVE "/"           TO LD-BARRA.
           MOVE WS-SEM-ATUAL  TO LD-SEM.
           MOVE WS-PER-MATRIC TO LD-MATRIC.
           MOVE WS-PCT-APROV  TO LD-APROV.
           MOVE WS-PCT-EXAME  TO LD-EXAME.
           MOVE WS-PCT-FALTA  TO LD-FALTA.
           MOVE WS-PCT-REPROV TO LD-REPROV.
           MOVE WS-MEDIA-PER  TO LD-MEDIA.
           IF PARM-MUDOU
               MOVE "PARM" TO LD-PARM
               MOVE "PARM" TO WS-CSV-PARM
           ELSE
               MOVE SPACES TO LD-PARM
               MOVE SPACES TO WS-CSV-PARM
           END-IF.
           IF WS-VARIACAO = SPACES
               MOVE SPACES TO LD-MARCA
               MOVE "N" TO WS-CSV-MARCA
           ELSE
               MOVE "* " TO LD-MARCA
               MOVE "S" TO WS-CSV-MARCA
               ADD 1 TO WS-QTDE-MARCADOS
           END-IF.
           MOVE WS-VARIACAO TO LD-VARIACAO.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-DETALHE.
           PERFORM 350-GRAVAR-CSV.
           SET ANT-EXISTE TO TRUE.
           MOVE WS-PCT-APROV TO WS-ANT-APROV.
           MOVE WS-PCT-EXAME TO WS-ANT-EXAME.
           MOVE WS-PCT-FALTA TO WS-ANT-FALTA.
           MOVE WS-MEDIA-PER TO WS-ANT-MEDIA.

      *> Variacao em WS-DIF alem de WS-LIMITE entra no texto da
      *> linha como rotulo e diferenca com sinal.
       330-COMPARAR.
           IF WS-DIF < ZERO
               COMPUTE WS-DIF-ABS = ZERO - WS-DIF
           ELSE
               MOVE WS-DIF TO WS-DIF-ABS
           END-IF.
           IF WS-DIF-ABS > WS-LIMITE
               MOVE WS-DIF TO WS-ED-DIF
               STRING WS-ROTULO DELIMITED BY SPACE
                   FUNCTION TRIM(WS-ED-DIF) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO WS-VARIACAO WITH POINTER WS-VAR-POS
           END-IF.

      *> A serie da disciplina responde a mudanca em qualquer turma
      *> dela; a da turma, a mudanca do proprio curso. A entrada
      *> geral (turma e disciplina em branco) vale para todas.
       340-CONFERIR-PARM.
           MOVE "N" TO WS-PARM-MUDOU.
           PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
               UNTIL WS-PRL-IDX > WS-PRL-QTDE
               IF WS-PRL-ANO-SEM (WS-PRL-IDX) = WS-PERIODO-ATUAL
                   IF (WS-PRL-TURMA (WS-PRL-IDX) = SPACES
                           AND WS-PRL-DISC (WS-PRL-IDX) = SPACES)
                       OR (WS-PRL-DISC (WS-PRL-IDX) = WS-DISC-ATUAL
                           AND (NIVEL-DISCIPLINA
                           OR WS-PRL-TURMA (WS-PRL-IDX)
                               = WS-TURMA-ATUAL))
                       SET PARM-MUDOU TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       350-GRAVAR-CSV.
           MOVE WS-PER-MATRIC TO WS-CSV-MATRIC.
           MOVE WS-PCT-APROV  TO WS-CSV-PCT1.
           MOVE WS-PCT-EXAME  TO WS-CSV-PCT2.
           MOVE WS-PCT-FALTA  TO WS-CSV-PCT3.
           MOVE WS-PCT-REPROV TO WS-CSV-PCT4.
           MOVE WS-MEDIA-PER  TO WS-CSV-MEDIA.
           MOVE SPACES TO TENDENCIA-CSV-REC.
           STRING "D;" WS-NIVEL ";" WS-DISC-ATUAL ";"
               FUNCTION TRIM(WS-TURMA-ATUAL) ";"
               WS-ANO-ATUAL ";" WS-SEM-ATUAL ";"
               WS-CSV-MATRIC ";" WS-CSV-PCT1 ";" WS-CSV-PCT2 ";"
               WS-CSV-PCT3 ";" WS-CSV-PCT4 ";" WS-CSV-MEDIA ";"
               WS-CSV-MARCA ";" FUNCTION TRIM(WS-CSV-PARM)
               DELIMITED BY SIZE INTO TENDENCIA-CSV-REC.
           WRITE TENDENCIA-CSV-REC.
           ADD 1 TO WS-QTDE-CSV.

       900-FINALIZAR.
           MOVE WS-QTDE-CSV TO WS-CSV-TRL-QTDE.
           MOVE SPACES TO TENDENCIA-CSV-REC.
           STRING "T;" WS-DATA-HORA (1:8) ";" WS-CSV-TRL-QTDE
               DELIMITED BY SIZE INTO TENDENCIA-CSV-REC.
           WRITE TENDENCIA-CSV-REC.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-BRANCO.
           MOVE "Matriculas analisadas:" TO LR-ROTULO.
           MOVE WS-QTDE-SELEC TO LR-QTDE.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Series (disciplinas e turmas):" TO LR-ROTULO.
           MOVE WS-QTDE-SERIES TO LR-QTDE.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Periodos marcados fora da tolerancia:" TO LR-ROTULO.
           MOVE WS-QTDE-MARCADOS TO LR-QTDE.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-RESUMO.
           MOVE "Matriculas sem periodo (fora):" TO LR-ROTULO.
           MOVE WS-QTDE-SEM-PERIODO TO LR-QTDE.
           WRITE TENDENCIA-RPT-REC FROM WS-LINHA-RESUMO.
           CLOSE GRADES-MASTER.
           CLOSE TENDENCIA-RPT.
           CLOSE TENDENCIA-CSV.
           IF COM-CATALOGO
               CLOSE DISCIPLINA-FILE
           END-IF.
           DISPLAY "Tendencia: " WS-QTDE-SELEC " matriculas, "
               WS-QTDE-SERIES " series, " WS-QTDE-MARCADOS
               " periodos fora da tolerancia (ver TENDENCIA.RPT).".
           MOVE ZERO TO RETURN-CODE.
